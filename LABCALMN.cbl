      * "question of whether tonight's close should run - and which"
      * "period LABCLOSE is closing - is controlled by a file"
      * "instead of operator memory."
      * "2026-10-15 WAR Each date can now carry the night chain's"
      * "            batch-window deadline (HHMM) - LABNIGHT warns"
      * "            as soon as its projected finish passes it."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-L-PERIOD     Pic 9(6).
               10  WS-L-PERIOD-END Pic X(1).
               10  WS-L-DESC       Pic X(20).
               10  WS-L-DEADLINE   Pic X(4).
       01  WS-CAL-CNT          Pic 9(4)   COMP   VALUE 0.

       01  WS-CMD              Pic X(1).
       01  WS-TYPE-INPUT       Pic X(1).
       01  WS-PERIOD-INPUT     Pic X(6).
       01  WS-PEND-INPUT       Pic X(1).
       01  WS-DEADLINE-INPUT   Pic X(4).
       01  WS-DEADLINE-R REDEFINES WS-DEADLINE-INPUT.
           05  WS-DL-HH        Pic 9(2).
           05  WS-DL-MM        Pic 9(2).
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-WORK-IDX         Pic 9(4)   COMP   VALUE 0.
       01  WS-SHIFT-IDX        Pic 9(4)   COMP   VALUE 0.
      *****************************************************
      * ACCEPT-DETAIL-PARAGRAPH takes everything but the date *
      * for the row at WS-WORK-IDX - the day type, the period  *
      * the date belongs to, the period-end flag, a            *
      * description (mostly used to name holidays), and the    *
      * night chain's finish-by deadline.                       *
      *****************************************************
       ACCEPT-DETAIL-PARAGRAPH.
           DISPLAY "Day type (B=business, H=holiday): "
               MOVE "N" TO WS-L-PERIOD-END(WS-WORK-IDX)
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-L-DESC(WS-WORK-IDX)
           DISPLAY "Night chain deadline (HHMM, blank=none): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DEADLINE-INPUT
           ACCEPT WS-DEADLINE-INPUT
           IF WS-DEADLINE-INPUT IS NUMERIC THEN
               IF WS-DL-HH > 23 OR WS-DL-MM > 59 THEN
                   DISPLAY "*** Not a time of day - no deadline set."
                   MOVE SPACES TO WS-DEADLINE-INPUT
               END-IF
           ELSE
               IF WS-DEADLINE-INPUT NOT = SPACES THEN
                   DISPLAY "*** Enter 4 digits, HHMM - no deadline "
                       "set."
               END-IF
               MOVE SPACES TO WS-DEADLINE-INPUT
           END-IF
           MOVE WS-DEADLINE-INPUT TO WS-L-DEADLINE(WS-WORK-IDX).

       ADD-PARAGRAPH.
           PERFORM ACCEPT-DATE-PARAGRAPH

       LIST-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Date     Type Period Pd-end Due  Description"
           PERFORM LIST-ONE-PARAGRAPH
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-CAL-CNT.
               WS-L-DAY-TYPE(WS-WORK-IDX) "    "
               WS-L-PERIOD(WS-WORK-IDX) " "
               WS-L-PERIOD-END(WS-WORK-IDX) "      "
               WS-L-DEADLINE(WS-WORK-IDX) " "
               WS-L-DESC(WS-WORK-IDX).
