       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABMCTMN.
       AUTHOR. Wyatt Reid.
      * "Maintenance for the run-log message catalog - add, change,"
      * "remove, display, and list the entries (severity, operator"
      * "response, explanation, likely cause) keyed by program and"
      * "message number, in the style of LABCALMN. The file is kept"
      * "in key order, and each entry carries who last changed it"
      * "and when. LABLOGVW and HelloWorld show the response text;"
      * "LABMCTCV reports the message numbers still missing."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGCAT-FILE ASSIGN TO WS-MSGCAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGCAT-FILE.
           COPY MSGCAT.

       WORKING-STORAGE SECTION.
      * "LAB_MSGCAT stands in for a JCL DD override, same as every"
      * "other filename in this suite. The whole catalog is held in"
      * "WS-MCT-TABLE and written back after each applied action."
       01  WS-MSGCAT-NAME      Pic X(40).
       01  WS-MCT-STATUS       Pic X(2).
       01  WS-EOF              Pic A(1).
       01  WS-OPERATOR         Pic X(10).

       01  WS-MCT-TABLE.
           05  WS-MCT-ENTRY OCCURS 500 TIMES INDEXED BY WS-MCT-IDX.
               10  WS-L-KEY        Pic X(12).
               10  WS-L-SEVERITY   Pic X(1).
               10  WS-L-RESPONSE   Pic X(60).
               10  WS-L-EXPLAIN    Pic X(180).
               10  WS-L-CAUSE      Pic X(120).
               10  WS-L-UPD-DATE   Pic 9(8).
               10  WS-L-UPD-USER   Pic X(10).
               10  FILLER          Pic X(09).
       01  WS-MCT-CNT          Pic 9(4)   COMP   VALUE 0.

       01  WS-CMD              Pic X(1).
       01  WS-PROG-INPUT       Pic X(8).
       01  WS-MSGNO-INPUT      Pic X(4).
       01  WS-SEV-INPUT        Pic X(1).
       01  WS-LINE-INPUT       Pic X(60).
       01  WS-KEY.
           05  WS-KEY-PROGRAM  Pic X(8).
           05  WS-KEY-MSGNO    Pic X(4).
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-INSERT-IDX       Pic 9(4)   COMP   VALUE 0.
       01  WS-WORK-IDX         Pic 9(4)   COMP   VALUE 0.
       01  WS-SHIFT-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-LINE-IDX         Pic 9(4)   COMP   VALUE 0.
       01  WS-LINE-POS         Pic 9(4)   COMP   VALUE 0.
       01  WS-LINE-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-LINE-NO          Pic 9(1).
       01  WS-CHANGE-SW        Pic A(1)        VALUE "N".
       01  WS-LIST-FILTER      Pic X(8).
       01  WS-LISTED-CNT       Pic 9(4)        VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM MENU-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-CMD = "Q"
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-msgcat.dat" TO WS-MSGCAT-NAME
           ACCEPT WS-MSGCAT-NAME FROM ENVIRONMENT "LAB_MSGCAT"
           IF WS-MSGCAT-NAME = SPACES THEN
               MOVE "lab-msgcat.dat" TO WS-MSGCAT-NAME
           END-IF
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           IF WS-OPERATOR = SPACES THEN
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           MOVE 0 TO WS-MCT-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT MSGCAT-FILE
           IF WS-MCT-STATUS = "35" THEN
               DISPLAY "*** Message catalog not found - starting "
                   "empty: " WS-MSGCAT-NAME
           ELSE
               PERFORM READ-MCT-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE MSGCAT-FILE
           END-IF.

      * "Every applied action rewrites the catalog from this"
      * "table, so an overflow would silently delete every entry"
      * "past it - an oversized catalog refuses the session up"
      * "front. Remove entries for retired programs first."
       READ-MCT-PARAGRAPH.
           READ MSGCAT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-MCT-CNT >= 500 THEN
                       DISPLAY "*** Catalog holds more than 500 "
                           "entries - session refused so"
                       DISPLAY "*** the rewrite loses nothing. "
                           "Remove retired programs' entries"
                       DISPLAY "*** from the file first."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MCT-CNT
                   MOVE Msg-Catalog-Record
                       TO WS-MCT-ENTRY(WS-MCT-CNT)
           END-READ.

       SAVE-MCT-PARAGRAPH.
           OPEN OUTPUT MSGCAT-FILE
           PERFORM WRITE-MCT-PARAGRAPH
               VARYING WS-MCT-IDX FROM 1 BY 1
               UNTIL WS-MCT-IDX > WS-MCT-CNT
           CLOSE MSGCAT-FILE.

       WRITE-MCT-PARAGRAPH.
           MOVE WS-MCT-ENTRY(WS-MCT-IDX) TO Msg-Catalog-Record
           WRITE Msg-Catalog-Record.

       MENU-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Message catalog maintenance - A)dd C)hange "
               "R)emove D)isplay L)ist Q)uit"
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-CMD
           EVALUATE WS-CMD
               WHEN "A"
                   PERFORM ADD-PARAGRAPH
               WHEN "C"
                   PERFORM CHANGE-PARAGRAPH
               WHEN "R"
                   PERFORM REMOVE-PARAGRAPH
               WHEN "D"
                   PERFORM DISPLAY-PARAGRAPH
               WHEN "L"
                   PERFORM LIST-PARAGRAPH
               WHEN "Q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Invalid command - enter A, C, R, D, "
                       "L, or Q"
           END-EVALUATE.

      *****************************************************
      * ACCEPT-KEY-PARAGRAPH takes the program name and the    *
      * four-digit message number, finds the entry if there is *
      * one, and notes where a new one would go so the file     *
      * stays in key order. A bad key leaves WS-KEY at spaces.  *
      *****************************************************
       ACCEPT-KEY-PARAGRAPH.
           MOVE SPACES TO WS-KEY
           DISPLAY "Program name: " WITH NO ADVANCING
           MOVE SPACES TO WS-PROG-INPUT
           ACCEPT WS-PROG-INPUT
           DISPLAY "Message number (4 digits): " WITH NO ADVANCING
           MOVE SPACES TO WS-MSGNO-INPUT
           ACCEPT WS-MSGNO-INPUT
           IF WS-PROG-INPUT = SPACES THEN
               DISPLAY "*** Enter the program name."
               EXIT PARAGRAPH
           END-IF
           IF WS-MSGNO-INPUT IS NOT NUMERIC THEN
               DISPLAY "*** Invalid entry - enter 4 numeric digits."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-PROG-INPUT) TO WS-KEY-PROGRAM
           MOVE WS-MSGNO-INPUT TO WS-KEY-MSGNO
           MOVE 0 TO WS-FOUND-IDX
           COMPUTE WS-INSERT-IDX = WS-MCT-CNT + 1
           PERFORM FIND-KEY-PARAGRAPH
               VARYING WS-WORK-IDX FROM WS-MCT-CNT BY -1
               UNTIL WS-WORK-IDX < 1.

       FIND-KEY-PARAGRAPH.
           IF WS-L-KEY(WS-WORK-IDX) = WS-KEY THEN
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF
           IF WS-L-KEY(WS-WORK-IDX) > WS-KEY THEN
               MOVE WS-WORK-IDX TO WS-INSERT-IDX
           END-IF.

      *****************************************************
      * ACCEPT-DETAIL-PARAGRAPH takes everything but the key   *
      * for the entry at WS-WORK-IDX. On a change, a blank     *
      * answer keeps what is there (it is shown first); the    *
      * explanation and cause are taken a line at a time, and  *
      * a blank first line keeps the whole field.               *
      *****************************************************
       ACCEPT-DETAIL-PARAGRAPH.
           IF WS-CHANGE-SW = "Y" THEN
               DISPLAY "  (blank keeps the current value)"
           END-IF
           DISPLAY "Severity (I=information, W=warning, E=error) ["
               WS-L-SEVERITY(WS-WORK-IDX) "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-SEV-INPUT
           ACCEPT WS-SEV-INPUT
           MOVE FUNCTION UPPER-CASE(WS-SEV-INPUT) TO WS-SEV-INPUT
           IF WS-SEV-INPUT = "I" OR WS-SEV-INPUT = "W"
                   OR WS-SEV-INPUT = "E" THEN
               MOVE WS-SEV-INPUT TO WS-L-SEVERITY(WS-WORK-IDX)
           ELSE
               IF WS-L-SEVERITY(WS-WORK-IDX) = SPACE THEN
                   PERFORM DEFAULT-SEVERITY-PARAGRAPH
               END-IF
           END-IF
           IF WS-CHANGE-SW = "Y" THEN
               DISPLAY "  " WS-L-RESPONSE(WS-WORK-IDX)
           END-IF
           DISPLAY "Operator response: " WITH NO ADVANCING
           MOVE SPACES TO WS-LINE-INPUT
           ACCEPT WS-LINE-INPUT
           IF WS-LINE-INPUT NOT = SPACES THEN
               MOVE WS-LINE-INPUT TO WS-L-RESPONSE(WS-WORK-IDX)
           END-IF
           IF WS-CHANGE-SW = "Y" THEN
               MOVE 3 TO WS-LINE-CNT
               PERFORM SHOW-EXPLAIN-PARAGRAPH
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-CNT
           END-IF
           DISPLAY "Explanation, up to 3 lines (blank line ends):"
           MOVE 1 TO WS-LINE-IDX
           MOVE 3 TO WS-LINE-CNT
           PERFORM ACCEPT-EXPLAIN-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-LINE-IDX > WS-LINE-CNT
           IF WS-CHANGE-SW = "Y" THEN
               MOVE 2 TO WS-LINE-CNT
               PERFORM SHOW-CAUSE-PARAGRAPH
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-CNT
           END-IF
           DISPLAY "Likely cause, up to 2 lines (blank line ends):"
           MOVE 1 TO WS-LINE-IDX
           MOVE 2 TO WS-LINE-CNT
           PERFORM ACCEPT-CAUSE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-LINE-IDX > WS-LINE-CNT
           ACCEPT WS-L-UPD-DATE(WS-WORK-IDX) FROM DATE YYYYMMDD
           MOVE WS-OPERATOR TO WS-L-UPD-USER(WS-WORK-IDX).

      *    The message-number ranges every program follows - 0xxx
      *    information, 01xx warnings, 02xx errors.
       DEFAULT-SEVERITY-PARAGRAPH.
           EVALUATE WS-KEY-MSGNO(1:2)
               WHEN "01"
                   MOVE "W" TO WS-L-SEVERITY(WS-WORK-IDX)
               WHEN "02"
                   MOVE "E" TO WS-L-SEVERITY(WS-WORK-IDX)
               WHEN OTHER
                   MOVE "I" TO WS-L-SEVERITY(WS-WORK-IDX)
           END-EVALUATE.

      *    A blank first line keeps the field as it was; a blank
      *    later line ends it there and clears the rest.
       ACCEPT-EXPLAIN-PARAGRAPH.
           COMPUTE WS-LINE-POS = (WS-LINE-IDX - 1) * 60 + 1
           MOVE WS-LINE-IDX TO WS-LINE-NO
           DISPLAY "  " WS-LINE-NO ": " WITH NO ADVANCING
           MOVE SPACES TO WS-LINE-INPUT
           ACCEPT WS-LINE-INPUT
           IF WS-LINE-INPUT = SPACES THEN
               IF WS-LINE-IDX > 1 THEN
                   MOVE SPACES TO
                       WS-L-EXPLAIN(WS-WORK-IDX)(WS-LINE-POS:)
               END-IF
               MOVE 99 TO WS-LINE-IDX
           ELSE
               IF WS-LINE-IDX = 1 THEN
                   MOVE SPACES TO WS-L-EXPLAIN(WS-WORK-IDX)
               END-IF
               MOVE WS-LINE-INPUT
                   TO WS-L-EXPLAIN(WS-WORK-IDX)(WS-LINE-POS:60)
               ADD 1 TO WS-LINE-IDX
           END-IF.

       ACCEPT-CAUSE-PARAGRAPH.
           COMPUTE WS-LINE-POS = (WS-LINE-IDX - 1) * 60 + 1
           MOVE WS-LINE-IDX TO WS-LINE-NO
           DISPLAY "  " WS-LINE-NO ": " WITH NO ADVANCING
           MOVE SPACES TO WS-LINE-INPUT
           ACCEPT WS-LINE-INPUT
           IF WS-LINE-INPUT = SPACES THEN
               IF WS-LINE-IDX > 1 THEN
                   MOVE SPACES TO
                       WS-L-CAUSE(WS-WORK-IDX)(WS-LINE-POS:)
               END-IF
               MOVE 99 TO WS-LINE-IDX
           ELSE
               IF WS-LINE-IDX = 1 THEN
                   MOVE SPACES TO WS-L-CAUSE(WS-WORK-IDX)
               END-IF
               MOVE WS-LINE-INPUT
                   TO WS-L-CAUSE(WS-WORK-IDX)(WS-LINE-POS:60)
               ADD 1 TO WS-LINE-IDX
           END-IF.

       SHOW-EXPLAIN-PARAGRAPH.
           COMPUTE WS-LINE-POS = (WS-LINE-IDX - 1) * 60 + 1
           IF WS-L-EXPLAIN(WS-WORK-IDX)(WS-LINE-POS:60)
                   NOT = SPACES THEN
               DISPLAY "  " WS-L-EXPLAIN(WS-WORK-IDX)(WS-LINE-POS:60)
           END-IF.

       SHOW-CAUSE-PARAGRAPH.
           COMPUTE WS-LINE-POS = (WS-LINE-IDX - 1) * 60 + 1
           IF WS-L-CAUSE(WS-WORK-IDX)(WS-LINE-POS:60)
                   NOT = SPACES THEN
               DISPLAY "  " WS-L-CAUSE(WS-WORK-IDX)(WS-LINE-POS:60)
           END-IF.

       ADD-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH
           IF WS-KEY = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX NOT = 0 THEN
               DISPLAY "*** Message already in the catalog - use "
                   "C)hange instead"
               EXIT PARAGRAPH
           END-IF
           IF WS-MCT-CNT = 500 THEN
               DISPLAY "*** Catalog table full"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ROW-PARAGRAPH
               VARYING WS-SHIFT-IDX FROM WS-MCT-CNT BY -1
               UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
           ADD 1 TO WS-MCT-CNT
           MOVE WS-INSERT-IDX TO WS-WORK-IDX
           MOVE SPACES TO WS-MCT-ENTRY(WS-WORK-IDX)
           MOVE WS-KEY TO WS-L-KEY(WS-WORK-IDX)
           MOVE "N" TO WS-CHANGE-SW
           PERFORM ACCEPT-DETAIL-PARAGRAPH
           PERFORM SAVE-MCT-PARAGRAPH
           DISPLAY "Catalog entry added.".

       OPEN-ROW-PARAGRAPH.
           MOVE WS-MCT-ENTRY(WS-SHIFT-IDX)
               TO WS-MCT-ENTRY(WS-SHIFT-IDX + 1).

       CHANGE-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH
           IF WS-KEY = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "*** Message not in the catalog"
           ELSE
               MOVE WS-FOUND-IDX TO WS-WORK-IDX
               MOVE "Y" TO WS-CHANGE-SW
               PERFORM ACCEPT-DETAIL-PARAGRAPH
               PERFORM SAVE-MCT-PARAGRAPH
               DISPLAY "Catalog entry changed."
           END-IF.

       REMOVE-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH
           IF WS-KEY = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "*** Message not in the catalog"
           ELSE
               PERFORM SHIFT-ROW-PARAGRAPH
                   VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-MCT-CNT
               SUBTRACT 1 FROM WS-MCT-CNT
               PERFORM SAVE-MCT-PARAGRAPH
               DISPLAY "Catalog entry removed."
           END-IF.

       SHIFT-ROW-PARAGRAPH.
           MOVE WS-MCT-ENTRY(WS-SHIFT-IDX + 1)
               TO WS-MCT-ENTRY(WS-SHIFT-IDX).

      *****************************************************
      * DISPLAY-PARAGRAPH shows one entry in full - the list   *
      * only has room for the response.                         *
      *****************************************************
       DISPLAY-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH
           IF WS-KEY = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "*** Message not in the catalog"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-WORK-IDX
           DISPLAY " "
           DISPLAY WS-KEY-PROGRAM " " WS-KEY-MSGNO "  severity "
               WS-L-SEVERITY(WS-WORK-IDX) "   last changed "
               WS-L-UPD-DATE(WS-WORK-IDX) " by "
               WS-L-UPD-USER(WS-WORK-IDX)
           DISPLAY "Response:"
           DISPLAY "  " WS-L-RESPONSE(WS-WORK-IDX)
           DISPLAY "Explanation:"
           MOVE 3 TO WS-LINE-CNT
           PERFORM SHOW-EXPLAIN-PARAGRAPH
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-CNT
           DISPLAY "Likely cause:"
           MOVE 2 TO WS-LINE-CNT
           PERFORM SHOW-CAUSE-PARAGRAPH
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-CNT.

       LIST-PARAGRAPH.
           DISPLAY "Program (blank=all): " WITH NO ADVANCING
           MOVE SPACES TO WS-LIST-FILTER
           ACCEPT WS-LIST-FILTER
           MOVE FUNCTION UPPER-CASE(WS-LIST-FILTER) TO WS-LIST-FILTER
           MOVE 0 TO WS-LISTED-CNT
           DISPLAY " "
           DISPLAY "Program  Msg  S Operator response"
           PERFORM LIST-ONE-PARAGRAPH
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-MCT-CNT
           DISPLAY WS-LISTED-CNT " entr(ies) listed.".

       LIST-ONE-PARAGRAPH.
           IF WS-LIST-FILTER = SPACES
                   OR WS-L-KEY(WS-WORK-IDX)(1:8) = WS-LIST-FILTER THEN
               ADD 1 TO WS-LISTED-CNT
               DISPLAY WS-L-KEY(WS-WORK-IDX)(1:8) " "
                   WS-L-KEY(WS-WORK-IDX)(9:4) " "
                   WS-L-SEVERITY(WS-WORK-IDX) " "
                   WS-L-RESPONSE(WS-WORK-IDX)
           END-IF.
