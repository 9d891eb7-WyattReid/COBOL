      * "history file side by side, one line per period, so"
      * "management can see month-over-month movement without"
      * "keeping paper copies of old reports."
      * "2026-10-15 WAR Each period now prints its original close"
      * "            figure, every approved LABPPADJ adjustment"
      * "            against it, and the restated figure; adjustments"
      * "            still pending approval are counted but not"
      * "            applied."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ADJ-FILE ASSIGN TO WS-ADJFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  HISTFILE.
           COPY YTDHIST.

       FD  ADJ-FILE.
           COPY YTDADJ.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       01  WS-TREND-CNT        Pic 9(4)   COMP   VALUE 0.
       01  WS-SHIFT-IDX        Pic 9(4)   COMP   VALUE 0.

      * "Prior-period adjustments from LABPPADJ (LAB_YTDADJ) -"
      * "approved and pending ones are kept; rejected ones never"
      * "affect the report."
       01  WS-ADJFILE-NAME     Pic X(40).
       01  WS-ADJ-STATUS       Pic X(2).
       01  WS-ADJ-EOF          Pic A(1)        VALUE "N".
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 500 TIMES INDEXED BY WS-ADJ-IDX.
               10  WS-A-PERIOD     Pic 9(6).
               10  WS-A-STATUS     Pic X(1).
               10  WS-A-CNT        Pic S9(9).
               10  WS-A-SUM        Pic S9(9)V9(2).
               10  WS-A-REASON     Pic X(30).
               10  WS-A-OPERATOR   Pic X(10).
               10  WS-A-APPROVER   Pic X(10).
       01  WS-ADJ-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-PER-ADJ-CNT      Pic 9(4)   COMP   VALUE 0.
       01  WS-PER-PEND-CNT     Pic 9(4)   COMP   VALUE 0.
       01  WS-RESTATED-CNT     Pic S9(9)       VALUE 0.
       01  WS-RESTATED-SUM     Pic S9(9)V9(2)  VALUE 0.

       01  WS-REPORT-LINE      Pic X(100).
       01  WS-CNT-TXT          Pic Z(8)9.
       01  WS-ADJ-CNT-TXT      Pic -Z(7)9.
       01  WS-PEND-TXT         Pic Z(3)9.
       01  WS-SUM-TXT          Pic -Z(8)9.9(2).
       01  WS-HI-TXT           Pic -Z(6)9.9(2).
       01  WS-LO-TXT           Pic -Z(6)9.9(2).
           PERFORM READ-HIST-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE HISTFILE
           PERFORM LOAD-ADJ-PARAGRAPH
           PERFORM WRITE-TREND-REPORT-PARAGRAPH
           STOP RUN.

           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-ytd-trend-rpt.dat" TO WS-OUTFILE-NAME
           END-IF
           MOVE "lab2-ytd-adj.dat" TO WS-ADJFILE-NAME
           ACCEPT WS-ADJFILE-NAME FROM ENVIRONMENT "LAB_YTDADJ"
           IF WS-ADJFILE-NAME = SPACES THEN
               MOVE "lab2-ytd-adj.dat" TO WS-ADJFILE-NAME
           END-IF
           OPEN INPUT HISTFILE
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "*** Period history file not found: "
           MOVE WS-TREND-ENTRY(WS-SHIFT-IDX + 1)
               TO WS-TREND-ENTRY(WS-SHIFT-IDX).

      *****************************************************
      * LOAD-ADJ-PARAGRAPH takes in the prior-period           *
      * adjustment file - a missing file just means no period  *
      * has been adjusted, and every period prints as closed.  *
      *****************************************************
       LOAD-ADJ-PARAGRAPH.
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ADJ-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-ADJ-EOF = "Y"
           CLOSE ADJ-FILE.

       READ-ADJ-PARAGRAPH.
           READ ADJ-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-ADJ-EOF
               NOT AT END
                   IF (YA-STATUS = "A" OR YA-STATUS = "P")
                           AND WS-ADJ-CNT < 500 THEN
                       ADD 1 TO WS-ADJ-CNT
                       MOVE YA-PERIOD TO WS-A-PERIOD(WS-ADJ-CNT)
                       MOVE YA-STATUS TO WS-A-STATUS(WS-ADJ-CNT)
                       MOVE YA-ADJ-CNT TO WS-A-CNT(WS-ADJ-CNT)
                       MOVE YA-ADJ-SUM TO WS-A-SUM(WS-ADJ-CNT)
                       MOVE YA-REASON TO WS-A-REASON(WS-ADJ-CNT)
                       MOVE YA-OPERATOR TO WS-A-OPERATOR(WS-ADJ-CNT)
                       MOVE YA-APPROVER TO WS-A-APPROVER(WS-ADJ-CNT)
                   END-IF
           END-READ.

       WRITE-TREND-REPORT-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           MOVE "LAB2 Period Trend Report (last 12 periods closed)"
           STRING WS-TRD-PERIOD(WS-TRD-IDX) "  " WS-CNT-TXT
               "  " WS-SUM-TXT "  " WS-HI-TXT "  " WS-LO-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-TREND-LINE-PARAGRAPH
           MOVE 0 TO WS-PER-ADJ-CNT
           MOVE 0 TO WS-PER-PEND-CNT
           MOVE WS-TRD-CNT(WS-TRD-IDX) TO WS-RESTATED-CNT
           MOVE WS-TRD-SUM(WS-TRD-IDX) TO WS-RESTATED-SUM
           PERFORM PRINT-ADJ-PARAGRAPH
               VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-CNT
           IF WS-PER-ADJ-CNT > 0 THEN
               MOVE WS-RESTATED-CNT TO WS-ADJ-CNT-TXT
               MOVE WS-RESTATED-SUM TO WS-SUM-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Restated" WS-ADJ-CNT-TXT "  " WS-SUM-TXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-TREND-LINE-PARAGRAPH
           END-IF
           IF WS-PER-PEND-CNT > 0 THEN
               MOVE WS-PER-PEND-CNT TO WS-PEND-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  (" WS-PEND-TXT " adjustment(s) pending "
                   "approval - not applied)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-TREND-LINE-PARAGRAPH
           END-IF.

      * "One line per approved adjustment under its period -"
      * "the restated figure is the close plus all of them."
       PRINT-ADJ-PARAGRAPH.
           IF WS-A-PERIOD(WS-ADJ-IDX) NOT = WS-TRD-PERIOD(WS-TRD-IDX)
               THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-A-STATUS(WS-ADJ-IDX) = "P" THEN
               ADD 1 TO WS-PER-PEND-CNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PER-ADJ-CNT
           ADD WS-A-CNT(WS-ADJ-IDX) TO WS-RESTATED-CNT
           ADD WS-A-SUM(WS-ADJ-IDX) TO WS-RESTATED-SUM
           MOVE WS-A-CNT(WS-ADJ-IDX) TO WS-ADJ-CNT-TXT
           MOVE WS-A-SUM(WS-ADJ-IDX) TO WS-SUM-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Adj   " WS-ADJ-CNT-TXT "  " WS-SUM-TXT
               "  " WS-A-REASON(WS-ADJ-IDX)
               " " WS-A-OPERATOR(WS-ADJ-IDX)
               "/" WS-A-APPROVER(WS-ADJ-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-TREND-LINE-PARAGRAPH.

       WRITE-TREND-LINE-PARAGRAPH.
