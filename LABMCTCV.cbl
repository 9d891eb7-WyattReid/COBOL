       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABMCTCV.
       AUTHOR. Wyatt Reid.
      * "Message catalog coverage report - reads the shared"
      * "run-log for every program and message number the suite"
      * "has actually written, and lists the ones the message"
      * "catalog (LAB_MSGCAT) has no entry for, with how often and"
      * "when each was last seen and a sample of its text, so the"
      * "catalog can be brought up to date with LABMCTMN. The"
      * "summary also counts the catalog entries the log has not"
      * "shown. RETURN-CODE 4 when anything is missing, else 0."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT MSGCAT-FILE ASSIGN TO WS-MSGCAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MSGCAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       FD  MSGCAT-FILE.
           COPY MSGCAT.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       WORKING-STORAGE SECTION.
      * "LAB_RUNLOG/LAB_MSGCAT/LABMCTCV_OUTFILE stand in for JCL"
      * "DD overrides."
       01  WS-RUNLOG-NAME      Pic X(40).
       01  WS-RUNLOG-STATUS    Pic X(2).
       01  WS-MSGCAT-NAME      Pic X(40).
       01  WS-MSGCAT-STATUS    Pic X(2).
       01  WS-OUTFILE-NAME     Pic X(40).
       01  WS-EOF              Pic A(1).

      * "One row per program and message number the log shows."
      * "Messages past the table's end are counted, not listed -"
      * "the summary says so."
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 1000 TIMES.
               10  WS-S-KEY        Pic X(12).
               10  WS-S-SEVERITY   Pic X(1).
               10  WS-S-COUNT      Pic 9(6).
               10  WS-S-LAST-DATE  Pic 9(8).
               10  WS-S-TEXT       Pic X(50).
               10  WS-S-CAT-SW     Pic X(1).
       01  WS-SEEN-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-SEEN-OVER-CNT    Pic 9(6)        VALUE 0.
       01  WS-SEEN-IDX         Pic 9(4)   COMP   VALUE 0.
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-LOG-KEY.
           05  WS-LOG-KEY-PROG Pic X(8).
           05  WS-LOG-KEY-NO   Pic X(4).

       01  WS-LOG-READ-CNT     Pic 9(7)        VALUE 0.
       01  WS-CAT-CNT          Pic 9(6)        VALUE 0.
       01  WS-CAT-UNSEEN-CNT   Pic 9(6)        VALUE 0.
       01  WS-COVERED-CNT      Pic 9(6)        VALUE 0.
       01  WS-MISSING-CNT      Pic 9(6)        VALUE 0.

       01  WS-RUN-DATE         Pic 9(8).
       01  WS-REPORT-LINE      Pic X(100).
       01  WS-CNT-TXT          Pic Z(5)9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM READ-LOG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE RUNLOG-FILE
           PERFORM CHECK-CATALOG-PARAGRAPH
           PERFORM REPORT-PARAGRAPH
           PERFORM WRAP-UP-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-runlog.dat" TO WS-RUNLOG-NAME
           ACCEPT WS-RUNLOG-NAME FROM ENVIRONMENT "LAB_RUNLOG"
           IF WS-RUNLOG-NAME = SPACES THEN
               MOVE "lab-runlog.dat" TO WS-RUNLOG-NAME
           END-IF
           MOVE "lab-msgcat.dat" TO WS-MSGCAT-NAME
           ACCEPT WS-MSGCAT-NAME FROM ENVIRONMENT "LAB_MSGCAT"
           IF WS-MSGCAT-NAME = SPACES THEN
               MOVE "lab-msgcat.dat" TO WS-MSGCAT-NAME
           END-IF
           MOVE "lab-msgcat-cov.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABMCTCV_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-msgcat-cov.dat" TO WS-OUTFILE-NAME
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "N" TO WS-EOF
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00" THEN
               DISPLAY "*** Run-log not found or unreadable: "
                   WS-RUNLOG-NAME
               DISPLAY "*** FILE STATUS: " WS-RUNLOG-STATUS
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * READ-LOG-PARAGRAPH counts each run-log record against   *
      * its program and message number, keeping the severity,  *
      * date, and text of the latest one as the sample.         *
      *****************************************************
       READ-LOG-PARAGRAPH.
           READ RUNLOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LOG-READ-CNT
                   PERFORM COUNT-MESSAGE-PARAGRAPH
           END-READ.

       COUNT-MESSAGE-PARAGRAPH.
           MOVE RLG-PROGRAM TO WS-LOG-KEY-PROG
           MOVE RLG-MSG-NO TO WS-LOG-KEY-NO
           PERFORM FIND-SEEN-PARAGRAPH
           IF WS-FOUND-IDX = 0 THEN
               IF WS-SEEN-CNT = 1000 THEN
                   ADD 1 TO WS-SEEN-OVER-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SEEN-CNT
               MOVE WS-SEEN-CNT TO WS-FOUND-IDX
               MOVE WS-LOG-KEY TO WS-S-KEY(WS-FOUND-IDX)
               MOVE 0 TO WS-S-COUNT(WS-FOUND-IDX)
               MOVE "N" TO WS-S-CAT-SW(WS-FOUND-IDX)
           END-IF
           ADD 1 TO WS-S-COUNT(WS-FOUND-IDX)
           MOVE RLG-SEVERITY TO WS-S-SEVERITY(WS-FOUND-IDX)
           MOVE RLG-DATE TO WS-S-LAST-DATE(WS-FOUND-IDX)
           MOVE RLG-TEXT TO WS-S-TEXT(WS-FOUND-IDX).

       FIND-SEEN-PARAGRAPH.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-SEEN-PARAGRAPH
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-CNT OR WS-FOUND-IDX > 0.

       MATCH-SEEN-PARAGRAPH.
           IF WS-S-KEY(WS-SEEN-IDX) = WS-LOG-KEY THEN
               MOVE WS-SEEN-IDX TO WS-FOUND-IDX
           END-IF.

      *****************************************************
      * CHECK-CATALOG-PARAGRAPH marks every logged message the  *
      * catalog has an entry for, and counts the entries the   *
      * log has not shown. A missing catalog leaves every      *
      * message uncovered.                                      *
      *****************************************************
       CHECK-CATALOG-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT MSGCAT-FILE
           IF WS-MSGCAT-STATUS NOT = "00" THEN
               DISPLAY "*** Message catalog not found: "
                   WS-MSGCAT-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ONE-ENTRY-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE MSGCAT-FILE.

       CHECK-ONE-ENTRY-PARAGRAPH.
           READ MSGCAT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-CAT-CNT
                   MOVE MCT-KEY TO WS-LOG-KEY
                   PERFORM FIND-SEEN-PARAGRAPH
                   IF WS-FOUND-IDX = 0 THEN
                       ADD 1 TO WS-CAT-UNSEEN-CNT
                   ELSE
                       MOVE "Y" TO WS-S-CAT-SW(WS-FOUND-IDX)
                   END-IF
           END-READ.

       REPORT-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Message Catalog Coverage   " WS-RUN-DATE
               "   catalog " WS-MSGCAT-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           MOVE "Run-log messages with no catalog entry:"
               TO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           MOVE "Program  Msg  S  Count Last seen Latest text"
               TO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           PERFORM REPORT-ONE-PARAGRAPH
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-CNT
           IF WS-MISSING-CNT = 0 THEN
               MOVE "  (none - every logged message is catalogued)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-COV-LINE-PARAGRAPH
           END-IF.

       REPORT-ONE-PARAGRAPH.
           IF WS-S-CAT-SW(WS-SEEN-IDX) = "Y" THEN
               ADD 1 TO WS-COVERED-CNT
           ELSE
               ADD 1 TO WS-MISSING-CNT
               MOVE WS-S-COUNT(WS-SEEN-IDX) TO WS-CNT-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-S-KEY(WS-SEEN-IDX)(1:8) " "
                   WS-S-KEY(WS-SEEN-IDX)(9:4) " "
                   WS-S-SEVERITY(WS-SEEN-IDX) " " WS-CNT-TXT " "
                   WS-S-LAST-DATE(WS-SEEN-IDX) "  "
                   WS-S-TEXT(WS-SEEN-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-COV-LINE-PARAGRAPH
           END-IF.

       WRAP-UP-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           MOVE WS-LOG-READ-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run-log records read:          " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           MOVE WS-SEEN-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Distinct messages logged:      " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           MOVE WS-COVERED-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  with a catalog entry:        " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           MOVE WS-MISSING-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  without one:                 " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           MOVE WS-CAT-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Catalog entries:               " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           MOVE WS-CAT-UNSEEN-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  not seen in this run-log:    " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-COV-LINE-PARAGRAPH
           IF WS-SEEN-OVER-CNT > 0 THEN
               MOVE WS-SEEN-OVER-CNT TO WS-CNT-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** " WS-CNT-TXT " run-log record(s) past the "
                   "1000-message table were not checked"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-COV-LINE-PARAGRAPH
           END-IF
           CLOSE REPORT-FILE
           IF WS-MISSING-CNT > 0 OR WS-SEEN-OVER-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-COV-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
