      * "day, program, and/or severity, so the morning shift can"
      * "answer 'what went wrong overnight' from a file instead of"
      * "someone's memory of a scrolled-off screen."
      * "2026-10-15 WAR Each listed message is followed by the"
      * "            operator response from the message catalog"
      * "            (LAB_MSGCAT, see LABMCTMN), or a note that the"
      * "            message has no catalog entry yet."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT MSGCAT-FILE ASSIGN TO WS-MSGCAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MSGCAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       FD  MSGCAT-FILE.
           COPY MSGCAT.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       01  WS-REPORT-LINE      Pic X(100).
       01  WS-CNT-TXT          Pic Z(5)9.

      * "The catalog's key and response, held for the listing -"
      * "LABMCTMN keeps the file to 500 entries. A missing"
      * "catalog just lists the log without responses."
       01  WS-MSGCAT-NAME      Pic X(40).
       01  WS-MSGCAT-STATUS    Pic X(2).
       01  WS-MCT-EOF          Pic A(1)        VALUE "N".
       01  WS-MCT-LOADED-SW    Pic A(1)        VALUE "N".
       01  WS-MCT-TABLE.
           05  WS-MCT-ENTRY OCCURS 500 TIMES.
               10  WS-M-KEY        Pic X(12).
               10  WS-M-RESPONSE   Pic X(60).
       01  WS-MCT-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-MCT-IDX          Pic 9(4)   COMP   VALUE 0.
       01  WS-MCT-FOUND        Pic 9(4)   COMP   VALUE 0.
       01  WS-MCT-KEY.
           05  WS-MCT-KEY-PROG Pic X(8).
           05  WS-MCT-KEY-NO   Pic X(4).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
               MOVE SPACES TO WS-DATE-FILTER
           END-IF
           ACCEPT WS-PROG-FILTER FROM ENVIRONMENT "LABLOGVW_PROGRAM"
           MOVE "lab-msgcat.dat" TO WS-MSGCAT-NAME
           ACCEPT WS-MSGCAT-NAME FROM ENVIRONMENT "LAB_MSGCAT"
           IF WS-MSGCAT-NAME = SPACES THEN
               MOVE "lab-msgcat.dat" TO WS-MSGCAT-NAME
           END-IF
           OPEN INPUT MSGCAT-FILE
           IF WS-MSGCAT-STATUS = "00" THEN
               MOVE "Y" TO WS-MCT-LOADED-SW
               PERFORM LOAD-MSGCAT-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-MCT-EOF = "Y"
               CLOSE MSGCAT-FILE
           END-IF
           ACCEPT WS-SEV-FILTER FROM ENVIRONMENT "LABLOGVW_SEVERITY"
           OPEN INPUT RUNLOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00" THEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "Suite Run-Log Listing" TO WS-REPORT-LINE
           PERFORM WRITE-VIEW-LINE-PARAGRAPH
           IF WS-MCT-LOADED-SW = "N" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "(message catalog " WS-MSGCAT-NAME
                   " not found - no operator responses shown)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-VIEW-LINE-PARAGRAPH
           END-IF.

       LOAD-MSGCAT-PARAGRAPH.
           READ MSGCAT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-MCT-EOF
               NOT AT END
                   IF WS-MCT-CNT < 500 THEN
                       ADD 1 TO WS-MCT-CNT
                       MOVE MCT-KEY TO WS-M-KEY(WS-MCT-CNT)
                       MOVE MCT-RESPONSE
                           TO WS-M-RESPONSE(WS-MCT-CNT)
                   END-IF
           END-READ.

       LIST-LOG-PARAGRAPH.
           READ RUNLOG-FILE NEXT RECORD
           STRING RLG-DATE " " RLG-TIME " " RLG-PROGRAM
               " " RLG-SEVERITY " " RLG-MSG-NO " " RLG-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-VIEW-LINE-PARAGRAPH
           IF WS-MCT-LOADED-SW = "Y" THEN
               PERFORM PRINT-RESPONSE-PARAGRAPH
           END-IF.

      *    The response goes on its own line under the message,
      *    lined up with the message text.
       PRINT-RESPONSE-PARAGRAPH.
           MOVE RLG-PROGRAM TO WS-MCT-KEY-PROG
           MOVE RLG-MSG-NO TO WS-MCT-KEY-NO
           MOVE 0 TO WS-MCT-FOUND
           PERFORM FIND-RESPONSE-PARAGRAPH
               VARYING WS-MCT-IDX FROM 1 BY 1
               UNTIL WS-MCT-IDX > WS-MCT-CNT OR WS-MCT-FOUND > 0
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-MCT-FOUND > 0 THEN
               STRING "-> " WS-M-RESPONSE(WS-MCT-FOUND)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(35:)
           ELSE
               MOVE "-> no catalog entry - see LABMCTMN"
                   TO WS-REPORT-LINE(35:)
           END-IF
           PERFORM WRITE-VIEW-LINE-PARAGRAPH.

       FIND-RESPONSE-PARAGRAPH.
           IF WS-M-KEY(WS-MCT-IDX) = WS-MCT-KEY THEN
               MOVE WS-MCT-IDX TO WS-MCT-FOUND
           END-IF.

       WRAP-UP-PARAGRAPH.
           MOVE WS-LISTED-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
