      * "            departments the reference file assigns them"
      * "            - department subtotals per run date plus a"
      * "            department recap page close the report."
      * "2026-10-15 WAR Reversing rows written by LABREVRS are"
      * "            netted into the posting they back out, so a"
      * "            reversed batch drops out of its date's line."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           READ CATLEDGER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CLG-ENTRY-TYPE = "R" THEN
                       PERFORM NET-REVERSAL-PARAGRAPH
                       EXIT PARAGRAPH
                   END-IF
                   IF (WS-CAT-FILTER = SPACES
                           OR CLG-CATEGORY = WS-CAT-FILTER)
                       AND WS-LED-CNT < 2000 THEN
                   END-IF
           END-READ.

      *****************************************************
      * NET-REVERSAL-PARAGRAPH folds a LABREVRS reversing row *
      * into the latest posting already held for the same      *
      * category and date - the backed-out batch's count and   *
      * sum come off that line instead of the reversal showing  *
      * up as a run of its own.                                  *
      *****************************************************
       NET-REVERSAL-PARAGRAPH.
           MOVE CLG-CATEGORY TO WS-CUR-CAT
           MOVE CLG-RUN-DATE TO WS-CUR-DATE
           MOVE "N" TO WS-LINE-FOUND-SW
           MOVE 0 TO WS-MATCH-IDX
           PERFORM FIND-LEDGER-MATCH-PARAGRAPH
               VARYING WS-LED-IDX FROM 1 BY 1
               UNTIL WS-LED-IDX > WS-LED-CNT
           IF WS-LINE-FOUND-SW = "Y" THEN
               ADD CLG-COUNT TO WS-LED-COUNT(WS-MATCH-IDX)
               ADD CLG-SUM TO WS-LED-SUM(WS-MATCH-IDX)
           END-IF.

       NOTE-DATE-PARAGRAPH.
           MOVE "N" TO WS-DATE-FOUND-SW
           PERFORM SCAN-DATE-PARAGRAPH
