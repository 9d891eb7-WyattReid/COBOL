      * "2026-09-02 WAR The purge now takes the MASTER run lock"
      * "            (see LABLOCK/LABLKMN) so it cannot delete"
      * "            records under an open maintenance session."
      * "2026-10-15 WAR Each maintenance journal record is now"
      * "            sealed with its audit-chain value (JRN-CHAIN,"
      * "            through LABCHAIN), so a journal line edited"
      * "            or deleted afterwards is caught by LABCHNCK."
      * "2026-10-15 WAR The maintenance journal's chain value is"
      * "            carried from one append to the next instead of"
      * "            re-reading the whole journal for every record."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * "current holder's name (see LABLKMN for stale locks)."
           COPY LOCKREQ.

      * "Audit chain - each journal record is sealed through"
      * "LABCHAIN just before it is written (see CHAINREQ)."
           COPY CHAINREQ.
      * "The maintenance journal's chain value is read from the"
      * "file once per run and carried from one append to the"
      * "next - the MASTER lock keeps every other writer off it."
       01  WS-JRN-CHAIN-SW     Pic X(1)        VALUE "N".
       01  WS-JRN-LAST-CHAIN   Pic 9(9)        VALUE 0.

       01  WS-OPERATOR         Pic X(10).
       01  WS-PURGED-CNT       Pic 9(6)        VALUE 0.
       01  WS-KEPT-CNT         Pic 9(6)        VALUE 0.
           MOVE WS-EFF-WORK TO JRN-B-EFF-DATE
           MOVE WS-EXP-WORK TO JRN-B-EXP-DATE
           MOVE SPACES TO JRN-AFTER-IMAGE
           IF WS-JRN-CHAIN-SW = "Y" THEN
               MOVE "C" TO CHN-FUNCTION
               MOVE WS-JRN-LAST-CHAIN TO CHN-PREV
           ELSE
               MOVE "A" TO CHN-FUNCTION
           END-IF
           MOVE WS-JRNFILE-NAME TO CHN-FILE-NAME
           MOVE 109 TO CHN-DATA-LEN
           MOVE Jrnl-Record TO CHN-DATA
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-VALUE TO JRN-CHAIN
           WRITE Jrnl-Record
           MOVE CHN-VALUE TO WS-JRN-LAST-CHAIN
           MOVE "Y" TO WS-JRN-CHAIN-SW
           IF WS-JRN-STATUS NOT = "00" THEN
               MOVE "N" TO WS-JRN-CHAIN-SW
               DISPLAY "*** AUDIT JOURNAL WRITE FAILED - status "
                   WS-JRN-STATUS " - the purge continues but this"
               DISPLAY "*** record is NOT journaled. Investigate "
