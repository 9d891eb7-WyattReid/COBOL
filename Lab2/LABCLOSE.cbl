      * "2026-09-02 WAR The close now takes the shared YTDFILE"
      * "            run lock (see LABLOCK/LABLKMN) so it cannot"
      * "            reset the totals under a live posting run."
      * "2026-10-15 WAR Each YTD posting journal record is now"
      * "            sealed with its audit-chain value (YJ-CHAIN,"
      * "            through LABCHAIN), so a journal line edited"
      * "            or deleted afterwards is caught by LABCHNCK."
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * "current holder's name (see LABLKMN for stale locks)."
           COPY LOCKREQ.

      * "Audit chain - each journal record is sealed through"
      * "LABCHAIN just before it is written (see CHAINREQ)."
           COPY CHAINREQ.

       01  WS-PERIOD-INPUT     Pic X(6).
       01  WS-PERIOD           Pic 9(6)        VALUE 0.
       01  WS-TODAY            Pic 9(8).
           MOVE 0 TO YJ-POST-SUM
           MOVE 0 TO YJ-POST-HI
           MOVE 0 TO YJ-POST-LO
           MOVE "A" TO CHN-FUNCTION
           MOVE WS-YJRNFILE-NAME TO CHN-FILE-NAME
           MOVE 90 TO CHN-DATA-LEN
           MOVE Ytd-Jrnl-Record TO CHN-DATA
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-VALUE TO YJ-CHAIN
           WRITE Ytd-Jrnl-Record
           CLOSE YTDJRNL-FILE.

