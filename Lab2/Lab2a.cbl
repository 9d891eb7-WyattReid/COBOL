      * "2026-09-02 WAR The run now takes the shared YTDFILE run"
      * "            lock at start (see LABLOCK/LABLKMN) so nothing"
      * "            else can rewrite lab2-ytd.dat underneath it."
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

       01  FOO-INT     PIC S9(7)V9(2).

      * "WS-DEBIT-INT/WS-CREDIT-INT keep the run's positive and"
           MOVE LO-INT TO YJ-POST-LO
           MOVE WS-DEBIT-INT TO YJ-POST-DEBITS
           MOVE WS-CREDIT-INT TO YJ-POST-CREDITS
           MOVE "A" TO CHN-FUNCTION
           MOVE WS-YJRNFILE-NAME TO CHN-FILE-NAME
           MOVE 90 TO CHN-DATA-LEN
           MOVE Ytd-Jrnl-Record TO CHN-DATA
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-VALUE TO YJ-CHAIN
           WRITE Ytd-Jrnl-Record
           CLOSE YTDJRNL-FILE.

