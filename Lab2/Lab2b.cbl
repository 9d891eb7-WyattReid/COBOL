      * "            lock at start (see LABLOCK/LABLKMN) so two"
      * "            operators can no longer key at once against"
      * "            the same running-totals file."
      * "2026-10-15 WAR The session table carries the new"
      * "            releasing-supervisor field through the rewrite"
      * "            at session close (see SESSREC)."
      * "2026-10-15 WAR Each keyed-entry and YTD posting journal"
      * "            record is now sealed with its audit-chain"
      * "            value (EJ-CHAIN/YJ-CHAIN, through LABCHAIN), so"
      * "            a journal line edited or deleted afterwards is"
      * "            caught by LABCHNCK."
      * "2026-10-15 WAR A session that does not balance to its slip"
      * "            is flagged F on the session file (SES-BAL-FLAG),"
      * "            and the undos a discard journals are marked D"
      * "            (EJ-UNDO-KIND), for the keying report LABKEYRP."
      * "2026-10-15 WAR The keyed-entry journal's chain value is"
      * "            carried from one append to the next instead of"
      * "            re-reading the whole journal for every line."
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * "current holder's name (see LABLKMN for stale locks)."
           COPY LOCKREQ.

      * "Audit chain - each journal record is sealed through"
      * "LABCHAIN just before it is written (see CHAINREQ)."
           COPY CHAINREQ.
      * "The keyed-entry journal's chain value is read from the"
      * "file once per run and carried from one append to the"
      * "next - the YTDFILE lock keeps every other writer off it."
       01  WS-EJRN-CHAIN-SW    Pic X(1)      VALUE "N".
       01  WS-EJRN-LAST-CHAIN  Pic 9(9)      VALUE 0.

       01  FOO-INT     PIC S9(7)V9(2).

      * "HI-INT/LO-INT/AVG-INT/NUM-INT/SUM-INT are packed decimal -"
       01  WS-TOL-CONFIRM      Pic X(1).
       01  WS-TOL-REFUSED-SW   Pic A(1)        VALUE "N".
       01  WS-EJRN-TOL         Pic X(1)        VALUE SPACE.
       01  WS-EJRN-UNDO-KIND   Pic X(1)        VALUE SPACE.
       01  WS-TOL-LIM-TXT      Pic -Z(6)9.9(2).

      * "Session control - LAB2B_SESSFILE names the shared session"
               10  WS-S-OPEN-TIME  Pic 9(8).
               10  WS-S-COUNT      Pic 9(4).
               10  WS-S-TOTAL      Pic S9(9)V9(2).
               10  WS-S-BAL-FLAG   Pic X(1).
               10  FILLER          Pic X(05).
               10  WS-S-RELEASED-BY Pic X(10).
       01  WS-SES-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-SES-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-SES-WORK-IDX     Pic 9(4)   COMP   VALUE 0.
       01  WS-SESS-OPENED-SW   Pic A(1)        VALUE "N".
       01  WS-SESS-OVER-SW     Pic A(1)        VALUE "N".
       01  WS-SESS-DISC-SW     Pic A(1)        VALUE "N".
       01  WS-SESS-UNBAL-SW    Pic A(1)        VALUE "N".
       01  WS-CLOSE-STATUS     Pic X(1).

       01  WS-SLIP-COUNT       Pic 9(4)        VALUE 0.
                   TO WS-S-STATUS(WS-SES-FOUND-IDX)
               MOVE NUM-INT TO WS-S-COUNT(WS-SES-FOUND-IDX)
               MOVE SUM-INT TO WS-S-TOTAL(WS-SES-FOUND-IDX)
               IF WS-SESS-UNBAL-SW = "Y" THEN
                   MOVE "F" TO WS-S-BAL-FLAG(WS-SES-FOUND-IDX)
               END-IF
               PERFORM SAVE-SESSIONS-PARAGRAPH
           END-IF.

               MOVE 0 TO SESS-CREDIT-INT
               MOVE "N" TO WS-SESS-OPENED-SW
               MOVE "N" TO WS-SESS-DISC-SW
               MOVE "N" TO WS-SESS-UNBAL-SW
               GO TO 000-MAIN
           END-IF.

           MOVE SPACE TO EJ-MERGED
           MOVE WS-EJRN-TOL TO EJ-TOL-FLAG
           MOVE SPACE TO WS-EJRN-TOL
           MOVE WS-EJRN-UNDO-KIND TO EJ-UNDO-KIND
           IF WS-EJRN-CHAIN-SW = "Y" THEN
               MOVE "C" TO CHN-FUNCTION
               MOVE WS-EJRN-LAST-CHAIN TO CHN-PREV
           ELSE
               MOVE "A" TO CHN-FUNCTION
           END-IF
           MOVE WS-EJRNFILE-NAME TO CHN-FILE-NAME
           MOVE 50 TO CHN-DATA-LEN
           MOVE Entry-Jrnl-Record TO CHN-DATA
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-VALUE TO EJ-CHAIN
           WRITE Entry-Jrnl-Record
           IF WS-EJRN-STATUS = "00" THEN
               MOVE CHN-VALUE TO WS-EJRN-LAST-CHAIN
               MOVE "Y" TO WS-EJRN-CHAIN-SW
           ELSE
               MOVE "N" TO WS-EJRN-CHAIN-SW
           END-IF
           CLOSE ENTJRNL-FILE.
      *****************************************************
      * WRITE-YTD-JRNL-PARAGRAPH appends one posting record    *
           MOVE GRAND-LO-INT TO YJ-POST-LO
           MOVE GRAND-DEBIT-INT TO YJ-POST-DEBITS
           MOVE GRAND-CREDIT-INT TO YJ-POST-CREDITS
           MOVE "A" TO CHN-FUNCTION
           MOVE WS-YJRNFILE-NAME TO CHN-FILE-NAME
           MOVE 90 TO CHN-DATA-LEN
           MOVE Ytd-Jrnl-Record TO CHN-DATA
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-VALUE TO YJ-CHAIN
           WRITE Ytd-Jrnl-Record
           CLOSE YTDJRNL-FILE.

               DISPLAY "Session balances to the batch slip."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SESS-UNBAL-SW
           DISPLAY "*** SESSION DOES NOT BALANCE TO THE SLIP ***"
           DISPLAY "***   slip:  count=" WS-SLIP-COUNT
               " total=" WS-SLIP-TOTAL
           SUBTRACT WS-TBL-CNT FROM GRAND-TBL-CNT
           PERFORM GRAND-RECOMPUTE-HI-LO-PARAGRAPH
           MOVE "U" TO WS-EJRN-ACTION
           MOVE "D" TO WS-EJRN-UNDO-KIND
           PERFORM DISCARD-JOURNAL-PARAGRAPH
               VARYING WS-BAL-IDX FROM 1 BY 1
               UNTIL WS-BAL-IDX > WS-TBL-CNT
           MOVE SPACE TO WS-EJRN-UNDO-KIND
           MOVE 0 TO NUM-INT
           MOVE 0 TO SUM-INT
           MOVE 0 TO WS-TBL-CNT
