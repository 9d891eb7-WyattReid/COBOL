      * "2026-09-02 WAR The merge now takes the MASTER run lock"
      * "            (see LABLOCK/LABLKMN) so it cannot write into"
      * "            the master under an open LABMAINT session."
      * "2026-10-15 WAR The session table holds the whole widened"
      * "            session record (see SESSREC), so marking a"
      * "            session merged keeps its releasing supervisor."
      * "2026-10-15 WAR The merge checks the keyed-entry journal's"
      * "            audit chain as it loads it and refuses to run"
      * "            on a broken one; the journal written back with"
      * "            the merged flags set is re-sealed record by"
      * "            record, and the maintenance journal entries it"
      * "            adds are sealed too (see CHAINREQ)."
      * "2026-10-15 WAR The merge also takes the YTDFILE run lock"
      * "            LAB2b holds for a keying session, so the"
      * "            keyed-entry journal is never rewritten under an"
      * "            open session; the maintenance journal's chain"
      * "            value is carried from one merged record to the"
      * "            next instead of re-reading the journal each time."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * "Run lock - taken through LABLOCK at start and released"
      * "before STOP RUN; a second taker is refused with the"
      * "current holder's name (see LABLKMN for stale locks)."
      * "WS-LOCKS-HELD counts the locks taken so far, so a refused"
      * "take gives back only what this run already holds."
           COPY LOCKREQ.
       01  WS-LOCKS-HELD       Pic 9(1)        VALUE 0.

      * "Audit chain - both journals this run writes are sealed"
      * "through LABCHAIN (see CHAINREQ). The keyed-entry journal"
      * "is checked link by link as it loads, from its anchor"
      * "(WS-EJ-SEED); WS-EJ-BROKEN-AT is the first record whose"
      * "link does not hold, and the merge will not touch a"
      * "journal that has one."
           COPY CHAINREQ.
       01  WS-EJ-SEED          Pic 9(9)        VALUE 0.
       01  WS-EJ-PREV          Pic 9(9)        VALUE 0.
       01  WS-EJ-CHAINED-SW    Pic A(1)        VALUE "N".
       01  WS-EJ-BROKEN-AT     Pic 9(4)        VALUE 0.
      * "The maintenance journal's chain value is read from the"
      * "file once per run and carried from one append to the next."
       01  WS-JRN-CHAIN-SW     Pic A(1)        VALUE "N".
       01  WS-JRN-LAST-CHAIN   Pic 9(9)        VALUE 0.

       01  WS-CATEGORY         Pic X(2).
       01  WS-START-ID-PARAM   Pic X(6).
      * "written back with the merged flag set on every record"
      * "this run consumed."
       01  WS-JRN-TABLE.
           05  WS-JRN-ENTRY    Pic X(59)  OCCURS 2000 TIMES
                                           INDEXED BY WS-JRN-IDX.
       01  WS-JRN-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-JRN-OVER-SW      Pic A(1)        VALUE "N".
           05  WJ-VALUE            Pic S9(7)V9(2).
           05  WJ-MERGED           Pic X(1).
           05  FILLER              Pic X(05).
           05  WJ-CHAIN            Pic X(9).

      * "Replay stack for the session in hand - an E pushes, a U"
      * "pops, and whatever is left when the session ends is the"
       01  WS-SES-TABLE.
           05  WS-SES-ENTRY OCCURS 200 TIMES INDEXED BY WS-SES-IDX.
               10  WS-S-SESSION    Pic 9(4).
               10  FILLER          Pic X(58).
       01  WS-SES-CNT          Pic 9(4)   COMP   VALUE 0.

       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EJ-BROKEN-AT NOT = 0 THEN
               DISPLAY "*** Keyed-entry journal audit chain is broken "
                   "at record " WS-EJ-BROKEN-AT
               DISPLAY "*** of " WS-EJRNFILE-NAME
               DISPLAY "*** Merge refused - the journal has been "
                   "altered since it was written."
               DISPLAY "*** Run LABCHNCK and have it investigated "
                   "before merging."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPENMASTER-PARAGRAPH
           PERFORM FIND-NEXT-ID-PARAGRAPH
           PERFORM REPLAY-PARAGRAPH
           MOVE SPACES TO WS-START-ID-PARAM
           ACCEPT WS-START-ID-PARAM FROM ENVIRONMENT
               "LAB2BMRG_START_ID"
           MOVE "S" TO CHN-FUNCTION
           MOVE WS-EJRNFILE-NAME TO CHN-FILE-NAME
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-PREV TO WS-EJ-SEED
           MOVE WS-EJ-SEED TO WS-EJ-PREV
           MOVE "N" TO WS-EOF
           OPEN INPUT ENTJRNL-FILE
           IF WS-EJRN-STATUS NOT = "00" THEN
                       ADD 1 TO WS-JRN-CNT
                       MOVE Entry-Jrnl-Record
                           TO WS-JRN-ENTRY(WS-JRN-CNT)
                       PERFORM CHECK-EJ-LINK-PARAGRAPH
                   ELSE
                       MOVE "Y" TO WS-JRN-OVER-SW
                   END-IF
           END-READ.

      *****************************************************
      * CHECK-EJ-LINK-PARAGRAPH checks the record just loaded  *
      * against the one before it. Records from before the     *
      * chain existed carry no value and are passed over - but  *
      * only ahead of the first sealed one; an unsealed record  *
      * after that is a break like any other.                    *
      *****************************************************
       CHECK-EJ-LINK-PARAGRAPH.
           IF WS-EJ-BROKEN-AT NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF EJ-CHAIN IS NOT NUMERIC THEN
               IF WS-EJ-CHAINED-SW = "Y" THEN
                   MOVE WS-JRN-CNT TO WS-EJ-BROKEN-AT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-EJ-CHAINED-SW
           MOVE "C" TO CHN-FUNCTION
           MOVE 50 TO CHN-DATA-LEN
           MOVE Entry-Jrnl-Record TO CHN-DATA
           MOVE WS-EJ-PREV TO CHN-PREV
           CALL "LABCHAIN" USING Chain-Request
           IF CHN-VALUE NOT = EJ-CHAIN THEN
               MOVE WS-JRN-CNT TO WS-EJ-BROKEN-AT
           END-IF
           MOVE EJ-CHAIN TO WS-EJ-PREV.

       OPENMASTER-PARAGRAPH.
           OPEN I-O MASTERFILE
           IF WS-MST-STATUS = "35" THEN
           MOVE MST-INT TO JRN-A-INT
           MOVE 0 TO JRN-A-EFF-DATE
           MOVE 0 TO JRN-A-EXP-DATE
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
           IF WS-JRN-STATUS NOT = "00" THEN
               MOVE "N" TO WS-JRN-CHAIN-SW
               DISPLAY "*** AUDIT JOURNAL WRITE FAILED - status "
                   WS-JRN-STATUS " - the record was merged but"
               DISPLAY "*** is NOT journaled. Investigate "
                   WS-JRNFILE-NAME " before continuing."
           ELSE
               MOVE CHN-VALUE TO WS-JRN-LAST-CHAIN
               MOVE "Y" TO WS-JRN-CHAIN-SW
           END-IF
           CLOSE JOURNAL-FILE.

      * REWRITE-JOURNAL-PARAGRAPH writes the whole journal     *
      * back with the merged flag set on every record this     *
      * run consumed, so a second run finds nothing to do.      *
      * The flag is part of what each seal covers, so every     *
      * sealed record is re-sealed from the anchor on the way   *
      * out - the chain was proved whole on the way in.          *
      *****************************************************
       REWRITE-JOURNAL-PARAGRAPH.
           MOVE WS-EJ-SEED TO WS-EJ-PREV
           OPEN OUTPUT ENTJRNL-FILE
           PERFORM WRITE-JRN-PARAGRAPH
               VARYING WS-JRN-IDX FROM 1 BY 1

       WRITE-JRN-PARAGRAPH.
           MOVE WS-JRN-ENTRY(WS-JRN-IDX) TO Entry-Jrnl-Record
           IF EJ-CHAIN IS NUMERIC THEN
               MOVE "C" TO CHN-FUNCTION
               MOVE 50 TO CHN-DATA-LEN
               MOVE Entry-Jrnl-Record TO CHN-DATA
               MOVE WS-EJ-PREV TO CHN-PREV
               CALL "LABCHAIN" USING Chain-Request
               MOVE CHN-VALUE TO EJ-CHAIN
               MOVE EJ-CHAIN TO WS-EJ-PREV
           END-IF
           WRITE Entry-Jrnl-Record.

      *****************************************************
      * TAKE-LOCK-PARAGRAPH/RELEASE-LOCK-PARAGRAPH guard the  *
      * shared files this program rewrites - MASTER for the    *
      * master and its journal, YTDFILE for the keyed-entry    *
      * journal a LAB2b session appends to. A refused take     *
      * names the current holder, gives back any lock already  *
      * taken and ends the run before anything was touched     *
      * (see LABLOCK/LABLKMN).                                  *
      *****************************************************
       TAKE-LOCK-PARAGRAPH.
           MOVE "MASTER" TO LRQ-NAME
           PERFORM TAKE-ONE-LOCK-PARAGRAPH
           MOVE 1 TO WS-LOCKS-HELD
           MOVE "YTDFILE" TO LRQ-NAME
           PERFORM TAKE-ONE-LOCK-PARAGRAPH
           MOVE 2 TO WS-LOCKS-HELD.

       TAKE-ONE-LOCK-PARAGRAPH.
           MOVE "T" TO LRQ-FUNCTION
           MOVE "LAB2BMRG" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request
           IF LRQ-RESULT NOT = "0" THEN
                   "finish, or use LABLKMN to"
               DISPLAY "*** release the lock if that run was "
                   "cancelled and left it behind."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-LOCK-PARAGRAPH.
           MOVE "R" TO LRQ-FUNCTION
           MOVE "LAB2BMRG" TO LRQ-PROGRAM
           IF WS-LOCKS-HELD >= 2 THEN
               MOVE "YTDFILE" TO LRQ-NAME
               CALL "LABLOCK" USING Lock-Request
           END-IF
           IF WS-LOCKS-HELD >= 1 THEN
               MOVE "MASTER" TO LRQ-NAME
               CALL "LABLOCK" USING Lock-Request
           END-IF
           MOVE 0 TO WS-LOCKS-HELD.

      *****************************************************
      * NOTE-MERGED-SESSION-PARAGRAPH remembers each session   *
