       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABDUPRL.
       AUTHOR. Wyatt Reid.
      * "Suspected-duplicate release workstation for the details"
      * "LAB2c holds out of a posting run because the same record"
      * "ID and value already posted for the provider inside the"
      * "duplicate-check window (see DUPHOLD). The supervisor works"
      * "the open holds for LAB_PROVIDER one at a time: R)elease"
      * "(the detail was genuine - it goes to a properly headed/"
      * "trailered release transmission, HDR-ORIGIN D, ready for"
      * "LAB2C_FILELIST, which LAB2c posts without checking it for"
      * "duplicates again), D)iscard (a true repeat - it never"
      * "posts), or S)kip. Each decision is stamped with the"
      * "supervisor's ID and the date on the hold file. Supervisor"
      * "role only. The session holds the YTDFILE lock LAB2c posts"
      * "under, so a posting run cannot append holds the session's"
      * "rewrite of the hold file would then lose."
      * "2026-10-15 WAR A session is refused while the release file"
      * "            an earlier session wrote is still waiting for"
      * "            LAB2c - writing a new one over it lost those"
      * "            released holds for good."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPHOLD-FILE ASSIGN TO WS-DHLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DHL-STATUS.
           SELECT RELFILE ASSIGN TO WS-RELFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BATCHREG-FILE ASSIGN TO WS-BREGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.
           SELECT USERFILE ASSIGN TO WS-USERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-USER-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPHOLD-FILE.
           COPY DUPHOLD.

       FD  RELFILE.
           COPY INTREC.

       FD  BATCHREG-FILE.
           COPY BATCHREG.

       FD  USERFILE.
           COPY USERREC.

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
           COPY INTRECWS.
      * "LAB_DUPHOLD is the hold file LAB2c appends to;"
      * "LABDUPRL_RELFILE the release transmission; LAB_BATCHREG"
      * "the register the release cycle is chosen against."
       01  WS-DHLFILE-NAME     Pic X(40).
       01  WS-DHL-STATUS       Pic X(2).
       01  WS-RELFILE-NAME     Pic X(40).
       01  WS-REL-STATUS       Pic X(2).
       01  WS-BREGFILE-NAME    Pic X(40).
       01  WS-BREG-STATUS      Pic X(2).
       01  WS-BREG-EOF         Pic A(1).
       01  WS-EOF              Pic A(1).

      * "LAB_USERFILE/LAB_OPERATOR - the session is refused"
      * "unless the operator is active with supervisor role."
       01  WS-USERFILE-NAME    Pic X(40).
       01  WS-USER-STATUS      Pic X(2).
       01  WS-USER-EOF         Pic A(1).
       01  WS-OPERATOR         Pic X(10).
       01  WS-OPERATOR-ROLE    Pic X(1)        VALUE SPACE.

      * "LAB_RUNLOG points at the shared run-log every program in"
      * "the suite appends its significant events to."
       01  WS-RUNLOG-NAME      Pic X(40).
       01  WS-RUNLOG-STATUS    Pic X(2).
       01  WS-LOG-SEV          Pic X(1).
       01  WS-LOG-MSGNO        Pic X(4).
       01  WS-LOG-TEXT         Pic X(50).

      * "Run lock - the hold file is a shared work queue (LAB2c"
      * "appends, LABDUPRL rewrites it whole), so the session"
      * "takes the YTDFILE lock the posting run holds."
           COPY LOCKREQ.

      * "The whole hold file, held while the supervisor works it"
      * "and written back afterwards with the decisions stamped."
       01  WS-DHL-TABLE.
           05  WS-DHL-ENTRY OCCURS 500 TIMES INDEXED BY WS-DHL-IDX.
               10  WS-H-STATUS     Pic X(1).
               10  WS-H-HOLD-DATE  Pic 9(8).
               10  WS-H-PROVIDER   Pic X(5).
               10  WS-H-BAT-DATE   Pic 9(8).
               10  WS-H-BAT-CYC    Pic 9(1).
               10  WS-H-SEQ        Pic 9(6).
               10  WS-H-MATCH-DATE Pic 9(8).
               10  WS-H-MATCH-CYC  Pic 9(1).
               10  WS-H-DETAIL     Pic X(30).
               10  WS-H-ACTION-BY  Pic X(10).
               10  WS-H-ACTION-DT  Pic 9(8).
               10  WS-H-NOW-SW     Pic X(1).
       01  WS-DHL-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-DHL-OVER-SW      Pic A(1)        VALUE "N".

      * "Released details collected for the release transmission,"
      * "with the count and totals the fresh trailer needs."
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY    Pic X(30)  OCCURS 500 TIMES
                                           INDEXED BY WS-REL-IDX.
       01  WS-REL-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-REL-HASH         Pic S9(9)V9(2)  VALUE 0.
       01  WS-REL-DEBIT        Pic S9(9)V9(2)  VALUE 0.
       01  WS-REL-CREDIT       Pic S9(9)V9(2)  VALUE 0.
       01  WS-REL-CYCLE        Pic 9(1)        VALUE 0.
       01  WS-BREG-CYCLE       Pic 9(1).

      * "The release file an earlier session left - pending until"
      * "LAB2c has posted its batch date and cycle."
       01  WS-PEND-SW          Pic A(1)        VALUE "N".
       01  WS-PEND-DATE        Pic 9(8)        VALUE 0.
       01  WS-PEND-CYCLE       Pic 9(1)        VALUE 0.

       01  WS-PROVIDER         Pic X(5)        VALUE SPACES.
       01  WS-TODAY            Pic 9(8).
       01  WS-ACTION           Pic X(1).
       01  WS-OPEN-CNT         Pic 9(4)        VALUE 0.
       01  WS-RELEASED-CNT     Pic 9(4)        VALUE 0.
       01  WS-DISCARDED-CNT    Pic 9(4)        VALUE 0.
       01  WS-VAL-TXT          Pic -Z(6)9.9(2).
       01  WS-CNT-TXT          Pic Z(3)9.
       01  WS-CNT2-TXT         Pic Z(3)9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM CHECK-AUTH-PARAGRAPH
           PERFORM TAKE-LOCK-PARAGRAPH
           PERFORM CHECK-PENDING-PARAGRAPH
           PERFORM LOAD-HOLD-PARAGRAPH
           PERFORM WORK-HOLD-PARAGRAPH
               VARYING WS-DHL-IDX FROM 1 BY 1
               UNTIL WS-DHL-IDX > WS-DHL-CNT
           IF WS-REL-CNT NOT = 0 THEN
               PERFORM WRITE-RELEASE-PARAGRAPH
           END-IF
           IF WS-RELEASED-CNT NOT = 0 OR WS-DISCARDED-CNT NOT = 0
                   THEN
               PERFORM REWRITE-HOLD-PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Open holds shown:  " WS-OPEN-CNT
           DISPLAY "Released:          " WS-RELEASED-CNT
           DISPLAY "Discarded:         " WS-DISCARDED-CNT
           MOVE WS-RELEASED-CNT TO WS-CNT-TXT
           MOVE WS-DISCARDED-CNT TO WS-CNT2-TXT
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Holds released " WS-CNT-TXT
               " discarded " WS-CNT2-TXT " by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM RELEASE-LOCK-PARAGRAPH
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE "lab-dup-hold.dat" TO WS-DHLFILE-NAME
           ACCEPT WS-DHLFILE-NAME FROM ENVIRONMENT "LAB_DUPHOLD"
           IF WS-DHLFILE-NAME = SPACES THEN
               MOVE "lab-dup-hold.dat" TO WS-DHLFILE-NAME
           END-IF
           MOVE "lab-dup-release.dat" TO WS-RELFILE-NAME
           ACCEPT WS-RELFILE-NAME FROM ENVIRONMENT "LABDUPRL_RELFILE"
           IF WS-RELFILE-NAME = SPACES THEN
               MOVE "lab-dup-release.dat" TO WS-RELFILE-NAME
           END-IF
           MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           ACCEPT WS-BREGFILE-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BREGFILE-NAME = SPACES THEN
               MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           END-IF
      *    The release transmission posts under LAB_PROVIDER like
      *    any other LAB2c feed, so the session works that
      *    provider's holds and no one else's.
           ACCEPT WS-PROVIDER FROM ENVIRONMENT "LAB_PROVIDER"
           IF WS-PROVIDER = SPACES THEN
               DISPLAY "Provider code (blank = unattributed): "
                   WITH NO ADVANCING
               ACCEPT WS-PROVIDER
           END-IF.

      *****************************************************
      * CHECK-AUTH-PARAGRAPH verifies the operator holds      *
      * supervisor role on USERS.dat - releasing a held detail *
      * posts value the run judged a repeat, so anyone else is *
      * refused before anything is touched.                    *
      *****************************************************
       CHECK-AUTH-PARAGRAPH.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           IF WS-OPERATOR = SPACES THEN
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           MOVE "USERS.dat" TO WS-USERFILE-NAME
           ACCEPT WS-USERFILE-NAME FROM ENVIRONMENT "LAB_USERFILE"
           IF WS-USERFILE-NAME = SPACES THEN
               MOVE "USERS.dat" TO WS-USERFILE-NAME
           END-IF
           MOVE SPACE TO WS-OPERATOR-ROLE
           MOVE "N" TO WS-USER-EOF
           OPEN INPUT USERFILE
           IF WS-USER-STATUS = "00" THEN
               PERFORM READ-USER-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-USER-EOF = "Y"
               CLOSE USERFILE
           END-IF
           IF WS-OPERATOR-ROLE NOT = "S" THEN
               DISPLAY "*** Duplicate release requires supervisor "
                   "role - session refused."
               MOVE "E" TO WS-LOG-SEV
               MOVE "0201" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Release refused - " WS-OPERATOR
                   " not a supervisor"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-USER-PARAGRAPH.
           READ USERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-USER-EOF
               NOT AT END
                   IF Usr-Id = WS-OPERATOR
                           AND Usr-Active = "Y" THEN
                       MOVE Usr-Role TO WS-OPERATOR-ROLE
                       MOVE "Y" TO WS-USER-EOF
                   END-IF
           END-READ.

       LOAD-HOLD-PARAGRAPH.
           MOVE 0 TO WS-DHL-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT DUPHOLD-FILE
           IF WS-DHL-STATUS NOT = "00" THEN
               DISPLAY "*** Hold file not found: " WS-DHLFILE-NAME
               DISPLAY "*** No suspected duplicates to work."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HOLD-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE DUPHOLD-FILE
      *    The session rewrites the hold file from this table, so
      *    an overflow would silently delete every hold past it -
      *    refuse the session outright instead.
           IF WS-DHL-OVER-SW = "Y" THEN
               DISPLAY "*** Hold file holds more than 500 "
                   "entries - session refused so the"
               DISPLAY "*** rewrite loses nothing. Archive the "
                   "worked holds first."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY WS-DHL-CNT " hold record(s) on file.".

       READ-HOLD-PARAGRAPH.
           READ DUPHOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-DHL-CNT < 500 THEN
                       ADD 1 TO WS-DHL-CNT
                       MOVE DHL-STATUS TO WS-H-STATUS(WS-DHL-CNT)
                       MOVE DHL-HOLD-DATE
                           TO WS-H-HOLD-DATE(WS-DHL-CNT)
                       MOVE DHL-PROVIDER TO WS-H-PROVIDER(WS-DHL-CNT)
                       MOVE DHL-BATCH-DATE
                           TO WS-H-BAT-DATE(WS-DHL-CNT)
                       MOVE DHL-CYCLE TO WS-H-BAT-CYC(WS-DHL-CNT)
                       MOVE DHL-SEQ TO WS-H-SEQ(WS-DHL-CNT)
                       MOVE DHL-MATCH-DATE
                           TO WS-H-MATCH-DATE(WS-DHL-CNT)
                       MOVE DHL-MATCH-CYCLE
                           TO WS-H-MATCH-CYC(WS-DHL-CNT)
                       MOVE DHL-DETAIL TO WS-H-DETAIL(WS-DHL-CNT)
                       MOVE "N" TO WS-H-NOW-SW(WS-DHL-CNT)
                       MOVE DHL-ACTION-BY
                           TO WS-H-ACTION-BY(WS-DHL-CNT)
                       IF DHL-ACTION-DATE IS NUMERIC THEN
                           MOVE DHL-ACTION-DATE
                               TO WS-H-ACTION-DT(WS-DHL-CNT)
                       ELSE
                           MOVE 0 TO WS-H-ACTION-DT(WS-DHL-CNT)
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-DHL-OVER-SW
                   END-IF
           END-READ.

      *****************************************************
      * WORK-HOLD-PARAGRAPH shows one open hold for this       *
      * provider beside the batch it appears to repeat and     *
      * takes the supervisor's decision.                        *
      *****************************************************
       WORK-HOLD-PARAGRAPH.
           IF WS-H-STATUS(WS-DHL-IDX) NOT = "H"
                   OR WS-H-PROVIDER(WS-DHL-IDX) NOT = WS-PROVIDER
                   THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-CNT
           MOVE WS-H-DETAIL(WS-DHL-IDX) TO WS-Record
           MOVE WS-Int TO WS-VAL-TXT
           DISPLAY " "
           DISPLAY "Held " WS-H-HOLD-DATE(WS-DHL-IDX)
               ": batch " WS-H-BAT-DATE(WS-DHL-IDX)
               "/" WS-H-BAT-CYC(WS-DHL-IDX)
               " record #" WS-H-SEQ(WS-DHL-IDX)
           DISPLAY "  id=" WS-D-REC-ID
               " category=" WS-D-CATEGORY
               " value=" WS-VAL-TXT
               " unit=" WS-D-UNIT
           DISPLAY "  same ID and value already posted in batch "
               WS-H-MATCH-DATE(WS-DHL-IDX)
               "/" WS-H-MATCH-CYC(WS-DHL-IDX)
           DISPLAY "R)elease  D)iscard  S)kip: " WITH NO ADVANCING
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "R"
                   PERFORM RELEASE-ONE-PARAGRAPH
               WHEN "D"
                   MOVE "D" TO WS-H-STATUS(WS-DHL-IDX)
                   MOVE WS-OPERATOR TO WS-H-ACTION-BY(WS-DHL-IDX)
                   MOVE WS-TODAY TO WS-H-ACTION-DT(WS-DHL-IDX)
                   ADD 1 TO WS-DISCARDED-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RELEASE-ONE-PARAGRAPH.
           ADD 1 TO WS-REL-CNT
           MOVE WS-Record TO WS-REL-ENTRY(WS-REL-CNT)
           ADD WS-Int TO WS-REL-HASH
           IF WS-Int > 0 THEN
               ADD WS-Int TO WS-REL-DEBIT
           ELSE
               SUBTRACT WS-Int FROM WS-REL-CREDIT
           END-IF
           MOVE "R" TO WS-H-STATUS(WS-DHL-IDX)
           MOVE "Y" TO WS-H-NOW-SW(WS-DHL-IDX)
           MOVE WS-OPERATOR TO WS-H-ACTION-BY(WS-DHL-IDX)
           MOVE WS-TODAY TO WS-H-ACTION-DT(WS-DHL-IDX)
           ADD 1 TO WS-RELEASED-CNT.

      *****************************************************
      * WRITE-RELEASE-PARAGRAPH writes the released details    *
      * under a fresh header/trailer computed from just those  *
      * records, origin D. The batch date is today's and the   *
      * cycle the next one LAB2c has not yet posted today, so  *
      * the release never needs the duplicate-batch override.  *
      *****************************************************
       WRITE-RELEASE-PARAGRAPH.
           PERFORM FIND-CYCLE-PARAGRAPH
           IF WS-REL-CYCLE > 9 OR WS-REL-CYCLE = 0 THEN
               DISPLAY "*** Every cycle for " WS-TODAY
                   " is already posted - nothing released."
               DISPLAY "*** The held details stay open - release "
                   "them again tomorrow."
               PERFORM UNDO-RELEASE-PARAGRAPH
                   VARYING WS-DHL-IDX FROM 1 BY 1
                   UNTIL WS-DHL-IDX > WS-DHL-CNT
               MOVE 0 TO WS-REL-CNT
               MOVE 0 TO WS-RELEASED-CNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RELFILE
           MOVE SPACES TO Header-Record
           MOVE "H" TO HDR-REC-TYPE
           MOVE WS-TODAY TO HDR-BATCH-DATE
           MOVE WS-REL-CNT TO HDR-EXPECTED-CNT
           ACCEPT HDR-LOCATION FROM ENVIRONMENT "LAB_LOCATION"
           MOVE WS-REL-CYCLE TO HDR-CYCLE
           MOVE "D" TO HDR-ORIGIN
           WRITE Header-Record
           PERFORM WRITE-ONE-RELEASE-PARAGRAPH
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-CNT
           MOVE SPACES TO Trailer-Record
           MOVE "T" TO TRL-REC-TYPE
           MOVE WS-REL-CNT TO TRL-REC-COUNT
           MOVE WS-REL-HASH TO TRL-HASH-TOTAL
           MOVE WS-REL-DEBIT TO TRL-DEBIT-TOTAL
           MOVE WS-REL-CREDIT TO TRL-CREDIT-TOTAL
           WRITE Trailer-Record
           CLOSE RELFILE
           DISPLAY "Release file written: " WS-RELFILE-NAME
               " (" WS-REL-CNT " record(s), batch " WS-TODAY
               " cycle " WS-REL-CYCLE ")".

       WRITE-ONE-RELEASE-PARAGRAPH.
           MOVE WS-REL-ENTRY(WS-REL-IDX) TO Detail-Record
           WRITE Detail-Record.

       UNDO-RELEASE-PARAGRAPH.
           IF WS-H-NOW-SW(WS-DHL-IDX) = "Y" THEN
               MOVE "N" TO WS-H-NOW-SW(WS-DHL-IDX)
               MOVE "H" TO WS-H-STATUS(WS-DHL-IDX)
               MOVE SPACES TO WS-H-ACTION-BY(WS-DHL-IDX)
               MOVE 0 TO WS-H-ACTION-DT(WS-DHL-IDX)
           END-IF.

      *****************************************************
      * CHECK-PENDING-PARAGRAPH looks at the release file an   *
      * earlier session left. Until LAB2c has posted it - its  *
      * header's batch date and cycle on the register as a     *
      * LAB2C row of origin D - it is pending: a new release *
      * file would overwrite it, and the items it carries are  *
      * already stamped released, so they would never post.   *
      *****************************************************
       CHECK-PENDING-PARAGRAPH.
           MOVE "N" TO WS-PEND-SW
           MOVE "N" TO WS-EOF
           OPEN INPUT RELFILE
           IF WS-REL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           READ RELFILE
               AT END MOVE "Y" TO WS-EOF
           END-READ
           CLOSE RELFILE
           IF WS-EOF = "Y" OR HDR-REC-TYPE NOT = "H"
                   OR HDR-BATCH-DATE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE HDR-BATCH-DATE TO WS-PEND-DATE
           IF HDR-CYCLE IS NUMERIC AND HDR-CYCLE NOT = 0 THEN
               MOVE HDR-CYCLE TO WS-PEND-CYCLE
           ELSE
               MOVE 1 TO WS-PEND-CYCLE
           END-IF
           MOVE "Y" TO WS-PEND-SW
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS = "00" THEN
               PERFORM READ-PEND-BREG-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-BREG-EOF = "Y"
               CLOSE BATCHREG-FILE
           END-IF
           IF WS-PEND-SW = "N" THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** Release file " WS-RELFILE-NAME
               " (batch " WS-PEND-DATE " cycle " WS-PEND-CYCLE
               ")"
           DISPLAY "*** has not been posted by LAB2c yet - feed it "
               "through LAB2C_FILELIST first."
           DISPLAY "*** Session refused - the held details it "
               "carries are already stamped released."
           MOVE "E" TO WS-LOG-SEV
           MOVE "0202" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Release " WS-PEND-DATE "/" WS-PEND-CYCLE
               " not yet posted - session refused"
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM RELEASE-LOCK-PARAGRAPH
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       READ-PEND-BREG-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   IF BRG-SOURCE = "LAB2C"
                           AND BRG-BATCH-DATE = WS-PEND-DATE
                           AND BRG-ORIGIN = "D" THEN
                       IF BRG-CYCLE IS NUMERIC
                               AND BRG-CYCLE NOT = 0 THEN
                           MOVE BRG-CYCLE TO WS-BREG-CYCLE
                       ELSE
                           MOVE 1 TO WS-BREG-CYCLE
                       END-IF
                       IF WS-BREG-CYCLE = WS-PEND-CYCLE THEN
                           MOVE "N" TO WS-PEND-SW
                           MOVE "Y" TO WS-BREG-EOF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * FIND-CYCLE-PARAGRAPH picks one past the highest cycle  *
      * LAB2c has posted for today's date (reversed rows no    *
      * longer count, exactly as LAB2c's own register check).  *
      *****************************************************
       FIND-CYCLE-PARAGRAPH.
           MOVE 0 TO WS-REL-CYCLE
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS = "00" THEN
               PERFORM READ-BREG-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-BREG-EOF = "Y"
               CLOSE BATCHREG-FILE
           END-IF
           IF WS-REL-CYCLE = 9 THEN
               MOVE 0 TO WS-REL-CYCLE
           ELSE
               ADD 1 TO WS-REL-CYCLE
           END-IF.

       READ-BREG-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   IF BRG-SOURCE = "LAB2C"
                           AND BRG-BATCH-DATE = WS-TODAY
                           AND BRG-STATUS NOT = "R" THEN
                       IF BRG-CYCLE IS NUMERIC
                               AND BRG-CYCLE NOT = 0 THEN
                           MOVE BRG-CYCLE TO WS-BREG-CYCLE
                       ELSE
                           MOVE 1 TO WS-BREG-CYCLE
                       END-IF
                       IF WS-BREG-CYCLE > WS-REL-CYCLE THEN
                           MOVE WS-BREG-CYCLE TO WS-REL-CYCLE
                       END-IF
                   END-IF
           END-READ.

       REWRITE-HOLD-PARAGRAPH.
           OPEN OUTPUT DUPHOLD-FILE
           PERFORM REWRITE-ONE-HOLD-PARAGRAPH
               VARYING WS-DHL-IDX FROM 1 BY 1
               UNTIL WS-DHL-IDX > WS-DHL-CNT
           CLOSE DUPHOLD-FILE.

       REWRITE-ONE-HOLD-PARAGRAPH.
           MOVE SPACES TO Dup-Hold-Record
           MOVE WS-H-STATUS(WS-DHL-IDX) TO DHL-STATUS
           MOVE WS-H-HOLD-DATE(WS-DHL-IDX) TO DHL-HOLD-DATE
           MOVE WS-H-PROVIDER(WS-DHL-IDX) TO DHL-PROVIDER
           MOVE WS-H-BAT-DATE(WS-DHL-IDX) TO DHL-BATCH-DATE
           MOVE WS-H-BAT-CYC(WS-DHL-IDX) TO DHL-CYCLE
           MOVE WS-H-SEQ(WS-DHL-IDX) TO DHL-SEQ
           MOVE WS-H-MATCH-DATE(WS-DHL-IDX) TO DHL-MATCH-DATE
           MOVE WS-H-MATCH-CYC(WS-DHL-IDX) TO DHL-MATCH-CYCLE
           MOVE WS-H-DETAIL(WS-DHL-IDX) TO DHL-DETAIL
           MOVE WS-H-ACTION-BY(WS-DHL-IDX) TO DHL-ACTION-BY
           MOVE WS-H-ACTION-DT(WS-DHL-IDX) TO DHL-ACTION-DATE
           WRITE Dup-Hold-Record.

       WRITE-RUNLOG-PARAGRAPH.
           MOVE "lab-runlog.dat" TO WS-RUNLOG-NAME
           ACCEPT WS-RUNLOG-NAME FROM ENVIRONMENT "LAB_RUNLOG"
           IF WS-RUNLOG-NAME = SPACES THEN
               MOVE "lab-runlog.dat" TO WS-RUNLOG-NAME
           END-IF
           OPEN EXTEND RUNLOG-FILE
           IF WS-RUNLOG-STATUS = "35" THEN
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           MOVE SPACES TO Run-Log-Record
           ACCEPT RLG-DATE FROM DATE YYYYMMDD
           ACCEPT RLG-TIME FROM TIME
           MOVE "LABDUPRL" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.

      *****************************************************
      * TAKE-LOCK-PARAGRAPH/RELEASE-LOCK-PARAGRAPH guard the  *
      * shared file this program rewrites - a refused take     *
      * names the current holder and ends the run before       *
      * anything was touched (see LABLOCK/LABLKMN).             *
      *****************************************************
       TAKE-LOCK-PARAGRAPH.
           MOVE "T" TO LRQ-FUNCTION
           MOVE "YTDFILE" TO LRQ-NAME
           MOVE "LABDUPRL" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request
           IF LRQ-RESULT NOT = "0" THEN
               DISPLAY "*** Lock " LRQ-NAME " is held by "
                   LRQ-HOLDER " (" LRQ-HOLDER-PGM ")."
               DISPLAY "*** Run refused - wait for that run to "
                   "finish, or use LABLKMN to"
               DISPLAY "*** release the lock if that run was "
                   "cancelled and left it behind."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-LOCK-PARAGRAPH.
           MOVE "R" TO LRQ-FUNCTION
           MOVE "YTDFILE" TO LRQ-NAME
           MOVE "LABDUPRL" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request.
