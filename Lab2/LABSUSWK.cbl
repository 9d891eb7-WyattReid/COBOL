       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABSUSWK.
       AUTHOR. Wyatt Reid.
      * "High-value suspense workstation for the details LAB2c"
      * "diverts from a posting run because the value was above"
      * "its category's single-item posting limit (see SUSPREC/"
      * "LIMREC). W)ork takes the supervisor through the items in"
      * "suspense for LAB_PROVIDER one at a time: R)elease (the"
      * "detail goes to a properly headed/trailered release"
      * "transmission, HDR-ORIGIN S, ready for LAB2C_FILELIST, so"
      * "it posts in the next cycle without the limit check),"
      * "re-J)ect (it never posts), or S)kip. Each decision is"
      * "stamped with the supervisor's ID and the date. G)ing"
      * "prints the aging list: items of every provider still in"
      * "suspense more than LABSUSWK_AGE_DAYS days. Supervisor"
      * "role only. The session holds the YTDFILE lock LAB2c posts"
      * "under, so a posting run cannot append items the session's"
      * "rewrite of the suspense file would then lose."
      * "2026-10-15 WAR W)ork is refused while the release file an"
      * "            earlier session wrote is still waiting for"
      * "            LAB2c - writing a new one over it lost those"
      * "            released items for good. The session ends"
      * "            RETURN-CODE 4 when that happens."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO WS-SUSFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
           SELECT RELFILE ASSIGN TO WS-RELFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  RELFILE.
           COPY INTREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       FD  BATCHREG-FILE.
           COPY BATCHREG.

       FD  USERFILE.
           COPY USERREC.

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
           COPY INTRECWS.
      * "LAB_SUSPENSE is the suspense file LAB2c appends to;"
      * "LABSUSWK_RELFILE the release transmission;"
      * "LABSUSWK_OUTFILE the aging list; LAB_BATCHREG the"
      * "register the release cycle is chosen against."
       01  WS-SUSFILE-NAME     Pic X(40).
       01  WS-SUS-STATUS       Pic X(2).
       01  WS-RELFILE-NAME     Pic X(40).
       01  WS-REL-STATUS       Pic X(2).
       01  WS-OUTFILE-NAME     Pic X(40).
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

      * "Run lock - the suspense file is a shared work queue"
      * "(LAB2c appends, LABSUSWK rewrites it whole), so the"
      * "session takes the YTDFILE lock the posting run holds."
           COPY LOCKREQ.

      * "The whole suspense file, held while the supervisor works"
      * "it and written back afterwards with the decisions"
      * "stamped."
       01  WS-SUS-TABLE.
           05  WS-SUS-ENTRY OCCURS 500 TIMES INDEXED BY WS-SUS-IDX.
               10  WS-S-STATUS     Pic X(1).
               10  WS-S-SUSP-DATE  Pic 9(8).
               10  WS-S-PROVIDER   Pic X(5).
               10  WS-S-BAT-DATE   Pic 9(8).
               10  WS-S-BAT-CYC    Pic 9(1).
               10  WS-S-SEQ        Pic 9(6).
               10  WS-S-LIMIT      Pic 9(7)V9(2).
               10  WS-S-DETAIL     Pic X(30).
               10  WS-S-ACTION-BY  Pic X(10).
               10  WS-S-ACTION-DT  Pic 9(8).
               10  WS-S-NOW-SW     Pic X(1).
       01  WS-SUS-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-SUS-OVER-SW      Pic A(1)        VALUE "N".

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

      * "LABSUSWK_AGE_DAYS - an item still in suspense after this"
      * "many days is on the aging list (default 3)."
       01  WS-AGE-INPUT        Pic X(3).
       01  WS-AGE-DAYS         Pic 9(3)        VALUE 3.
       01  WS-AGE-INT          Pic 9(8)   COMP.
       01  WS-AGE-CUTOFF       Pic 9(8).
       01  WS-AGED-CNT         Pic 9(4)        VALUE 0.
       01  WS-AGED-SUM         Pic S9(9)V9(2)  VALUE 0.

      * "LAB_REGION names the active region - printed on the"
      * "heading so a test page can never be mistaken for"
      * "production (see LABRGSET)."
       01  WS-REGION           Pic X(8)        VALUE "PROD".

       01  WS-PROVIDER         Pic X(5)        VALUE SPACES.
       01  WS-TODAY            Pic 9(8).
       01  WS-CMD              Pic X(1).
       01  WS-ACTION           Pic X(1).
       01  WS-OPEN-CNT         Pic 9(4)        VALUE 0.
       01  WS-RELEASED-CNT     Pic 9(4)        VALUE 0.
       01  WS-REJECTED-CNT     Pic 9(4)        VALUE 0.
       01  WS-VAL-TXT          Pic -Z(6)9.9(2).
       01  WS-LIM-TXT          Pic Z(6)9.9(2).
       01  WS-SUM-TXT          Pic -Z(8)9.9(2).
       01  WS-CNT-TXT          Pic Z(3)9.
       01  WS-CNT2-TXT         Pic Z(3)9.
       01  WS-REPORT-LINE      Pic X(100).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM CHECK-AUTH-PARAGRAPH
           PERFORM TAKE-LOCK-PARAGRAPH
           PERFORM CHECK-PENDING-PARAGRAPH
           PERFORM LOAD-SUSPENSE-PARAGRAPH
           PERFORM MENU-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-CMD = "Q"
           IF WS-REL-CNT NOT = 0 THEN
               PERFORM WRITE-RELEASE-PARAGRAPH
           END-IF
           IF WS-RELEASED-CNT NOT = 0 OR WS-REJECTED-CNT NOT = 0
                   THEN
               PERFORM REWRITE-SUSPENSE-PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Items shown:       " WS-OPEN-CNT
           DISPLAY "Released:          " WS-RELEASED-CNT
           DISPLAY "Rejected:          " WS-REJECTED-CNT
           MOVE WS-RELEASED-CNT TO WS-CNT-TXT
           MOVE WS-REJECTED-CNT TO WS-CNT2-TXT
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Suspense released " WS-CNT-TXT
               " rejected " WS-CNT2-TXT " by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM RELEASE-LOCK-PARAGRAPH
           IF WS-PEND-SW = "Y" THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE "lab-suspense.dat" TO WS-SUSFILE-NAME
           ACCEPT WS-SUSFILE-NAME FROM ENVIRONMENT "LAB_SUSPENSE"
           IF WS-SUSFILE-NAME = SPACES THEN
               MOVE "lab-suspense.dat" TO WS-SUSFILE-NAME
           END-IF
           MOVE "lab-susp-release.dat" TO WS-RELFILE-NAME
           ACCEPT WS-RELFILE-NAME FROM ENVIRONMENT "LABSUSWK_RELFILE"
           IF WS-RELFILE-NAME = SPACES THEN
               MOVE "lab-susp-release.dat" TO WS-RELFILE-NAME
           END-IF
           MOVE "lab-susp-aging.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABSUSWK_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-susp-aging.dat" TO WS-OUTFILE-NAME
           END-IF
           MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           ACCEPT WS-BREGFILE-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BREGFILE-NAME = SPACES THEN
               MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           END-IF
           MOVE SPACES TO WS-AGE-INPUT
           ACCEPT WS-AGE-INPUT FROM ENVIRONMENT "LABSUSWK_AGE_DAYS"
           IF WS-AGE-INPUT IS NUMERIC THEN
               MOVE WS-AGE-INPUT TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS = 0 THEN
               MOVE 3 TO WS-AGE-DAYS
           END-IF
           COMPUTE WS-AGE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-AGE-DAYS
           COMPUTE WS-AGE-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-AGE-INT)
      *    The release transmission posts under LAB_PROVIDER like
      *    any other LAB2c feed, so W)ork takes that provider's
      *    items and no one else's.
           ACCEPT WS-PROVIDER FROM ENVIRONMENT "LAB_PROVIDER"
           IF WS-PROVIDER = SPACES THEN
               DISPLAY "Provider code (blank = unattributed): "
                   WITH NO ADVANCING
               ACCEPT WS-PROVIDER
           END-IF.

      *****************************************************
      * CHECK-AUTH-PARAGRAPH verifies the operator holds      *
      * supervisor role on USERS.dat - releasing a suspended   *
      * detail posts value above the single-item authority, so *
      * anyone else is refused before anything is touched.    *
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
               DISPLAY "*** Suspense workstation requires "
                   "supervisor role - session refused."
               MOVE "E" TO WS-LOG-SEV
               MOVE "0201" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Suspense refused - " WS-OPERATOR
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

       LOAD-SUSPENSE-PARAGRAPH.
           MOVE 0 TO WS-SUS-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUS-STATUS NOT = "00" THEN
               DISPLAY "*** Suspense file not found: "
                   WS-SUSFILE-NAME
               DISPLAY "*** No suspended details to work."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SUSPENSE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE SUSPENSE-FILE
      *    The session rewrites the suspense file from this table,
      *    so an overflow would silently delete every item past it
      *    - refuse the session outright instead.
           IF WS-SUS-OVER-SW = "Y" THEN
               DISPLAY "*** Suspense file holds more than 500 "
                   "entries - session refused so the"
               DISPLAY "*** rewrite loses nothing. Archive the "
                   "worked items first."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY WS-SUS-CNT " suspense record(s) on file.".

       READ-SUSPENSE-PARAGRAPH.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-SUS-CNT < 500 THEN
                       ADD 1 TO WS-SUS-CNT
                       MOVE SUS-STATUS TO WS-S-STATUS(WS-SUS-CNT)
                       MOVE SUS-SUSP-DATE
                           TO WS-S-SUSP-DATE(WS-SUS-CNT)
                       MOVE SUS-PROVIDER TO WS-S-PROVIDER(WS-SUS-CNT)
                       MOVE SUS-BATCH-DATE
                           TO WS-S-BAT-DATE(WS-SUS-CNT)
                       MOVE SUS-CYCLE TO WS-S-BAT-CYC(WS-SUS-CNT)
                       MOVE SUS-SEQ TO WS-S-SEQ(WS-SUS-CNT)
                       MOVE SUS-LIMIT TO WS-S-LIMIT(WS-SUS-CNT)
                       MOVE SUS-DETAIL TO WS-S-DETAIL(WS-SUS-CNT)
                       MOVE "N" TO WS-S-NOW-SW(WS-SUS-CNT)
                       MOVE SUS-ACTION-BY
                           TO WS-S-ACTION-BY(WS-SUS-CNT)
                       IF SUS-ACTION-DATE IS NUMERIC THEN
                           MOVE SUS-ACTION-DATE
                               TO WS-S-ACTION-DT(WS-SUS-CNT)
                       ELSE
                           MOVE 0 TO WS-S-ACTION-DT(WS-SUS-CNT)
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-SUS-OVER-SW
                   END-IF
           END-READ.

       MENU-PARAGRAPH.
           DISPLAY " "
           DISPLAY "High-value suspense - W)ork open  G)ing "
               "list  Q)uit"
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-CMD
           EVALUATE WS-CMD
               WHEN "W"
                   IF WS-PEND-SW = "Y" THEN
                       DISPLAY "*** Release file " WS-RELFILE-NAME
                           " not yet posted - W)ork refused."
                   ELSE
                       PERFORM WORK-ITEM-PARAGRAPH
                           VARYING WS-SUS-IDX FROM 1 BY 1
                           UNTIL WS-SUS-IDX > WS-SUS-CNT
                   END-IF
               WHEN "G"
                   PERFORM AGING-PARAGRAPH
               WHEN "Q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Invalid command - enter W, G, or Q"
           END-EVALUATE.

      *****************************************************
      * WORK-ITEM-PARAGRAPH shows one item still in suspense   *
      * for this provider beside the limit it broke and takes  *
      * the supervisor's decision.                              *
      *****************************************************
       WORK-ITEM-PARAGRAPH.
           IF WS-S-STATUS(WS-SUS-IDX) NOT = "S"
                   OR WS-S-PROVIDER(WS-SUS-IDX) NOT = WS-PROVIDER
                   THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-CNT
           MOVE WS-S-DETAIL(WS-SUS-IDX) TO WS-Record
           MOVE WS-Int TO WS-VAL-TXT
           MOVE WS-S-LIMIT(WS-SUS-IDX) TO WS-LIM-TXT
           DISPLAY " "
           DISPLAY "Suspended " WS-S-SUSP-DATE(WS-SUS-IDX)
               ": batch " WS-S-BAT-DATE(WS-SUS-IDX)
               "/" WS-S-BAT-CYC(WS-SUS-IDX)
               " record #" WS-S-SEQ(WS-SUS-IDX)
           DISPLAY "  id=" WS-D-REC-ID
               " category=" WS-D-CATEGORY
               " value=" WS-VAL-TXT
               " unit=" WS-D-UNIT
           DISPLAY "  category posting limit " WS-LIM-TXT
           DISPLAY "R)elease  re-J)ect  S)kip: " WITH NO ADVANCING
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "R"
                   PERFORM RELEASE-ONE-PARAGRAPH
               WHEN "J"
                   MOVE "J" TO WS-S-STATUS(WS-SUS-IDX)
                   MOVE WS-OPERATOR TO WS-S-ACTION-BY(WS-SUS-IDX)
                   MOVE WS-TODAY TO WS-S-ACTION-DT(WS-SUS-IDX)
                   ADD 1 TO WS-REJECTED-CNT
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
           MOVE "R" TO WS-S-STATUS(WS-SUS-IDX)
           MOVE "Y" TO WS-S-NOW-SW(WS-SUS-IDX)
           MOVE WS-OPERATOR TO WS-S-ACTION-BY(WS-SUS-IDX)
           MOVE WS-TODAY TO WS-S-ACTION-DT(WS-SUS-IDX)
           ADD 1 TO WS-RELEASED-CNT.

      *****************************************************
      * AGING-PARAGRAPH prints every item of every provider    *
      * still in suspense on or before the cutoff date - the    *
      * ones no supervisor has released or rejected.            *
      *****************************************************
       AGING-PARAGRAPH.
           MOVE 0 TO WS-AGED-CNT
           MOVE 0 TO WS-AGED-SUM
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "High-Value Suspense Aging List   cutoff "
               WS-AGE-CUTOFF
               "   Region: " WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-AGE-LINE-PARAGRAPH
           PERFORM AGE-ONE-PARAGRAPH
               VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUS-CNT
           MOVE WS-AGED-SUM TO WS-SUM-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Items still in suspense past the cutoff: "
               WS-AGED-CNT "  value " WS-SUM-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-AGE-LINE-PARAGRAPH
           CLOSE REPORT-FILE.

       AGE-ONE-PARAGRAPH.
           IF WS-S-STATUS(WS-SUS-IDX) = "S"
                   AND WS-S-SUSP-DATE(WS-SUS-IDX)
                       NOT > WS-AGE-CUTOFF THEN
               ADD 1 TO WS-AGED-CNT
               MOVE WS-S-DETAIL(WS-SUS-IDX) TO WS-Record
               ADD WS-Int TO WS-AGED-SUM
               MOVE WS-Int TO WS-VAL-TXT
               MOVE WS-S-LIMIT(WS-SUS-IDX) TO WS-LIM-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-S-SUSP-DATE(WS-SUS-IDX)
                   " " WS-S-PROVIDER(WS-SUS-IDX)
                   " batch " WS-S-BAT-DATE(WS-SUS-IDX)
                   "/" WS-S-BAT-CYC(WS-SUS-IDX)
                   " id=" WS-D-REC-ID
                   " " WS-D-CATEGORY
                   " value=" WS-VAL-TXT
                   " limit=" WS-LIM-TXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-AGE-LINE-PARAGRAPH
           END-IF.

       WRITE-AGE-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      *****************************************************
      * WRITE-RELEASE-PARAGRAPH writes the released details    *
      * under a fresh header/trailer computed from just those  *
      * records, origin S. The batch date is today's and the   *
      * cycle the next one LAB2c has not yet posted today, so  *
      * the release never needs the duplicate-batch override.  *
      *****************************************************
       WRITE-RELEASE-PARAGRAPH.
           PERFORM FIND-CYCLE-PARAGRAPH
           IF WS-REL-CYCLE > 9 OR WS-REL-CYCLE = 0 THEN
               DISPLAY "*** Every cycle for " WS-TODAY
                   " is already posted - nothing released."
               DISPLAY "*** The items stay in suspense - release "
                   "them again tomorrow."
               PERFORM UNDO-RELEASE-PARAGRAPH
                   VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-CNT
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
           MOVE "S" TO HDR-ORIGIN
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
           IF WS-S-NOW-SW(WS-SUS-IDX) = "Y" THEN
               MOVE "N" TO WS-S-NOW-SW(WS-SUS-IDX)
               MOVE "S" TO WS-S-STATUS(WS-SUS-IDX)
               MOVE SPACES TO WS-S-ACTION-BY(WS-SUS-IDX)
               MOVE 0 TO WS-S-ACTION-DT(WS-SUS-IDX)
           END-IF.

      *****************************************************
      * CHECK-PENDING-PARAGRAPH looks at the release file an   *
      * earlier session left. Until LAB2c has posted it - its  *
      * header's batch date and cycle on the register as a     *
      * LAB2C row of origin S - it is pending: a new release *
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
           DISPLAY "*** W)ork is refused until then; the aging "
               "list is still available."
           MOVE "W" TO WS-LOG-SEV
           MOVE "0101" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Release " WS-PEND-DATE "/" WS-PEND-CYCLE
               " not yet posted - work refused"
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

       READ-PEND-BREG-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   IF BRG-SOURCE = "LAB2C"
                           AND BRG-BATCH-DATE = WS-PEND-DATE
                           AND BRG-ORIGIN = "S" THEN
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

       REWRITE-SUSPENSE-PARAGRAPH.
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM REWRITE-ONE-SUSPENSE-PARAGRAPH
               VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUS-CNT
           CLOSE SUSPENSE-FILE.

       REWRITE-ONE-SUSPENSE-PARAGRAPH.
           MOVE SPACES TO Susp-Record
           MOVE WS-S-STATUS(WS-SUS-IDX) TO SUS-STATUS
           MOVE WS-S-SUSP-DATE(WS-SUS-IDX) TO SUS-SUSP-DATE
           MOVE WS-S-PROVIDER(WS-SUS-IDX) TO SUS-PROVIDER
           MOVE WS-S-BAT-DATE(WS-SUS-IDX) TO SUS-BATCH-DATE
           MOVE WS-S-BAT-CYC(WS-SUS-IDX) TO SUS-CYCLE
           MOVE WS-S-SEQ(WS-SUS-IDX) TO SUS-SEQ
           MOVE WS-S-LIMIT(WS-SUS-IDX) TO SUS-LIMIT
           MOVE WS-S-DETAIL(WS-SUS-IDX) TO SUS-DETAIL
           MOVE WS-S-ACTION-BY(WS-SUS-IDX) TO SUS-ACTION-BY
           MOVE WS-S-ACTION-DT(WS-SUS-IDX) TO SUS-ACTION-DATE
           WRITE Susp-Record.

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
           MOVE "LABSUSWK" TO RLG-PROGRAM
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
           MOVE "LABSUSWK" TO LRQ-PROGRAM
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
           MOVE "LABSUSWK" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request.
