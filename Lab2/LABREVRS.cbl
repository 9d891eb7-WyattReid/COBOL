       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABREVRS.
       AUTHOR. Wyatt Reid.
      * "Batch reversal (back-out) for a feed LAB2c has already"
      * "posted - named by LABREVRS_SOURCE/LABREVRS_BATCH_DATE/"
      * "LABREVRS_CYCLE off the processed-batch register. The"
      * "batch is backed out of everywhere the posting run put"
      * "it: a contra entry on the YTD posting journal (and the"
      * "running-totals file reduced to match), a reversing row"
      * "per category on the category ledger, a reversed-status"
      * "entry on the daily history, and the register row marked"
      * "reversed so the corrected re-feed posts without the"
      * "override. The per-category figures come off the feed's"
      * "own archived copy (see LABFEEDR). Supervisor role only;"
      * "every figure touched prints before and after on the"
      * "proof report."
      * "2026-10-15 WAR A batch in a closed period is pointed at"
      * "            LABPPADJ instead of just being refused."
      * "2026-10-15 WAR The register work record is widened to"
      * "            the batch register's new length (see BATCHREG)."
      * "2026-10-15 WAR Each YTD posting journal record is now"
      * "            sealed with its audit-chain value (YJ-CHAIN,"
      * "            through LABCHAIN), so a journal line edited"
      * "            or deleted afterwards is caught by LABCHNCK."
      * "2026-10-15 WAR Details the posting run held out on the"
      * "            duplicate hold or suspense file never reached"
      * "            the totals, so they are left out of what is"
      * "            backed out; LABRECON's prior-day YTD snapshot"
      * "            is reduced by the back-out; the reversing"
      * "            ledger rows are dated the reversal date."
      * "2026-10-15 WAR LAB1c's register row for the same batch date"
      * "            and cycle is marked reversed as well, so LAB1c"
      * "            accepts the corrected re-feed too."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCHREG-FILE ASSIGN TO WS-BREGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.
           SELECT BREGWORK-FILE ASSIGN TO WS-BREGWORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BWRK-STATUS.
           SELECT FEEDREG-FILE ASSIGN TO WS-FEEDREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DUPHOLD-FILE ASSIGN TO WS-DHLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DHL-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO WS-SUSFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
           SELECT YTDFILE ASSIGN TO WS-YTDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT YTDPREV-FILE ASSIGN TO WS-YTDPREV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.
           SELECT YTDJRNL-FILE ASSIGN TO WS-YJRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-YJRN-STATUS.
           SELECT CATLEDGER-FILE ASSIGN TO WS-CLGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLG-STATUS.
           SELECT DAYHIST-FILE ASSIGN TO WS-DAYHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DAYHIST-STATUS.
           SELECT USERFILE ASSIGN TO WS-USERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-USER-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCHREG-FILE.
           COPY BATCHREG.

      * "BREGWORK-FILE holds the register while the reversed row"
      * "is marked - the register is copied through it and back,"
      * "every other row unchanged."
       FD  BREGWORK-FILE.
       01  BREGWORK-RECORD     Pic X(69).

       FD  FEEDREG-FILE.
           COPY FEEDREG.

       FD  ARCHIVE-FILE.
           COPY INTREC.

       FD  DUPHOLD-FILE.
           COPY DUPHOLD.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  YTDFILE.
           COPY YTDREC.

      * "YTDPREV-FILE is LABRECON's prior-day snapshot of the YTD"
      * "file - the same layout, renamed so both can be open."
       FD  YTDPREV-FILE.
           COPY YTDREC REPLACING
               ==YTD-Record== BY ==PRV-YTD-RECORD==
               ==YTD-GRAND-CNT== BY ==PRV-GRAND-CNT==
               ==YTD-GRAND-SUM== BY ==PRV-GRAND-SUM==
               ==YTD-GRAND-HI== BY ==PRV-GRAND-HI==
               ==YTD-GRAND-LO== BY ==PRV-GRAND-LO==
               ==YTD-LOCATION== BY ==PRV-LOCATION==.

       FD  YTDJRNL-FILE.
           COPY YTDJRNL.

       FD  CATLEDGER-FILE.
           COPY CATLEDG.

       FD  DAYHIST-FILE.
           COPY DAYHIST.

       FD  USERFILE.
           COPY USERREC.

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       WORKING-STORAGE SECTION.
      * "LAB_BATCHREG/LAB_FEEDREG/LAB2C_YTDFILE/LAB_YTDJRNL/"
      * "LAB2C_CATLEDGER/LAB2C_DAYHIST are the same names LAB2c"
      * "posts through, so the reversal backs out exactly the"
      * "files the posting run wrote. LABREVRS_OUTFILE names the"
      * "proof report."
       01  WS-BREGFILE-NAME    Pic X(40).
       01  WS-BREG-STATUS      Pic X(2).
       01  WS-BREG-EOF         Pic A(1).
       01  WS-BREGWORK-NAME    Pic X(44).
       01  WS-BWRK-STATUS      Pic X(2).
       01  WS-FEEDREG-NAME     Pic X(40).
       01  WS-FEEDREG-STATUS   Pic X(2).
       01  WS-FEEDREG-EOF      Pic A(1).
       01  WS-ARCH-NAME        Pic X(52)       VALUE SPACES.
       01  WS-ARCH-STATUS      Pic X(2).
       01  WS-ARCH-EOF         Pic A(1).
       01  WS-YTDFILE-NAME     Pic X(40).
       01  WS-YTD-STATUS       Pic X(2).
       01  WS-YTDPREV-NAME     Pic X(40).
       01  WS-PRV-STATUS       Pic X(2).
       01  WS-PRV-FOUND-SW     Pic A(1)        VALUE "N".
       01  WS-YJRNFILE-NAME    Pic X(40).
       01  WS-YJRN-STATUS      Pic X(2).
       01  WS-YJRN-EOF         Pic A(1).
       01  WS-CLGFILE-NAME     Pic X(40).
       01  WS-CLG-STATUS       Pic X(2).
       01  WS-DAYHIST-NAME     Pic X(40).
       01  WS-DAYHIST-STATUS   Pic X(2).
       01  WS-OUTFILE-NAME     Pic X(40).

      * "LAB_DUPHOLD/LAB_SUSPENSE are the hold and suspense files"
      * "LAB2c writes the details it kept out of the totals to."
       01  WS-DHLFILE-NAME     Pic X(40).
       01  WS-DHL-STATUS       Pic X(2).
       01  WS-DHL-EOF          Pic A(1).
       01  WS-SUSFILE-NAME     Pic X(40).
       01  WS-SUS-STATUS       Pic X(2).
       01  WS-SUS-EOF          Pic A(1).

      * "LAB_USERFILE/LAB_OPERATOR - the reversal is refused"
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

      * "Run lock - the reversal rewrites lab2-ytd.dat, so it"
      * "takes the same YTDFILE lock the posting runs take."
           COPY LOCKREQ.

      * "Audit chain - each journal record is sealed through"
      * "LABCHAIN just before it is written (see CHAINREQ)."
           COPY CHAINREQ.

      * "The batch being reversed, as named on the command"
      * "environment and as found on the register."
       01  WS-SOURCE           Pic X(8).
       01  WS-DATE-INPUT       Pic X(8).
       01  WS-BATCH-DATE       Pic 9(8)        VALUE 0.
       01  WS-CYCLE-INPUT      Pic X(1).
       01  WS-CYCLE            Pic 9(1)        VALUE 1.
       01  WS-BREG-CYCLE       Pic 9(1).
       01  WS-BREG-REC-NO      Pic 9(6)   COMP   VALUE 0.
       01  WS-BREG-MATCH-NO    Pic 9(6)   COMP   VALUE 0.
       01  WS-REVERSED-SW      Pic A(1)        VALUE "N".
       01  WS-L1-MARK-CNT      Pic 9(4)   COMP   VALUE 0.
       01  WS-L1-MARK-TXT      Pic Z(3)9.
       01  WS-BRG-COUNT        Pic 9(6)        VALUE 0.
       01  WS-BRG-HASH         Pic S9(9)V9(2)  VALUE 0.
       01  WS-BRG-POST-DATE    Pic 9(8)        VALUE 0.
       01  WS-BRG-POST-TIME    Pic 9(8)        VALUE 0.
       01  WS-BRG-PROVIDER     Pic X(5)        VALUE SPACES.
       01  WS-LOCATION         Pic X(3)        VALUE SPACES.
       01  WS-CLOSED-SW        Pic A(1)        VALUE "N".
       01  WS-TODAY            Pic 9(8).

      * "What the archived feed says the batch carried - the"
      * "whole-batch figures, the debit/credit split, and one"
      * "row per category for the reversing ledger rows."
       01  WS-ARCH-FOUND-SW    Pic A(1)        VALUE "N".
       01  WS-REV-COUNT        Pic 9(6)        VALUE 0.
       01  WS-REV-SUM          Pic S9(9)V9(2)  VALUE 0.
       01  WS-REV-DEBIT        Pic S9(9)V9(2)  VALUE 0.
       01  WS-REV-CREDIT       Pic S9(9)V9(2)  VALUE 0.
       01  WS-RCT-TABLE.
           05  WS-RCT-ENTRY OCCURS 50 TIMES INDEXED BY WS-RCT-IDX.
               10  WS-RCT-CODE     Pic X(2).
               10  WS-RCT-COUNT    Pic 9(6).
               10  WS-RCT-SUM      Pic S9(9)V9(2).
       01  WS-RCT-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-RCT-FOUND-SW     Pic A(1).
       01  WS-RCT-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-RCT-KEY          Pic X(2).

      * "Details of the batch the posting run held out (duplicate"
      * "hold or suspense) - left out of what is backed out."
       01  WS-HELD-COUNT       Pic 9(6)        VALUE 0.
       01  WS-HELD-SUM         Pic S9(9)V9(2)  VALUE 0.
       01  WS-HELD-DETAIL.
           05  WS-HD-REC-TYPE      Pic X(1).
           05  WS-HD-CATEGORY      Pic X(2).
           05  WS-HD-VALUE         Pic S9(7)V9(2).
           05  WS-HD-UNIT          Pic X(3).
           05  WS-HD-REC-ID        Pic 9(6).
           05  FILLER              Pic X(3).

      * "Running totals before and after the back-out, for the"
      * "proof report."
       01  WS-BEFORE-CNT       Pic 9(9)        VALUE 0.
       01  WS-BEFORE-SUM       Pic S9(9)V9(2)  VALUE 0.

      * "LAB_REGION names the active region - printed on the"
      * "heading so a test page can never be mistaken for"
      * "production (see LABRGSET)."
       01  WS-REGION           Pic X(8)        VALUE "PROD".
       01  WS-REPORT-LINE      Pic X(100).
       01  WS-CNT-TXT          Pic -Z(8)9.
       01  WS-CNT2-TXT         Pic -Z(8)9.
       01  WS-CNT3-TXT         Pic -Z(8)9.
       01  WS-SUM-TXT          Pic -Z(8)9.9(2).
       01  WS-SUM2-TXT         Pic -Z(8)9.9(2).
       01  WS-SUM3-TXT         Pic -Z(8)9.9(2).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM CHECK-AUTH-PARAGRAPH
           PERFORM TAKE-LOCK-PARAGRAPH
           PERFORM FIND-BATCH-PARAGRAPH
           PERFORM CHECK-CLOSED-PARAGRAPH
           PERFORM FIND-ARCHIVE-PARAGRAPH
           PERFORM EXCLUDE-HELD-PARAGRAPH
           PERFORM READ-YTD-PARAGRAPH
           PERFORM REVERSE-YTD-PARAGRAPH
           PERFORM ADJUST-SNAPSHOT-PARAGRAPH
           PERFORM WRITE-CONTRA-JRNL-PARAGRAPH
           PERFORM WRITE-CAT-LEDGER-PARAGRAPH
           PERFORM WRITE-DAY-HIST-PARAGRAPH
           PERFORM MARK-REGISTER-PARAGRAPH
           PERFORM WRITE-PROOF-PARAGRAPH
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Batch " WS-BATCH-DATE " cycle " WS-CYCLE
               " reversed by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM RELEASE-LOCK-PARAGRAPH
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-SOURCE
           ACCEPT WS-SOURCE FROM ENVIRONMENT "LABREVRS_SOURCE"
           IF WS-SOURCE = SPACES THEN
               MOVE "LAB2C" TO WS-SOURCE
           END-IF
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT FROM ENVIRONMENT
               "LABREVRS_BATCH_DATE"
           IF WS-DATE-INPUT IS NUMERIC THEN
               MOVE WS-DATE-INPUT TO WS-BATCH-DATE
           END-IF
           MOVE SPACES TO WS-CYCLE-INPUT
           ACCEPT WS-CYCLE-INPUT FROM ENVIRONMENT "LABREVRS_CYCLE"
           IF WS-CYCLE-INPUT IS NUMERIC
                   AND WS-CYCLE-INPUT NOT = "0" THEN
               MOVE WS-CYCLE-INPUT TO WS-CYCLE
           END-IF
           IF WS-BATCH-DATE = 0 THEN
               DISPLAY "*** LABREVRS_BATCH_DATE (YYYYMMDD) names "
                   "the batch to reverse -"
               DISPLAY "*** not supplied. Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Only LAB2c posts to the YTD, ledger, and day-history
      *    files - a LAB1c batch has nothing here to back out.
           IF WS-SOURCE NOT = "LAB2C" THEN
               DISPLAY "*** Source " WS-SOURCE " cannot be "
                   "reversed - only LAB2C batches"
               DISPLAY "*** post to the running-totals, ledger, "
                   "and day-history files."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           ACCEPT WS-BREGFILE-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BREGFILE-NAME = SPACES THEN
               MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           END-IF
           MOVE SPACES TO WS-BREGWORK-NAME
           STRING WS-BREGFILE-NAME DELIMITED BY " "
               ".wrk" DELIMITED BY SIZE
               INTO WS-BREGWORK-NAME
           MOVE "lab-feeds-reg.dat" TO WS-FEEDREG-NAME
           ACCEPT WS-FEEDREG-NAME FROM ENVIRONMENT "LAB_FEEDREG"
           IF WS-FEEDREG-NAME = SPACES THEN
               MOVE "lab-feeds-reg.dat" TO WS-FEEDREG-NAME
           END-IF
           MOVE "lab2-ytd.dat" TO WS-YTDFILE-NAME
           ACCEPT WS-YTDFILE-NAME FROM ENVIRONMENT "LAB2C_YTDFILE"
           IF WS-YTDFILE-NAME = SPACES THEN
               MOVE "lab2-ytd.dat" TO WS-YTDFILE-NAME
           END-IF
           MOVE "lab2-ytd-jrnl.dat" TO WS-YJRNFILE-NAME
           ACCEPT WS-YJRNFILE-NAME FROM ENVIRONMENT "LAB_YTDJRNL"
           IF WS-YJRNFILE-NAME = SPACES THEN
               MOVE "lab2-ytd-jrnl.dat" TO WS-YJRNFILE-NAME
           END-IF
           MOVE "lab-cat-ledger.dat" TO WS-CLGFILE-NAME
           ACCEPT WS-CLGFILE-NAME FROM ENVIRONMENT "LAB2C_CATLEDGER"
           IF WS-CLGFILE-NAME = SPACES THEN
               MOVE "lab-cat-ledger.dat" TO WS-CLGFILE-NAME
           END-IF
           MOVE "lab-day-hist.dat" TO WS-DAYHIST-NAME
           ACCEPT WS-DAYHIST-NAME FROM ENVIRONMENT "LAB2C_DAYHIST"
           IF WS-DAYHIST-NAME = SPACES THEN
               MOVE "lab-day-hist.dat" TO WS-DAYHIST-NAME
           END-IF
           MOVE "lab-reversal-rpt.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABREVRS_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-reversal-rpt.dat" TO WS-OUTFILE-NAME
           END-IF
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           MOVE "lab-dup-hold.dat" TO WS-DHLFILE-NAME
           ACCEPT WS-DHLFILE-NAME FROM ENVIRONMENT "LAB_DUPHOLD"
           IF WS-DHLFILE-NAME = SPACES THEN
               MOVE "lab-dup-hold.dat" TO WS-DHLFILE-NAME
           END-IF
           MOVE "lab-suspense.dat" TO WS-SUSFILE-NAME
           ACCEPT WS-SUSFILE-NAME FROM ENVIRONMENT "LAB_SUSPENSE"
           IF WS-SUSFILE-NAME = SPACES THEN
               MOVE "lab-suspense.dat" TO WS-SUSFILE-NAME
           END-IF
           MOVE "lab-ytd-prev.dat" TO WS-YTDPREV-NAME
           ACCEPT WS-YTDPREV-NAME FROM ENVIRONMENT "LABRECON_YTDPREV"
           IF WS-YTDPREV-NAME = SPACES THEN
               MOVE "lab-ytd-prev.dat" TO WS-YTDPREV-NAME
           END-IF.

      *****************************************************
      * CHECK-AUTH-PARAGRAPH verifies the operator holds      *
      * supervisor role on USERS.dat - a back-out rewrites    *
      * posted figures, so anyone else is refused before      *
      * anything is touched.                                   *
      *****************************************************
       CHECK-AUTH-PARAGRAPH.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
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
               DISPLAY "*** Batch reversal requires supervisor "
                   "role - run refused."
               MOVE "E" TO WS-LOG-SEV
               MOVE "0201" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Reversal refused - " WS-OPERATOR
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

      *****************************************************
      * FIND-BATCH-PARAGRAPH walks the register for the latest *
      * posted row matching source, batch date, and cycle -    *
      * remembering its position so MARK-REGISTER-PARAGRAPH    *
      * marks that row and no other. A batch already reversed  *
      * (and not re-posted since) is refused.                   *
      *****************************************************
       FIND-BATCH-PARAGRAPH.
           MOVE 0 TO WS-BREG-REC-NO
           MOVE 0 TO WS-BREG-MATCH-NO
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS NOT = "00" THEN
               DISPLAY "*** Processed-batch register not found: "
                   WS-BREGFILE-NAME
               DISPLAY "*** Nothing has been posted - run "
                   "terminated."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BATCH-REG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-BREG-EOF = "Y"
           CLOSE BATCHREG-FILE
           IF WS-BREG-MATCH-NO = 0 THEN
               IF WS-REVERSED-SW = "Y" THEN
                   DISPLAY "*** Batch " WS-BATCH-DATE " cycle "
                       WS-CYCLE " has already been reversed."
               ELSE
                   DISPLAY "*** Batch " WS-BATCH-DATE " cycle "
                       WS-CYCLE " is not on the register for "
                       WS-SOURCE "."
               END-IF
               DISPLAY "*** Nothing to reverse - run terminated."
               MOVE "E" TO WS-LOG-SEV
               MOVE "0202" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Batch " WS-BATCH-DATE
                   " not posted - reversal refused"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-BATCH-REG-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   ADD 1 TO WS-BREG-REC-NO
                   IF BRG-SOURCE = WS-SOURCE
                           AND BRG-BATCH-DATE = WS-BATCH-DATE THEN
                       IF BRG-CYCLE IS NUMERIC
                               AND BRG-CYCLE NOT = 0 THEN
                           MOVE BRG-CYCLE TO WS-BREG-CYCLE
                       ELSE
                           MOVE 1 TO WS-BREG-CYCLE
                       END-IF
                       IF WS-BREG-CYCLE = WS-CYCLE THEN
                           IF BRG-STATUS = "R" THEN
                               MOVE "Y" TO WS-REVERSED-SW
                               MOVE 0 TO WS-BREG-MATCH-NO
                           ELSE
                               MOVE WS-BREG-REC-NO
                                   TO WS-BREG-MATCH-NO
                               MOVE BRG-TRL-COUNT TO WS-BRG-COUNT
                               MOVE BRG-TRL-HASH TO WS-BRG-HASH
                               MOVE BRG-POST-DATE
                                   TO WS-BRG-POST-DATE
                               MOVE BRG-POST-TIME
                                   TO WS-BRG-POST-TIME
                               MOVE BRG-PROVIDER
                                   TO WS-BRG-PROVIDER
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * CHECK-CLOSED-PARAGRAPH refuses a batch whose period   *
      * LABCLOSE has closed since it posted - the running      *
      * totals no longer hold it, and backing it out of the    *
      * current period would distort a month it never touched. *
      *****************************************************
       CHECK-CLOSED-PARAGRAPH.
           MOVE "N" TO WS-CLOSED-SW
           MOVE "N" TO WS-YJRN-EOF
           OPEN INPUT YTDJRNL-FILE
           IF WS-YJRN-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-CLOSE-MARKER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-YJRN-EOF = "Y"
           CLOSE YTDJRNL-FILE
           IF WS-CLOSED-SW = "Y" THEN
               DISPLAY "*** Batch " WS-BATCH-DATE " posted "
                   WS-BRG-POST-DATE " in a period that has"
               DISPLAY "*** since been closed - it is no longer "
                   "in the running totals."
               DISPLAY "*** Reversal refused - enter a prior-period "
                   "adjustment in LABPPADJ."
               MOVE "E" TO WS-LOG-SEV
               MOVE "0203" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Batch " WS-BATCH-DATE
                   " period closed - reversal refused"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SCAN-CLOSE-MARKER-PARAGRAPH.
           READ YTDJRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-YJRN-EOF
               NOT AT END
                   IF YJ-PROGRAM = "LABCLOSE" THEN
                       IF YJ-DATE > WS-BRG-POST-DATE
                           OR (YJ-DATE = WS-BRG-POST-DATE
                               AND YJ-TIME > WS-BRG-POST-TIME) THEN
                           MOVE "Y" TO WS-CLOSED-SW
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * FIND-ARCHIVE-PARAGRAPH looks the batch up on the       *
      * processed-feeds register (matching the register's      *
      * count and hash, which tells two cycles of one date     *
      * apart) and re-reads the archived feed for its per-     *
      * category figures. With no archive (LAB2C_FEEDARCH=N)   *
      * the register's count/hash stand in for the batch and  *
      * the category ledger is left for hand correction.       *
      *****************************************************
       FIND-ARCHIVE-PARAGRAPH.
           MOVE WS-BRG-COUNT TO WS-REV-COUNT
           MOVE WS-BRG-HASH TO WS-REV-SUM
           MOVE "N" TO WS-ARCH-FOUND-SW
           MOVE SPACES TO WS-ARCH-NAME
           MOVE "N" TO WS-FEEDREG-EOF
           OPEN INPUT FEEDREG-FILE
           IF WS-FEEDREG-STATUS = "00" THEN
               PERFORM READ-FEED-REG-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-FEEDREG-EOF = "Y"
               CLOSE FEEDREG-FILE
           END-IF
           IF WS-ARCH-NAME = SPACES THEN
               DISPLAY "*** WARNING: no archived copy of batch "
                   WS-BATCH-DATE " on the feeds register -"
               DISPLAY "*** the category ledger is not reversed."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REV-COUNT
           MOVE 0 TO WS-REV-SUM
           MOVE 0 TO WS-RCT-CNT
           MOVE "N" TO WS-ARCH-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00" THEN
               DISPLAY "*** WARNING: archived feed not found: "
                   WS-ARCH-NAME
               DISPLAY "*** the category ledger is not reversed."
               MOVE WS-BRG-COUNT TO WS-REV-COUNT
               MOVE WS-BRG-HASH TO WS-REV-SUM
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ARCHIVE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-ARCH-EOF = "Y"
           CLOSE ARCHIVE-FILE
           MOVE "Y" TO WS-ARCH-FOUND-SW
           IF WS-REV-COUNT NOT = WS-BRG-COUNT
                   OR WS-REV-SUM NOT = WS-BRG-HASH THEN
               DISPLAY "*** Archived feed " WS-ARCH-NAME
               DISPLAY "*** does not agree with the register's "
                   "count/hash for this batch."
               DISPLAY "*** Reversal refused - run terminated."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-FEED-REG-PARAGRAPH.
           READ FEEDREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-FEEDREG-EOF
               NOT AT END
                   IF FRG-SOURCE = WS-SOURCE
                           AND FRG-BATCH-DATE = WS-BATCH-DATE
                           AND FRG-REC-COUNT = WS-BRG-COUNT
                           AND FRG-HASH-TOTAL = WS-BRG-HASH THEN
                       MOVE FRG-ARCH-NAME TO WS-ARCH-NAME
                   END-IF
           END-READ.

       READ-ARCHIVE-PARAGRAPH.
           READ ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-ARCH-EOF
               NOT AT END
                   EVALUATE HDR-REC-TYPE
                       WHEN "H"
                           MOVE HDR-LOCATION TO WS-LOCATION
                       WHEN "T"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-REV-COUNT
                           ADD Int TO WS-REV-SUM
                           IF Int > 0 THEN
                               ADD Int TO WS-REV-DEBIT
                           ELSE
                               SUBTRACT Int FROM WS-REV-CREDIT
                           END-IF
                           MOVE DTL-CATEGORY TO WS-RCT-KEY
                           PERFORM ADD-CATEGORY-PARAGRAPH
                   END-EVALUATE
           END-READ.

       ADD-CATEGORY-PARAGRAPH.
           MOVE "N" TO WS-RCT-FOUND-SW
           PERFORM FIND-CATEGORY-PARAGRAPH
               VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > WS-RCT-CNT
                   OR WS-RCT-FOUND-SW = "Y"
           IF WS-RCT-FOUND-SW = "N" THEN
               IF WS-RCT-CNT < 50 THEN
                   ADD 1 TO WS-RCT-CNT
                   MOVE WS-RCT-CNT TO WS-RCT-FOUND-IDX
                   MOVE WS-RCT-KEY
                       TO WS-RCT-CODE(WS-RCT-FOUND-IDX)
                   MOVE 0 TO WS-RCT-COUNT(WS-RCT-FOUND-IDX)
                   MOVE 0 TO WS-RCT-SUM(WS-RCT-FOUND-IDX)
               ELSE
                   DISPLAY "*** More than 50 categories in the "
                       "archived feed -"
                   DISPLAY "*** reversal refused, run terminated."
                   PERFORM RELEASE-LOCK-PARAGRAPH
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-RCT-COUNT(WS-RCT-FOUND-IDX)
           ADD Int TO WS-RCT-SUM(WS-RCT-FOUND-IDX).

       FIND-CATEGORY-PARAGRAPH.
           IF WS-RCT-CODE(WS-RCT-IDX) = WS-RCT-KEY THEN
               MOVE "Y" TO WS-RCT-FOUND-SW
               SET WS-RCT-FOUND-IDX TO WS-RCT-IDX
           END-IF.

      *****************************************************
      * EXCLUDE-HELD-PARAGRAPH takes out of the back-out every *
      * detail of the batch the posting run held on the        *
      * duplicate hold or suspense file - those never reached  *
      * the totals or the ledger, whatever has happened to them *
      * since (a released one posted again in its own release  *
      * transmission and is not part of this batch). A row     *
      * belongs to the batch when its batch date, cycle, and   *
      * provider match and it was held on the day the batch    *
      * posted.                                                 *
      *****************************************************
       EXCLUDE-HELD-PARAGRAPH.
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-HELD-SUM
           MOVE "N" TO WS-DHL-EOF
           OPEN INPUT DUPHOLD-FILE
           IF WS-DHL-STATUS = "00" THEN
               PERFORM READ-DUPHOLD-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-DHL-EOF = "Y"
               CLOSE DUPHOLD-FILE
           END-IF
           MOVE "N" TO WS-SUS-EOF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUS-STATUS = "00" THEN
               PERFORM READ-SUSPENSE-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-SUS-EOF = "Y"
               CLOSE SUSPENSE-FILE
           END-IF.

       READ-DUPHOLD-PARAGRAPH.
           READ DUPHOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-DHL-EOF
               NOT AT END
                   IF DHL-BATCH-DATE = WS-BATCH-DATE
                           AND DHL-CYCLE = WS-CYCLE
                           AND DHL-HOLD-DATE = WS-BRG-POST-DATE
                           AND (WS-BRG-PROVIDER = SPACES
                               OR DHL-PROVIDER = WS-BRG-PROVIDER)
                           THEN
                       MOVE DHL-DETAIL TO WS-HELD-DETAIL
                       PERFORM REMOVE-HELD-PARAGRAPH
                   END-IF
           END-READ.

       READ-SUSPENSE-PARAGRAPH.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SUS-EOF
               NOT AT END
                   IF SUS-BATCH-DATE = WS-BATCH-DATE
                           AND SUS-CYCLE = WS-CYCLE
                           AND SUS-SUSP-DATE = WS-BRG-POST-DATE
                           AND (WS-BRG-PROVIDER = SPACES
                               OR SUS-PROVIDER = WS-BRG-PROVIDER)
                           THEN
                       MOVE SUS-DETAIL TO WS-HELD-DETAIL
                       PERFORM REMOVE-HELD-PARAGRAPH
                   END-IF
           END-READ.

       REMOVE-HELD-PARAGRAPH.
           IF WS-HD-VALUE IS NOT NUMERIC THEN
               MOVE 0 TO WS-HD-VALUE
           END-IF
           ADD 1 TO WS-HELD-COUNT
           ADD WS-HD-VALUE TO WS-HELD-SUM
           SUBTRACT 1 FROM WS-REV-COUNT
           SUBTRACT WS-HD-VALUE FROM WS-REV-SUM
           IF WS-HD-VALUE > 0 THEN
               SUBTRACT WS-HD-VALUE FROM WS-REV-DEBIT
           ELSE
               ADD WS-HD-VALUE TO WS-REV-CREDIT
           END-IF
           IF WS-ARCH-FOUND-SW = "Y" THEN
               MOVE WS-HD-CATEGORY TO WS-RCT-KEY
               MOVE "N" TO WS-RCT-FOUND-SW
               PERFORM FIND-CATEGORY-PARAGRAPH
                   VARYING WS-RCT-IDX FROM 1 BY 1
                   UNTIL WS-RCT-IDX > WS-RCT-CNT
                       OR WS-RCT-FOUND-SW = "Y"
               IF WS-RCT-FOUND-SW = "Y" THEN
                   SUBTRACT 1 FROM WS-RCT-COUNT(WS-RCT-FOUND-IDX)
                   SUBTRACT WS-HD-VALUE
                       FROM WS-RCT-SUM(WS-RCT-FOUND-IDX)
               END-IF
           END-IF.

      *****************************************************
      * READ-YTD-PARAGRAPH picks up the running totals as     *
      * they stand. A file that holds less than the batch      *
      * (rebuilt or reset by hand since) is refused - the      *
      * back-out would drive the totals negative.               *
      *****************************************************
       READ-YTD-PARAGRAPH.
           OPEN INPUT YTDFILE
           IF WS-YTD-STATUS NOT = "00" THEN
               DISPLAY "*** Running-totals file not found: "
                   WS-YTDFILE-NAME
               DISPLAY "*** Reversal refused - run terminated."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YTDFILE
               AT END
                   DISPLAY "*** Running-totals file empty: "
                       WS-YTDFILE-NAME
                   DISPLAY "*** Reversal refused - run terminated."
                   PERFORM RELEASE-LOCK-PARAGRAPH
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE YTDFILE
           MOVE YTD-GRAND-CNT TO WS-BEFORE-CNT
           MOVE YTD-GRAND-SUM TO WS-BEFORE-SUM
           IF YTD-GRAND-CNT < WS-REV-COUNT THEN
               DISPLAY "*** Running totals hold fewer records ("
                   YTD-GRAND-CNT ") than the batch"
               DISPLAY "*** carried - reversal refused, run "
                   "terminated."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * REVERSE-YTD-PARAGRAPH takes the batch's count and sum  *
      * back out of the running totals. Hi/lo stay as they     *
      * are - a maximum cannot be un-taken - and the proof     *
      * report says so.                                         *
      *****************************************************
       REVERSE-YTD-PARAGRAPH.
           SUBTRACT WS-REV-COUNT FROM YTD-GRAND-CNT
           SUBTRACT WS-REV-SUM FROM YTD-GRAND-SUM
           OPEN OUTPUT YTDFILE
           WRITE YTD-Record
           CLOSE YTDFILE.

      *****************************************************
      * ADJUST-SNAPSHOT-PARAGRAPH takes the same count and sum  *
      * off LABRECON's prior-day YTD snapshot - LABRECON       *
      * expects the YTD file to equal the snapshot plus the    *
      * day's run, and without this the next recon raises a    *
      * mismatch of exactly the reversed batch (the same        *
      * reasoning as LABCLOSE's RESET-SNAPSHOT-PARAGRAPH). No   *
      * snapshot yet means LABRECON has not run and there is    *
      * nothing to adjust.                                       *
      *****************************************************
       ADJUST-SNAPSHOT-PARAGRAPH.
           MOVE "N" TO WS-PRV-FOUND-SW
           OPEN INPUT YTDPREV-FILE
           IF WS-PRV-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           READ YTDPREV-FILE
               AT END
                   CLOSE YTDPREV-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE YTDPREV-FILE
           IF PRV-GRAND-CNT IS NOT NUMERIC
                   OR PRV-GRAND-SUM IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           IF PRV-GRAND-CNT < WS-REV-COUNT THEN
               MOVE 0 TO PRV-GRAND-CNT
           ELSE
               SUBTRACT WS-REV-COUNT FROM PRV-GRAND-CNT
           END-IF
           SUBTRACT WS-REV-SUM FROM PRV-GRAND-SUM
           OPEN OUTPUT YTDPREV-FILE
           WRITE PRV-YTD-RECORD
           CLOSE YTDPREV-FILE
           MOVE "Y" TO WS-PRV-FOUND-SW.

      *****************************************************
      * WRITE-CONTRA-JRNL-PARAGRAPH appends the contra entry   *
      * to the YTD posting journal - the batch's figures       *
      * negated, hi/lo at the neutral starting values, so a    *
      * LABYTDRB replay nets the batch out the same way.        *
      *****************************************************
       WRITE-CONTRA-JRNL-PARAGRAPH.
           OPEN EXTEND YTDJRNL-FILE
           IF WS-YJRN-STATUS = "35" THEN
               OPEN OUTPUT YTDJRNL-FILE
           END-IF
           MOVE SPACES TO Ytd-Jrnl-Record
           MOVE "LABREVRS" TO YJ-PROGRAM
           ACCEPT YJ-DATE FROM DATE YYYYMMDD
           ACCEPT YJ-TIME FROM TIME
           COMPUTE YJ-POST-CNT = 0 - WS-REV-COUNT
           COMPUTE YJ-POST-SUM = 0 - WS-REV-SUM
           MOVE -9999999.99 TO YJ-POST-HI
           MOVE 9999999.99 TO YJ-POST-LO
           IF WS-ARCH-FOUND-SW = "Y" THEN
               COMPUTE YJ-POST-DEBITS = 0 - WS-REV-DEBIT
               COMPUTE YJ-POST-CREDITS = 0 - WS-REV-CREDIT
           END-IF
           MOVE "A" TO CHN-FUNCTION
           MOVE WS-YJRNFILE-NAME TO CHN-FILE-NAME
           MOVE 90 TO CHN-DATA-LEN
           MOVE Ytd-Jrnl-Record TO CHN-DATA
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-VALUE TO YJ-CHAIN
           WRITE Ytd-Jrnl-Record
           CLOSE YTDJRNL-FILE.

      *****************************************************
      * WRITE-CAT-LEDGER-PARAGRAPH appends one reversing row   *
      * per category the archived feed carried, dated the      *
      * reversal date as the journal contra is, so the GL      *
      * extract for that day picks the reversal up. Categories *
      * whose every detail was held have nothing to reverse.    *
      *****************************************************
       WRITE-CAT-LEDGER-PARAGRAPH.
           IF WS-ARCH-FOUND-SW NOT = "Y" OR WS-RCT-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CATLEDGER-FILE
           IF WS-CLG-STATUS = "35" THEN
               OPEN OUTPUT CATLEDGER-FILE
           END-IF
           PERFORM WRITE-ONE-CAT-LEDGER-PARAGRAPH
               VARYING WS-RCT-IDX FROM 1 BY 1
               UNTIL WS-RCT-IDX > WS-RCT-CNT
           CLOSE CATLEDGER-FILE.

       WRITE-ONE-CAT-LEDGER-PARAGRAPH.
           IF WS-RCT-COUNT(WS-RCT-IDX) = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Cat-Ledger-Record
           MOVE WS-RCT-CODE(WS-RCT-IDX) TO CLG-CATEGORY
           MOVE WS-TODAY TO CLG-RUN-DATE
           COMPUTE CLG-COUNT = 0 - WS-RCT-COUNT(WS-RCT-IDX)
           MOVE -9999999.99 TO CLG-HI
           MOVE 9999999.99 TO CLG-LO
           COMPUTE CLG-SUM = 0 - WS-RCT-SUM(WS-RCT-IDX)
           MOVE WS-LOCATION TO CLG-LOCATION
           MOVE "R" TO CLG-ENTRY-TYPE
           WRITE Cat-Ledger-Record.

      *****************************************************
      * WRITE-DAY-HIST-PARAGRAPH appends the reversed-status   *
      * entry - the batch's count and sum negated, stamped     *
      * with today's date and the batch's cycle.                *
      *****************************************************
       WRITE-DAY-HIST-PARAGRAPH.
           OPEN EXTEND DAYHIST-FILE
           IF WS-DAYHIST-STATUS = "35" THEN
               OPEN OUTPUT DAYHIST-FILE
           END-IF
           MOVE SPACES TO Day-Hist-Record
           ACCEPT DH-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT DH-RUN-TIME FROM TIME
           COMPUTE DH-COUNT = 0 - WS-REV-COUNT
           COMPUTE DH-SUM = 0 - WS-REV-SUM
           MOVE 0 TO DH-HI
           MOVE 0 TO DH-LO
           MOVE 0 TO DH-AVG
           MOVE WS-CYCLE TO DH-CYCLE
           MOVE "R" TO DH-STATUS
           WRITE Day-Hist-Record
           CLOSE DAYHIST-FILE.

      *****************************************************
      * MARK-REGISTER-PARAGRAPH copies the register through a  *
      * work file, setting BRG-STATUS on the one row found by  *
      * FIND-BATCH-PARAGRAPH, then copies it back - LAB2c no   *
      * longer counts that row as posted. LAB1c's own row for  *
      * the same batch date and cycle is marked with it, since *
      * LAB1c reads the same transmission and would otherwise  *
      * refuse the corrected re-feed.                           *
      *****************************************************
       MARK-REGISTER-PARAGRAPH.
           MOVE 0 TO WS-BREG-REC-NO
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BATCHREG-FILE
           OPEN OUTPUT BREGWORK-FILE
           PERFORM COPY-TO-WORK-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-BREG-EOF = "Y"
           CLOSE BATCHREG-FILE
           CLOSE BREGWORK-FILE
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BREGWORK-FILE
           OPEN OUTPUT BATCHREG-FILE
           PERFORM COPY-FROM-WORK-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-BREG-EOF = "Y"
           CLOSE BREGWORK-FILE
           CLOSE BATCHREG-FILE
           CALL "CBL_DELETE_FILE" USING WS-BREGWORK-NAME.

       COPY-TO-WORK-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   ADD 1 TO WS-BREG-REC-NO
                   IF WS-BREG-REC-NO = WS-BREG-MATCH-NO THEN
                       MOVE "R" TO BRG-STATUS
                   END-IF
                   IF BRG-SOURCE = "LAB1C"
                           AND BRG-BATCH-DATE = WS-BATCH-DATE
                           AND BRG-STATUS NOT = "R" THEN
                       IF BRG-CYCLE IS NUMERIC
                               AND BRG-CYCLE NOT = 0 THEN
                           MOVE BRG-CYCLE TO WS-BREG-CYCLE
                       ELSE
                           MOVE 1 TO WS-BREG-CYCLE
                       END-IF
                       IF WS-BREG-CYCLE = WS-CYCLE THEN
                           MOVE "R" TO BRG-STATUS
                           ADD 1 TO WS-L1-MARK-CNT
                       END-IF
                   END-IF
                   WRITE BREGWORK-RECORD FROM Batch-Reg-Record
           END-READ.

       COPY-FROM-WORK-PARAGRAPH.
           READ BREGWORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   WRITE Batch-Reg-Record FROM BREGWORK-RECORD
           END-READ.

      *****************************************************
      * WRITE-PROOF-PARAGRAPH prints the before/after proof -  *
      * the batch as the register had it, the running totals   *
      * before and after, each reversing ledger row, and the   *
      * day-history and register entries written.               *
      *****************************************************
       WRITE-PROOF-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Batch Reversal Proof   " WS-TODAY
               "   Region: " WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Source " WS-SOURCE " batch " WS-BATCH-DATE
               " cycle " WS-CYCLE " location " WS-LOCATION
               " posted " WS-BRG-POST-DATE " " WS-BRG-POST-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Reversed by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ARCH-FOUND-SW = "Y" THEN
               STRING "Figures from archived feed " WS-ARCH-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "Figures from the register - no archived "
                   "feed, category ledger NOT reversed"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Running totals        before      reversal"
               "         after"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE WS-BEFORE-CNT TO WS-CNT-TXT
           COMPUTE WS-CNT2-TXT = 0 - WS-REV-COUNT
           MOVE YTD-GRAND-CNT TO WS-CNT3-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Count     " WS-CNT-TXT "    " WS-CNT2-TXT
               "    " WS-CNT3-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE WS-BEFORE-SUM TO WS-SUM-TXT
           COMPUTE WS-SUM2-TXT = 0 - WS-REV-SUM
           MOVE YTD-GRAND-SUM TO WS-SUM3-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Sum    " WS-SUM-TXT " " WS-SUM2-TXT
               " " WS-SUM3-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE "  (hi/lo are not recomputed by a reversal)"
               TO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           IF WS-HELD-COUNT > 0 THEN
               MOVE WS-HELD-COUNT TO WS-CNT-TXT
               MOVE WS-HELD-SUM TO WS-SUM-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Held items left out (never posted): "
                   "count=" WS-CNT-TXT " sum=" WS-SUM-TXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-PROOF-LINE-PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PRV-FOUND-SW = "Y" THEN
               STRING "LABRECON prior-day snapshot reduced by the "
                   "same count and sum"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "LABRECON prior-day snapshot not found - "
                   "nothing to adjust"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           IF WS-ARCH-FOUND-SW = "Y" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Category ledger rows reversed (dated "
                   WS-TODAY "):"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-PROOF-LINE-PARAGRAPH
               PERFORM PROOF-CATEGORY-PARAGRAPH
                   VARYING WS-RCT-IDX FROM 1 BY 1
                   UNTIL WS-RCT-IDX > WS-RCT-CNT
           END-IF
           MOVE "Day history: reversed-status entry appended"
               TO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE "YTD posting journal: LABREVRS contra entry appended"
               TO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Batch register: entry marked reversed - a "
               "corrected re-feed will be accepted"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           MOVE WS-L1-MARK-CNT TO WS-L1-MARK-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Batch register: " WS-L1-MARK-TXT
               " LAB1C entry(ies) for the batch marked reversed"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH
           CLOSE REPORT-FILE.

       PROOF-CATEGORY-PARAGRAPH.
           IF WS-RCT-COUNT(WS-RCT-IDX) = 0 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CNT-TXT = 0 - WS-RCT-COUNT(WS-RCT-IDX)
           COMPUTE WS-SUM-TXT = 0 - WS-RCT-SUM(WS-RCT-IDX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Category " WS-RCT-CODE(WS-RCT-IDX)
               ": count=" WS-CNT-TXT " sum=" WS-SUM-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-PROOF-LINE-PARAGRAPH.

       WRITE-PROOF-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

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
           MOVE "LABREVRS" TO RLG-PROGRAM
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
           MOVE "LABREVRS" TO LRQ-PROGRAM
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
           MOVE "LABREVRS" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request.
