      * "Retention sweep for the data journals and history files"
      * "that grow forever - the run-log, the maintenance and"
      * "entry journals, the YTD posting journal, the category"
      * "ledger, the day-history file, and LAB2c's posted-ID"
      * "history. Per-file keep-days rules come from the rule"
      * "file (see RETENRC), with"
      * "built-in rules for the seven standard files when none"
      * "exists. Aged records are MOVED to a dated archive"
      * "(<name>.Ayyyymmdd) entered on the archive register - a"
      * "register of its own, NOT the report-generations one,"
      * "            so a posting run appending to a journal"
      * "            mid-sweep cannot lose its record to the"
      * "            copy-back."
      * "2026-10-15 WAR Built-in rule added for LAB2c's posted-ID"
      * "            history (lab-posted-ids.dat), kept 120 days -"
      * "            longer than the widest duplicate-check window."
      * "2026-10-15 WAR Keyed files can now be swept: a rule with"
      * "            RET-FILE-ORG K copies the aged records of the"
      * "            detail posting history to the dated archive"
      * "            and deletes them by key. Built-in rule added"
      * "            for lab-dtl-hist.dat, kept 400 days."
      * "2026-10-15 WAR A rule with RET-CHAIN-LEN set sweeps a"
      * "            chained journal: the chain is checked link by"
      * "            link as the file is read, the archive and the"
      * "            records kept are re-sealed so each continues"
      * "            it, and both are entered on the chain anchor"
      * "            register (see CHAINANC). A broken chain leaves"
      * "            the file untouched and ends RC=4. Built-in"
      * "            rules carry the chain lengths of the"
      * "            maintenance, entry, and YTD posting journals."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-KEEPIN-STATUS.
           SELECT DATAOUT-FILE ASSIGN TO WS-DATA-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DTLHIST-FILE ASSIGN TO WS-DATA-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTH-KEY
               FILE STATUS IS WS-DATAIN-STATUS.
           SELECT ARCHREG-FILE ASSIGN TO WS-ARCHREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  DATAOUT-FILE.
       01  DATAOUT-RECORD      Pic X(200).

       FD  DTLHIST-FILE.
           COPY DTLHIST.

      * "The archive register reuses the GENREG record shape -"
      * "date and file name - but lives under its own name so"
      * "LABPURGE's delete sweep never touches these archives."
               10  WS-R-FILE-NAME  Pic X(40).
               10  WS-R-DATE-POS   Pic 9(2).
               10  WS-R-KEEP-DAYS  Pic 9(4).
               10  WS-R-FILE-ORG   Pic X(1).
               10  WS-R-CHAIN-LEN  Pic 9(3).
       01  WS-RULE-CNT         Pic 9(4)   COMP   VALUE 0.

       01  WS-DATA-NAME        Pic X(40).
           COPY LOCKREQ.
       01  WS-LOCKS-HELD       Pic 9(1)        VALUE 0.

      * "Audit chain - for a chained journal WS-CHAIN-LEN is the"
      * "record length ahead of the chain value. WS-IN-PREV"
      * "follows the chain as read, from the file's anchor;"
      * "WS-OUT-PREV is the chain being written, first through"
      * "the archive and then on through the records kept, so"
      * "the two read as one chain. WS-BROKEN-AT is the first"
      * "record whose link does not hold."
           COPY CHAINREQ.
       01  WS-CHAIN-LEN        Pic 9(3)   COMP   VALUE 0.
       01  WS-CHAIN-POS        Pic 9(3)   COMP   VALUE 0.
       01  WS-CHAIN-SEED       Pic 9(9)        VALUE 0.
       01  WS-IN-PREV          Pic 9(9)        VALUE 0.
       01  WS-OUT-PREV         Pic 9(9)        VALUE 0.
       01  WS-ARCH-END         Pic 9(9)        VALUE 0.
       01  WS-IN-CHAINED-SW    Pic A(1)        VALUE "N".
       01  WS-REC-NO           Pic 9(6)        VALUE 0.
       01  WS-BROKEN-AT        Pic 9(6)        VALUE 0.
      * "Held until STOP RUN - every CALL resets RETURN-CODE."
       01  WS-RUN-RC           Pic 9(1)        VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           DISPLAY "Retention sweep complete - records archived: "
               WS-TOTAL-AGED
           PERFORM RELEASE-LOCKS-PARAGRAPH
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
                           TO WS-R-DATE-POS(WS-RULE-CNT)
                       MOVE RET-KEEP-DAYS
                           TO WS-R-KEEP-DAYS(WS-RULE-CNT)
                       MOVE RET-FILE-ORG
                           TO WS-R-FILE-ORG(WS-RULE-CNT)
                       MOVE 0 TO WS-R-CHAIN-LEN(WS-RULE-CNT)
                       IF RET-CHAIN-LEN IS NUMERIC THEN
                           MOVE RET-CHAIN-LEN
                               TO WS-R-CHAIN-LEN(WS-RULE-CNT)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * DEFAULT-RULES-PARAGRAPH - the built-in rules for the   *
      * eight standard journals/histories, used when no rule   *
      * file exists. The date column is where each record       *
      * layout carries its YYYYMMDD date; the three chained    *
      * journals carry their chain lengths.                     *
      *****************************************************
       DEFAULT-RULES-PARAGRAPH.
           MOVE 8 TO WS-RULE-CNT
           MOVE SPACES TO WS-RULE-TABLE
           PERFORM CLEAR-CHAIN-LEN-PARAGRAPH
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-CNT
           MOVE "lab-runlog.dat" TO WS-R-FILE-NAME(1)
           MOVE 1 TO WS-R-DATE-POS(1)
           MOVE 90 TO WS-R-KEEP-DAYS(1)
           MOVE "lab-mnt-jrnl.dat" TO WS-R-FILE-NAME(2)
           MOVE 11 TO WS-R-DATE-POS(2)
           MOVE 365 TO WS-R-KEEP-DAYS(2)
           MOVE 109 TO WS-R-CHAIN-LEN(2)
           MOVE "lab2b-journal.dat" TO WS-R-FILE-NAME(3)
           MOVE 21 TO WS-R-DATE-POS(3)
           MOVE 365 TO WS-R-KEEP-DAYS(3)
           MOVE 50 TO WS-R-CHAIN-LEN(3)
           MOVE "lab2-ytd-jrnl.dat" TO WS-R-FILE-NAME(4)
           MOVE 9 TO WS-R-DATE-POS(4)
           MOVE 365 TO WS-R-KEEP-DAYS(4)
           MOVE 90 TO WS-R-CHAIN-LEN(4)
           MOVE "lab-cat-ledger.dat" TO WS-R-FILE-NAME(5)
           MOVE 3 TO WS-R-DATE-POS(5)
           MOVE 365 TO WS-R-KEEP-DAYS(5)
           MOVE "lab-day-hist.dat" TO WS-R-FILE-NAME(6)
           MOVE 1 TO WS-R-DATE-POS(6)
           MOVE 365 TO WS-R-KEEP-DAYS(6)
           MOVE "lab-posted-ids.dat" TO WS-R-FILE-NAME(7)
           MOVE 1 TO WS-R-DATE-POS(7)
           MOVE 120 TO WS-R-KEEP-DAYS(7)
           MOVE "lab-dtl-hist.dat" TO WS-R-FILE-NAME(8)
           MOVE 7 TO WS-R-DATE-POS(8)
           MOVE 400 TO WS-R-KEEP-DAYS(8)
           MOVE "K" TO WS-R-FILE-ORG(8).

       CLEAR-CHAIN-LEN-PARAGRAPH.
           MOVE 0 TO WS-R-CHAIN-LEN(WS-RULE-IDX).

      *****************************************************
      * SWEEP-ONE-RULE-PARAGRAPH streams one file: records     *
      * the original - nothing is held in memory and nothing   *
      * is deleted. A record whose date column is not numeric  *
      * is kept (a malformed line must never vanish into an    *
      * archive nobody looks at). A chained journal whose chain *
      * turns out broken is left exactly as it was - the work   *
      * files are dropped and the run ends RC=4, so the break   *
      * is investigated before anything is moved off it.        *
      *****************************************************
       SWEEP-ONE-RULE-PARAGRAPH.
           MOVE WS-R-FILE-NAME(WS-RULE-IDX) TO WS-DATA-NAME
           COMPUTE WS-CUT-INT =
               WS-TODAY-INT - WS-R-KEEP-DAYS(WS-RULE-IDX)
           COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER(WS-CUT-INT)
           IF WS-R-FILE-ORG(WS-RULE-IDX) = "K" THEN
               PERFORM SWEEP-KEYED-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DATAIN-FILE
           IF WS-DATAIN-STATUS NOT = "00" THEN
               DISPLAY "  " WS-DATA-NAME " - not found, skipped"
               INTO WS-KEEP-NAME
           MOVE 0 TO WS-AGED-CNT
           MOVE 0 TO WS-KEPT-CNT
           PERFORM START-CHAIN-PARAGRAPH
           MOVE "N" TO WS-DATA-EOF
           OPEN OUTPUT ARCOUT-FILE
           OPEN OUTPUT KEEPOUT-FILE
           CLOSE DATAIN-FILE
           CLOSE ARCOUT-FILE
           CLOSE KEEPOUT-FILE
           IF WS-BROKEN-AT NOT = 0 THEN
               CALL "CBL_DELETE_FILE" USING WS-ARCH-NAME
               CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
               DISPLAY "  " WS-DATA-NAME " - audit chain broken at "
                   "record " WS-BROKEN-AT ", NOT swept"
               DISPLAY "*** Run LABCHNCK and have the break "
                   "investigated before the next sweep."
               MOVE 4 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-AGED-CNT = 0 THEN
               CALL "CBL_DELETE_FILE" USING WS-ARCH-NAME
               CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
                   WS-CUTOFF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OUT-PREV TO WS-ARCH-END
           PERFORM COPY-KEEP-BACK-PARAGRAPH
           PERFORM REGISTER-ARCHIVE-PARAGRAPH
           IF WS-CHAIN-LEN NOT = 0 THEN
               PERFORM ANCHOR-CHAIN-PARAGRAPH
           END-IF
           ADD WS-AGED-CNT TO WS-TOTAL-AGED
           DISPLAY "  " WS-DATA-NAME " - archived " WS-AGED-CNT
               " record(s) to " WS-ARCH-NAME
           READ DATAIN-FILE NEXT RECORD INTO WS-COPY-LINE
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   IF WS-CHAIN-LEN NOT = 0 THEN
                       PERFORM CHECK-IN-LINK-PARAGRAPH
                   END-IF
                   MOVE WS-COPY-LINE(WS-DATE-POS:8) TO WS-REC-DATE
                   IF WS-REC-DATE IS NUMERIC
                           AND WS-REC-DATE < WS-CUTOFF THEN
                       ADD 1 TO WS-AGED-CNT
                       IF WS-CHAIN-LEN NOT = 0 THEN
                           PERFORM RESEAL-LINE-PARAGRAPH
                       END-IF
                       WRITE ARCOUT-RECORD FROM WS-COPY-LINE
                   ELSE
                       ADD 1 TO WS-KEPT-CNT
                   END-IF
           END-READ.

      *****************************************************
      * SWEEP-KEYED-PARAGRAPH - the same sweep for a keyed     *
      * file. Each aged record is written to the dated archive *
      * first and only then deleted by key, so a record is     *
      * never gone from both. Survivors stay where they are -  *
      * no keep file, no copy-back.                             *
      *****************************************************
       SWEEP-KEYED-PARAGRAPH.
           OPEN I-O DTLHIST-FILE
           IF WS-DATAIN-STATUS NOT = "00" THEN
               DISPLAY "  " WS-DATA-NAME " - not found, skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARCH-NAME
           STRING WS-DATA-NAME DELIMITED BY " "
               ".A" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-ARCH-NAME
           MOVE 0 TO WS-AGED-CNT
           MOVE 0 TO WS-KEPT-CNT
           MOVE "N" TO WS-DATA-EOF
           OPEN OUTPUT ARCOUT-FILE
           PERFORM SWEEP-KEYED-RECORD-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
           CLOSE DTLHIST-FILE
           CLOSE ARCOUT-FILE
           IF WS-AGED-CNT = 0 THEN
               CALL "CBL_DELETE_FILE" USING WS-ARCH-NAME
               DISPLAY "  " WS-DATA-NAME " - nothing older than "
                   WS-CUTOFF
               EXIT PARAGRAPH
           END-IF
           PERFORM REGISTER-ARCHIVE-PARAGRAPH
           ADD WS-AGED-CNT TO WS-TOTAL-AGED
           DISPLAY "  " WS-DATA-NAME " - archived " WS-AGED-CNT
               " record(s) to " WS-ARCH-NAME
               ", kept " WS-KEPT-CNT.

       SWEEP-KEYED-RECORD-PARAGRAPH.
           READ DTLHIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   MOVE SPACES TO WS-COPY-LINE
                   MOVE Dtl-Hist-Record TO WS-COPY-LINE
                   MOVE WS-COPY-LINE(WS-DATE-POS:8) TO WS-REC-DATE
                   IF WS-REC-DATE IS NUMERIC
                           AND WS-REC-DATE < WS-CUTOFF THEN
                       WRITE ARCOUT-RECORD FROM WS-COPY-LINE
                       DELETE DTLHIST-FILE RECORD
                           INVALID KEY
                               ADD 1 TO WS-KEPT-CNT
                           NOT INVALID KEY
                               ADD 1 TO WS-AGED-CNT
                       END-DELETE
                   ELSE
                       ADD 1 TO WS-KEPT-CNT
                   END-IF
           END-READ.

       COPY-KEEP-BACK-PARAGRAPH.
           MOVE "N" TO WS-DATA-EOF
           OPEN INPUT KEEPIN-FILE
           READ KEEPIN-FILE NEXT RECORD INTO WS-COPY-LINE
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   IF WS-CHAIN-LEN NOT = 0 THEN
                       PERFORM RESEAL-LINE-PARAGRAPH
                   END-IF
                   WRITE DATAOUT-RECORD FROM WS-COPY-LINE
           END-READ.

      *****************************************************
      * START-CHAIN-PARAGRAPH - for a chained journal, both    *
      * the chain as read and the chain being written start     *
      * from the file's anchor on the anchor register.          *
      *****************************************************
       START-CHAIN-PARAGRAPH.
           MOVE 0 TO WS-REC-NO
           MOVE 0 TO WS-BROKEN-AT
           MOVE "N" TO WS-IN-CHAINED-SW
           MOVE 0 TO WS-CHAIN-LEN
           IF WS-R-CHAIN-LEN(WS-RULE-IDX) IS NUMERIC THEN
               MOVE WS-R-CHAIN-LEN(WS-RULE-IDX) TO WS-CHAIN-LEN
           END-IF
           IF WS-CHAIN-LEN = 0 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHAIN-POS = WS-CHAIN-LEN + 1
           MOVE "S" TO CHN-FUNCTION
           MOVE WS-DATA-NAME TO CHN-FILE-NAME
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-PREV TO WS-CHAIN-SEED
           MOVE WS-CHAIN-SEED TO WS-IN-PREV
           MOVE WS-CHAIN-SEED TO WS-OUT-PREV.

      *****************************************************
      * CHECK-IN-LINK-PARAGRAPH checks the record just read    *
      * against the one before it. Records from before the     *
      * chain existed carry no value and are passed over - but  *
      * only ahead of the first sealed one.                      *
      *****************************************************
       CHECK-IN-LINK-PARAGRAPH.
           ADD 1 TO WS-REC-NO
           IF WS-BROKEN-AT NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-COPY-LINE(WS-CHAIN-POS:9) IS NOT NUMERIC THEN
               IF WS-IN-CHAINED-SW = "Y" THEN
                   MOVE WS-REC-NO TO WS-BROKEN-AT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-IN-CHAINED-SW
           MOVE "C" TO CHN-FUNCTION
           MOVE WS-CHAIN-LEN TO CHN-DATA-LEN
           MOVE WS-COPY-LINE TO CHN-DATA
           MOVE WS-IN-PREV TO CHN-PREV
           CALL "LABCHAIN" USING Chain-Request
           IF CHN-VALUE NOT = WS-COPY-LINE(WS-CHAIN-POS:9) THEN
               MOVE WS-REC-NO TO WS-BROKEN-AT
           END-IF
           MOVE WS-COPY-LINE(WS-CHAIN-POS:9) TO WS-IN-PREV.

      *****************************************************
      * RESEAL-LINE-PARAGRAPH re-seals a record on to the      *
      * chain being written. Unsealed records go out as read.   *
      *****************************************************
       RESEAL-LINE-PARAGRAPH.
           IF WS-COPY-LINE(WS-CHAIN-POS:9) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO CHN-FUNCTION
           MOVE WS-CHAIN-LEN TO CHN-DATA-LEN
           MOVE WS-COPY-LINE TO CHN-DATA
           MOVE WS-OUT-PREV TO CHN-PREV
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-VALUE TO WS-OUT-PREV
           MOVE WS-OUT-PREV TO WS-COPY-LINE(WS-CHAIN-POS:9).

      *****************************************************
      * ANCHOR-CHAIN-PARAGRAPH enters the archive on the       *
      * anchor register with the chain's old starting point,    *
      * and re-anchors the live journal where the archive's     *
      * chain ends, so the two read as one.                      *
      *****************************************************
       ANCHOR-CHAIN-PARAGRAPH.
           MOVE "W" TO CHN-FUNCTION
           MOVE "LABRETEN" TO CHN-PROGRAM
           MOVE WS-ARCH-NAME TO CHN-FILE-NAME
           MOVE WS-CHAIN-SEED TO CHN-PREV
           CALL "LABCHAIN" USING Chain-Request
           MOVE WS-DATA-NAME TO CHN-FILE-NAME
           MOVE WS-ARCH-END TO CHN-PREV
           CALL "LABCHAIN" USING Chain-Request.

      *****************************************************
      * REGISTER-ARCHIVE-PARAGRAPH enters the archive on the   *
      * archive register (LAB_ARCHREG) - deliberately NOT the  *
