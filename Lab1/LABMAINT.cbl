      * "            (see LABLOCK/LABLKMN) so the nightly chain can"
      * "            no longer rebuild the master underneath an"
      * "            open maintenance session."
      * "2026-10-15 WAR MST-LOCATION is validated against the"
      * "            location master (see LOCMAST/LABLOCMN) - an"
      * "            unknown or disabled plant is refused on the"
      * "            screen and rejected as 09 in batch mode."
      * "2026-10-15 WAR R)eview now also handles mass revaluation"
      * "            rules queued by LABREVAL (action V) - the rule"
      * "            is shown with its submitted and current"
      * "            preview, and approving it (by someone other"
      * "            than the submitter, on or after its effective"
      * "            date) rewrites and journals every record it"
      * "            selects as one approved unit."
      * "2026-10-15 WAR Add/change/delete now take an apply date -"
      * "            a future date holds the change on the"
      * "            scheduled-change file (see SCHEDCHG) for the"
      * "            night chain's LABSCHAP step instead of applying"
      * "            it now (an operator's change is scheduled when"
      * "            approved). S)cheduled lists what is waiting"
      * "            and cancels an entry."
      * "2026-10-15 WAR Approving or rejecting a pending entry now"
      * "            stamps the decision date and time on it, for"
      * "            the approval-turnaround measure on LABSCORE."
      * "2026-10-15 WAR B)atch mode is now restartable: a checkpoint"
      * "            of the last transaction done, with the counts"
      * "            and hashes so far, is rewritten after each one;"
      * "            the next B)atch offers resume or discard, and a"
      * "            resume proves the transactions it skips against"
      * "            the audit journal first. The transaction file"
      * "            now carries header/trailer control records and"
      * "            is refused whole when they do not tie out."
      * "2026-10-15 WAR Each maintenance journal record is now"
      * "            sealed with its audit-chain value (JRN-CHAIN,"
      * "            through LABCHAIN), so a journal line edited"
      * "            or deleted afterwards is caught by LABCHNCK."
      * "2026-10-15 WAR The maintenance journal's chain value is"
      * "            carried from one append to the next instead of"
      * "            re-reading the whole journal for every record."
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT TRANRPT-FILE ASSIGN TO WS-TRANRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANRPT-STATUS.
           SELECT MNT-CKPT-FILE ASSIGN TO WS-CKPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT USERFILE ASSIGN TO WS-USERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATREF-STATUS.
           SELECT LOC-FILE ASSIGN TO WS-LOCFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.
           SELECT REVAL-FILE ASSIGN TO WS-REVALFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVAL-STATUS.
           SELECT SCHED-FILE ASSIGN TO WS-SCHEDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTERFILE.
       FD  TRANRPT-FILE.
       01  TRANRPT-RECORD      Pic X(80).

      * "MNT-CKPT-RECORD is the B)atch restart checkpoint - the"
      * "transaction file and batch it was taken against, the"
      * "last transaction done (CKPT-TRAN-SEQ counts transactions,"
      * "not header/trailer records), the counts and hashes so"
      * "far, and where the current session began: CKPT-BASE-SEQ"
      * "and CKPT-BASE-APPLIED as of CKPT-START-DATE/TIME, so a"
      * "resume proves only that session's transactions against"
      * "the audit journal. Empty when no run is pending."
       FD  MNT-CKPT-FILE.
       01  MNT-CKPT-RECORD.
           05  CKPT-TRANFILE-NAME  Pic X(40).
           05  CKPT-BATCH-ID       Pic X(10).
           05  CKPT-CREATE-DATE    Pic 9(8).
           05  CKPT-TRAN-SEQ       Pic 9(6).
           05  CKPT-LAST-ACTION    Pic X(1).
           05  CKPT-LAST-REC-ID    Pic X(6).
           05  CKPT-APPLIED-CNT    Pic 9(6).
           05  CKPT-REJECTED-CNT   Pic 9(6).
           05  CKPT-VALUE-HASH     Pic S9(9)V9(2).
           05  CKPT-ID-HASH        Pic 9(12).
           05  CKPT-BASE-SEQ       Pic 9(6).
           05  CKPT-BASE-APPLIED   Pic 9(6).
           05  CKPT-START-DATE     Pic 9(8).
           05  CKPT-START-TIME     Pic 9(8).
           05  CKPT-WRITE-DATE     Pic 9(8).
           05  CKPT-WRITE-TIME     Pic 9(8).
           05  CKPT-OPERATOR       Pic X(10).
           05  FILLER              Pic X(10).

       FD  USERFILE.
           COPY USERREC.

       FD  CATREF-FILE.
           COPY CATREF.

       FD  LOC-FILE.
           COPY LOCMAST.

      * "REVAL-RULE-RECORD is a mass revaluation rule LABREVAL"
      * "queued as a single V entry on the approval queue."
       FD  REVAL-FILE.
           COPY REVALRL.

      * "SCHED-CHANGE-RECORD is a future-dated change waiting for"
      * "the night chain's LABSCHAP step (see SCHEDCHG)."
       FD  SCHED-FILE.
           COPY SCHEDCHG.

       WORKING-STORAGE SECTION.
      * "Category reference table, loaded once from LAB_CATREF -"
      * "when the file exists, category codes are validated (and"
               10  WS-CRF-CODE     Pic X(2).
               10  WS-CRF-DESC     Pic X(30).
               10  WS-CRF-ACTIVE   Pic X(1).
               10  WS-CRF-DEPT     Pic X(2).
       01  WS-CRF-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-CRF-FOUND-SW     Pic X(1).
       01  WS-CRF-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-CRF-LOOK-CODE    Pic X(2).
       01  WS-CRF-LOOK-DEPT    Pic X(2).
      * "Location master table, loaded once from LAB_LOCFILE the"
      * "same way - no file means location codes go unchecked, as"
      * "they always did."
       01  WS-LOCFILE-NAME     Pic X(40).
       01  WS-LOC-STATUS       Pic X(2).
       01  WS-LOC-EOF          Pic A(1).
       01  WS-LCM-TABLE.
           05  WS-LCM-ENTRY OCCURS 50 TIMES INDEXED BY WS-LCM-IDX.
               10  WS-LCM-CODE     Pic X(3).
               10  WS-LCM-ACTIVE   Pic X(1).
       01  WS-LCM-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-LCM-FOUND-SW     Pic X(1).
       01  WS-LCM-LOOK-CODE    Pic X(3).
      * "LAB_RUNLOG points at the shared run-log every program in"
      * "the suite appends its significant events to - see LABLOGVW"
      * "for the filtered listing."
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

       01  WS-CMD              Pic X(1).

       01  WS-KEY-INPUT        Pic X(6).
               10  WS-N-LOCATION   Pic X(3).
               10  WS-N-APPROVER   Pic X(10).
               10  WS-N-REASON     Pic X(30).
               10  WS-N-APPLY-DATE Pic 9(8).
               10  WS-N-DEC-DATE   Pic 9(8).
               10  WS-N-DEC-TIME   Pic 9(8).
       01  WS-PND-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-PND-ACTION       Pic X(1).
       01  WS-RVW-CHOICE       Pic X(1).
       01  WS-BEFORE-IMAGE     Pic X(33).
       01  WS-AFTER-IMAGE      Pic X(33).

      * "Mass revaluation - LAB_REVALFILE points at LABREVAL's"
      * "rule file. A V entry on the queue carries the rule"
      * "number in PND-REC-ID; the rule itself is read into"
      * "WS-RULE (REVALRL layout) for the review. WS-RVL-MODE P"
      * "only counts what the rule would do now; A applies it."
       01  WS-REVALFILE-NAME   Pic X(40).
       01  WS-REVAL-STATUS     Pic X(2).
       01  WS-REVAL-EOF        Pic A(1).
       01  WS-RULE-FOUND-SW    Pic A(1).
       01  WS-RULE.
           05  WS-RL-RULE-ID       Pic 9(6).
           05  WS-RL-OPERATOR      Pic X(10).
           05  WS-RL-DATE          Pic 9(8).
           05  WS-RL-TIME          Pic 9(8).
           05  WS-RL-SEL-TYPE      Pic X(1).
           05  WS-RL-SEL-CODE      Pic X(2).
           05  WS-RL-LOCATION      Pic X(3).
           05  WS-RL-FROM-ID       Pic 9(6).
           05  WS-RL-TO-ID         Pic 9(6).
           05  WS-RL-METHOD        Pic X(1).
           05  WS-RL-FACTOR        Pic S9(7)V9(2).
           05  WS-RL-ROUNDING      Pic X(1).
           05  WS-RL-EFF-DATE      Pic 9(8).
           05  WS-RL-PRV-COUNT     Pic 9(6).
           05  WS-RL-PRV-OLD-TOT   Pic S9(11)V9(2).
           05  WS-RL-PRV-NEW-TOT   Pic S9(11)V9(2).
           05  WS-RL-DESC          Pic X(30).
           05  FILLER              Pic X(10).
       01  WS-RVL-MODE         Pic X(1).

      * "Scheduled changes - LABMAINT_SCHEDFILE stands in for a"
      * "JCL DD override. WS-APPLY-DATE is the apply date keyed"
      * "with a change (zero = now). The S)cheduled listing holds"
      * "the whole file in WS-SCH-TABLE and writes it back after"
      * "a cancel, the same way the review handles the queue."
       01  WS-SCHEDFILE-NAME   Pic X(40).
       01  WS-SCHED-STATUS     Pic X(2).
       01  WS-SCHED-EOF        Pic A(1).
       01  WS-SCHED-OVER-SW    Pic A(1)        VALUE "N".
       01  WS-APPLY-DATE       Pic 9(8)        VALUE 0.
       01  WS-SCH-MAX-SEQ      Pic 9(6)        VALUE 0.
       01  WS-SCH-INPUT        Pic X(6).
       01  WS-SCH-LIST-CNT     Pic 9(4)   COMP   VALUE 0.
       01  WS-SCH-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 500 TIMES INDEXED BY WS-SCH-IDX.
               10  WS-S-SEQ        Pic 9(6).
               10  WS-S-STATUS     Pic X(1).
               10  WS-S-APPLY-DATE Pic 9(8).
               10  WS-S-OPERATOR   Pic X(10).
               10  WS-S-DATE       Pic 9(8).
               10  WS-S-TIME       Pic 9(8).
               10  WS-S-APPROVER   Pic X(10).
               10  WS-S-ACTION     Pic X(1).
               10  WS-S-REC-ID     Pic 9(6).
               10  WS-S-CATEGORY   Pic X(2).
               10  WS-S-VALUE      Pic S9(7)V9(2).
               10  WS-S-EFF-DATE   Pic 9(8).
               10  WS-S-EXP-DATE   Pic 9(8).
               10  WS-S-LOCATION   Pic X(3).
               10  WS-S-DONE-DATE  Pic 9(8).
               10  WS-S-DONE-BY    Pic X(10).
               10  WS-S-REASON     Pic X(30).
               10  FILLER          Pic X(10).
       01  WS-SCH-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-MST-EOF          Pic A(1).
       01  WS-TODAY            Pic 9(8).
       01  WS-MATCH-SW         Pic A(1).
       01  WS-SIZE-SW          Pic A(1).
       01  WS-EXP-WORK         Pic 9(8).
       01  WS-CALC-VALUE       Pic S9(11)V9(6).
       01  WS-WHOLE-VALUE      Pic S9(7).
       01  WS-NEW-VALUE        Pic S9(7)V9(2).
       01  WS-DIFF-VALUE       Pic S9(7)V9(2).
       01  WS-SEL-CNT          Pic 9(6)        VALUE 0.
       01  WS-SIZE-ERR-CNT     Pic 9(6)        VALUE 0.
       01  WS-RVL-FAIL-CNT     Pic 9(6)        VALUE 0.
       01  WS-OLD-TOT          Pic S9(11)V9(2) VALUE 0.
       01  WS-NEW-TOT          Pic S9(11)V9(2) VALUE 0.
       01  WS-CNT-TXT          Pic Z(5)9.
       01  WS-OLD-TOT-TXT      Pic -Z(10)9.9(2).
       01  WS-NEW-TOT-TXT      Pic -Z(10)9.9(2).

      * "One Master-Record decoded field by field for the audit"
      * "journal - the packed effective/expiry dates cannot travel"
      * "through a line sequential journal as raw bytes, so images"
      * "05 record ID not on file    06 file I/O error"
      * "07 delete requires supervisor role"
      * "08 category not on reference file"
      * "09 location not on location master (or disabled)"
       01  WS-TRANFILE-NAME    Pic X(40).
       01  WS-TRANRPT-NAME     Pic X(40).
       01  WS-TRAN-STATUS      Pic X(2).
       01  WS-REJECTED-CNT     Pic 9(6)        VALUE 0.
       01  WS-TRAN-LINE        Pic X(80).
       01  WS-TRAN-CNT-TXT     Pic Z(5)9.
       01  WS-TRANRPT-STATUS   Pic X(2).
       01  WS-TRN-ID-N         Pic 9(6).

      * "Batch control check - the whole transaction file is read"
      * "once before anything is applied. WS-TC-HDR-SW N is an"
      * "older file with no header, applied unchecked as before;"
      * "with a header, a missing trailer, records after it, or"
      * "a count or hash that does not tie refuses the file with"
      * "WS-TC-REASON. WS-VALUE-HASH/WS-ID-HASH accumulate the"
      * "same totals while the file is applied, for the checkpoint."
       01  WS-TC-OK-SW         Pic A(1).
       01  WS-TC-FIRST-SW      Pic A(1).
       01  WS-TC-HDR-SW        Pic A(1)        VALUE "N".
       01  WS-TC-TRL-SW        Pic A(1).
       01  WS-TC-AFTER-SW      Pic A(1).
       01  WS-TC-TRL-BAD-SW    Pic A(1).
       01  WS-TC-REASON        Pic X(30).
       01  WS-TC-BATCH-ID      Pic X(10).
       01  WS-TC-CREATE-DATE   Pic 9(8).
       01  WS-TC-EXPECTED-CNT  Pic 9(6).
       01  WS-TC-CNT           Pic 9(6).
       01  WS-TC-T-COUNT       Pic 9(6).
       01  WS-TC-T-VALUE-HASH  Pic S9(9)V9(2).
       01  WS-TC-T-ID-HASH     Pic 9(12).
       01  WS-VALUE-HASH       Pic S9(9)V9(2)  VALUE 0.
       01  WS-ID-HASH          Pic 9(12)       VALUE 0.
       01  WS-HASH-TXT         Pic -Z(8)9.99.

      * "Batch restart - LABMAINT_CKPTFILE stands in for a JCL DD"
      * "override on the checkpoint. It is rewritten after every"
      * "transaction: a master update cannot be taken back, so"
      * "there is no interval's worth of work to lose. A resume"
      * "rereads the transactions already done (WS-TRAN-SEQ up to"
      * "CKPT-TRAN-SEQ), checks their count and hashes against the"
      * "checkpoint, and matches the ones since CKPT-BASE-SEQ"
      * "against the audit journal entries written since"
      * "CKPT-START-DATE/TIME (WS-JRN-MATCH-CNT). The transaction"
      * "after the checkpoint is also looked for - a run that"
      * "died between journaling it and rewriting the checkpoint"
      * "had already applied it (WS-PRE-APPLIED-SW)."
       01  WS-CKPTFILE-NAME    Pic X(40).
       01  WS-CKPT-STATUS      Pic X(2).
       01  WS-CKPT-FOUND-SW    Pic A(1).
       01  WS-CKPT-SAME-SW     Pic A(1).
       01  WS-CKPT-CHOICE      Pic X(1).
       01  WS-RESUME-SW        Pic A(1)        VALUE "N".
       01  WS-VERIFY-OK-SW     Pic A(1).
       01  WS-TRAN-SEQ         Pic 9(6)        VALUE 0.
       01  WS-BASE-SEQ         Pic 9(6)        VALUE 0.
       01  WS-BASE-APPLIED     Pic 9(6)        VALUE 0.
       01  WS-START-DATE       Pic 9(8).
       01  WS-START-TIME       Pic 9(8).
       01  WS-JRN-EOF          Pic A(1).
       01  WS-JRN-OPEN-SW      Pic A(1)        VALUE "N".
       01  WS-JRN-HELD-SW      Pic A(1)        VALUE "N".
       01  WS-JRN-MATCH-CNT    Pic 9(6)        VALUE 0.
       01  WS-JRN-EXPECT-CNT   Pic 9(6)        VALUE 0.
       01  WS-PRE-APPLIED-SW   Pic A(1)        VALUE "N".

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM TAKE-LOCK-PARAGRAPH
           PERFORM OPENMASTER-PARAGRAPH
           PERFORM LOAD-CATREF-PARAGRAPH
           PERFORM LOAD-LOCMAST-PARAGRAPH
           PERFORM IDENTIFY-OPERATOR-PARAGRAPH
           PERFORM MENU-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-CMD = "Q"
       MENU-PARAGRAPH.
           DISPLAY " "
           DISPLAY "LAB-MASTER maintenance - A)dd C)hange D)elete "
               "B)atch R)eview queue N)ote"
           DISPLAY "                          S)cheduled changes Q)uit"
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-CMD
           EVALUATE WS-CMD
                   PERFORM REVIEW-QUEUE-PARAGRAPH
               WHEN "N"
                   PERFORM NOTE-PARAGRAPH
               WHEN "S"
                   PERFORM SCHEDULED-PARAGRAPH
               WHEN "Q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Invalid command - enter A, C, D, B, "
                       "R, N, S, or Q"
           END-EVALUATE.

       ACCEPT-KEY-PARAGRAPH.
           ELSE
               MOVE 0 TO MST-EXP-DATE
           END-IF
           PERFORM ACCEPT-LOCATION-PARAGRAPH
               WITH TEST AFTER UNTIL WS-LCM-FOUND-SW = "Y".

      *****************************************************
      * ACCEPT-LOCATION-PARAGRAPH validates the keyed plant    *
      * against the location master when one is loaded - a     *
      * code not on file (or disabled) is refused, so a typo    *
      * can't become a phantom plant. Blank stays the original *
      * single plant.                                            *
      *****************************************************
       ACCEPT-LOCATION-PARAGRAPH.
           DISPLAY "Location (3 chars, blank=default plant): "
               WITH NO ADVANCING
           ACCEPT WS-LOC-INPUT
           MOVE WS-LOC-INPUT TO WS-LCM-LOOK-CODE
           PERFORM LOOKUP-LOCMAST-PARAGRAPH
           IF WS-LCM-FOUND-SW = "Y" THEN
               MOVE WS-LOC-INPUT TO MST-LOCATION
           ELSE
               DISPLAY "*** Location not on the location master "
                   "(or disabled) - see LABLOCMN."
           END-IF.

      *****************************************************
      * ACCEPT-CATEGORY-PARAGRAPH validates the keyed code     *
               MOVE "N" TO WS-VALID-SW
           END-IF.

      *****************************************************
      * ACCEPT-APPLY-DATE-PARAGRAPH asks when the change       *
      * should take effect. Blank, today, or a past date means *
      * now (WS-APPLY-DATE zero); a later date holds the       *
      * change on the scheduled-change file for the night      *
      * chain to apply on that date.                            *
      *****************************************************
       ACCEPT-APPLY-DATE-PARAGRAPH.
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-APPLY-ONCE-PARAGRAPH
               WITH TEST AFTER UNTIL WS-VALID-SW = "Y".

       ACCEPT-APPLY-ONCE-PARAGRAPH.
           DISPLAY "Apply on (YYYYMMDD, blank=now): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           MOVE 0 TO WS-APPLY-DATE
           IF WS-DATE-INPUT = SPACES THEN
               MOVE "Y" TO WS-VALID-SW
           ELSE
               IF WS-DATE-INPUT IS NUMERIC THEN
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   IF WS-DATE-INPUT > WS-TODAY THEN
                       MOVE WS-DATE-INPUT TO WS-APPLY-DATE
                   END-IF
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "*** Invalid entry - enter 8 numeric "
                       "digits, or blank."
               END-IF
           END-IF.

       ADD-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-DETAIL-PARAGRAPH
           PERFORM ACCEPT-APPLY-DATE-PARAGRAPH
           MOVE "A" TO WS-PND-ACTION
           IF WS-OPERATOR-ROLE NOT = "S" THEN
               PERFORM QUEUE-PENDING-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           IF WS-APPLY-DATE NOT = 0 THEN
               PERFORM SCHEDULE-CHANGE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           WRITE Master-Record
               INVALID KEY

       CHANGE-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH
           MOVE "C" TO WS-PND-ACTION
           IF WS-OPERATOR-ROLE NOT = "S" THEN
               MOVE "N" TO WS-VALID-SW
               PERFORM ACCEPT-DETAIL-PARAGRAPH
               PERFORM ACCEPT-APPLY-DATE-PARAGRAPH
               PERFORM QUEUE-PENDING-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           READ MASTERFILE
               INVALID KEY
                   DISPLAY "*** Record ID not on file"
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODE-MASTER-PARAGRAPH
           MOVE WS-IMAGE-DECODED TO WS-BEFORE-IMAGE
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-DETAIL-PARAGRAPH
           PERFORM ACCEPT-APPLY-DATE-PARAGRAPH
           IF WS-APPLY-DATE NOT = 0 THEN
               PERFORM SCHEDULE-CHANGE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           REWRITE Master-Record
               INVALID KEY
                   DISPLAY "*** Rewrite failed"
               NOT INVALID KEY
                   DISPLAY "Record changed."
                   PERFORM DECODE-MASTER-PARAGRAPH
                   MOVE WS-IMAGE-DECODED TO WS-AFTER-IMAGE
                   MOVE "C" TO WS-JRN-ACTION
                   PERFORM WRITE-JOURNAL-PARAGRAPH
           END-REWRITE.

       DELETE-PARAGRAPH.
           MOVE "D" TO WS-PND-ACTION
           IF WS-OPERATOR-ROLE NOT = "S" THEN
               PERFORM ACCEPT-KEY-PARAGRAPH
               PERFORM ACCEPT-APPLY-DATE-PARAGRAPH
               PERFORM QUEUE-PENDING-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-KEY-PARAGRAPH
           PERFORM ACCEPT-APPLY-DATE-PARAGRAPH
           READ MASTERFILE
               INVALID KEY
                   DISPLAY "*** Record ID not on file"
               NOT INVALID KEY
                   IF WS-APPLY-DATE NOT = 0 THEN
                       PERFORM SCHEDULE-CHANGE-PARAGRAPH
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM DECODE-MASTER-PARAGRAPH
                   MOVE WS-IMAGE-DECODED TO WS-BEFORE-IMAGE
                   DELETE MASTERFILE RECORD
      * the interactive commands use, and reported applied or   *
      * rejected with a reason code. A big correction batch      *
      * becomes one job step instead of a keying marathon.       *
      * The file's control records are tied out first, and a    *
      * run left unfinished is resumed or discarded before       *
      * anything else is applied.                                 *
      *****************************************************
       BATCH-PARAGRAPH.
           MOVE "lab-mnt-tran.dat" TO WS-TRANFILE-NAME
           IF WS-TRANRPT-NAME = SPACES THEN
               MOVE "lab-mnt-tran-rpt.dat" TO WS-TRANRPT-NAME
           END-IF
           MOVE "lab-mnt-ckpt.dat" TO WS-CKPTFILE-NAME
           ACCEPT WS-CKPTFILE-NAME FROM ENVIRONMENT "LABMAINT_CKPTFILE"
           IF WS-CKPTFILE-NAME = SPACES THEN
               MOVE "lab-mnt-ckpt.dat" TO WS-CKPTFILE-NAME
           END-IF
           OPEN INPUT TRANFILE
           IF WS-TRAN-STATUS NOT = "00" THEN
               DISPLAY "*** Transaction file not found or unreadable: "
                   WS-TRANFILE-NAME
               DISPLAY "*** FILE STATUS: " WS-TRAN-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROL-CHECK-PARAGRAPH
           IF WS-TC-OK-SW = "N" THEN
               PERFORM CONTROL-REFUSED-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MNT-CKPT-PARAGRAPH
           IF WS-CKPT-CHOICE = "Q" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-APPLIED-CNT
           MOVE 0 TO WS-REJECTED-CNT
           MOVE 0 TO WS-TRAN-SEQ
           MOVE 0 TO WS-BASE-SEQ
           MOVE 0 TO WS-BASE-APPLIED
           MOVE 0 TO WS-VALUE-HASH
           MOVE 0 TO WS-ID-HASH
           MOVE "N" TO WS-PRE-APPLIED-SW
           OPEN INPUT TRANFILE
           IF WS-RESUME-SW = "Y" THEN
               PERFORM VERIFY-RESUME-PARAGRAPH
               IF WS-VERIFY-OK-SW = "N" THEN
                   CLOSE TRANFILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-RESUME-PARAGRAPH
           ELSE
               OPEN OUTPUT TRANRPT-FILE
               MOVE SPACES TO WS-TRAN-LINE
                   WS-TRANFILE-NAME
                   DELIMITED BY SIZE INTO WS-TRAN-LINE
               WRITE TRANRPT-RECORD FROM WS-TRAN-LINE
           END-IF
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE "N" TO WS-TRAN-EOF
           PERFORM APPLY-TRAN-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-TRAN-EOF = "Y"
           IF WS-JRN-OPEN-SW = "Y" THEN
               CLOSE JOURNAL-FILE
               MOVE "N" TO WS-JRN-OPEN-SW
           END-IF
           CLOSE TRANFILE
           PERFORM BATCH-SUMMARY-PARAGRAPH
           CLOSE TRANRPT-FILE
           PERFORM CLEAR-MNT-CKPT-PARAGRAPH.

      *****************************************************
      * APPLY-TRAN-PARAGRAPH reads the next transaction and     *
      * applies it, then rewrites the checkpoint behind it. On  *
      * a controlled file the header and trailer are passed      *
      * over; on an older file an H or T is just an invalid      *
      * action, as it always was.                                 *
      *****************************************************
       APPLY-TRAN-PARAGRAPH.
           READ TRANFILE NEXT RECORD
               AT END MOVE "Y" TO WS-TRAN-EOF
               NOT AT END
                   IF WS-TC-HDR-SW = "Y"
                           AND (TRN-ACTION = "H" OR TRN-ACTION = "T")
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-TRAN-SEQ
                       PERFORM ADD-TRAN-HASH-PARAGRAPH
                       IF WS-JRN-OPEN-SW = "Y" THEN
                           PERFORM CHECK-PRE-APPLIED-PARAGRAPH
                       END-IF
                       IF WS-PRE-APPLIED-SW = "Y" THEN
                           PERFORM REPORT-PRE-APPLIED-PARAGRAPH
                       ELSE
                           PERFORM APPLY-ONE-TRAN-PARAGRAPH
                       END-IF
                       PERFORM WRITE-MNT-CKPT-PARAGRAPH
                   END-IF
           END-READ.

      *****************************************************
      * ADD-TRAN-HASH-PARAGRAPH adds the transaction in hand    *
      * to the value and record-ID hashes - a non-numeric        *
      * value or ID adds nothing, the same rule the trailer's    *
      * totals are built by.                                      *
      *****************************************************
       ADD-TRAN-HASH-PARAGRAPH.
           IF TRN-VALUE-N IS NUMERIC THEN
               ADD TRN-VALUE-N TO WS-VALUE-HASH
           END-IF
           IF TRN-REC-ID IS NUMERIC THEN
               MOVE TRN-REC-ID TO WS-TRN-ID-N
               ADD WS-TRN-ID-N TO WS-ID-HASH
           END-IF.

      *****************************************************
      * CONTROL-CHECK-PARAGRAPH reads the whole transaction     *
      * file once and ties its transactions to the header and   *
      * trailer before anything is applied - a file cut short   *
      * is refused whole instead of being half applied. A file  *
      * with no header is an older one and goes through          *
      * unchecked, with a warning.                                *
      *****************************************************
       CONTROL-CHECK-PARAGRAPH.
           MOVE "Y" TO WS-TC-OK-SW
           MOVE "Y" TO WS-TC-FIRST-SW
           MOVE "N" TO WS-TC-HDR-SW
           MOVE "N" TO WS-TC-TRL-SW
           MOVE "N" TO WS-TC-AFTER-SW
           MOVE "N" TO WS-TC-TRL-BAD-SW
           MOVE SPACES TO WS-TC-REASON
           MOVE SPACES TO WS-TC-BATCH-ID
           MOVE 0 TO WS-TC-CREATE-DATE
           MOVE 0 TO WS-TC-EXPECTED-CNT
           MOVE 0 TO WS-TC-CNT
           MOVE 0 TO WS-VALUE-HASH
           MOVE 0 TO WS-ID-HASH
           MOVE "N" TO WS-TRAN-EOF
           PERFORM CONTROL-READ-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-TRAN-EOF = "Y"
           CLOSE TRANFILE
           IF WS-TC-HDR-SW = "N" THEN
               DISPLAY "*** WARNING: " WS-TRANFILE-NAME
               DISPLAY "*** has no header/trailer control records - "
                   "applied without a control check."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0101" TO WS-LOG-MSGNO
               MOVE "Batch file has no control records - unchecked"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TC-TRL-SW = "N"
                   MOVE "SHORT FILE - NO TRAILER" TO WS-TC-REASON
               WHEN WS-TC-AFTER-SW = "Y"
                   MOVE "RECORDS AFTER THE TRAILER" TO WS-TC-REASON
               WHEN WS-TC-TRL-BAD-SW = "Y"
                   MOVE "TRAILER NOT NUMERIC" TO WS-TC-REASON
               WHEN WS-TC-T-COUNT NOT = WS-TC-CNT
                   MOVE "COUNT MISMATCH" TO WS-TC-REASON
               WHEN WS-TC-EXPECTED-CNT NOT = 0
                       AND WS-TC-EXPECTED-CNT NOT = WS-TC-CNT
                   MOVE "COUNT MISMATCH" TO WS-TC-REASON
               WHEN WS-TC-T-VALUE-HASH NOT = WS-VALUE-HASH
                   MOVE "VALUE HASH MISMATCH" TO WS-TC-REASON
               WHEN WS-TC-T-ID-HASH NOT = WS-ID-HASH
                   MOVE "ID HASH MISMATCH" TO WS-TC-REASON
           END-EVALUATE
           IF WS-TC-REASON NOT = SPACES THEN
               MOVE "N" TO WS-TC-OK-SW
           END-IF.

       CONTROL-READ-PARAGRAPH.
           READ TRANFILE NEXT RECORD
               AT END MOVE "Y" TO WS-TRAN-EOF
               NOT AT END
                   IF WS-TC-FIRST-SW = "Y" THEN
                       MOVE "N" TO WS-TC-FIRST-SW
                       IF TRH-ACTION = "H" THEN
                           PERFORM CONTROL-HEADER-PARAGRAPH
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-TC-TRL-SW = "Y"
                           MOVE "Y" TO WS-TC-AFTER-SW
                       WHEN WS-TC-HDR-SW = "Y" AND TRT-ACTION = "T"
                           PERFORM CONTROL-TRAILER-PARAGRAPH
                       WHEN OTHER
                           ADD 1 TO WS-TC-CNT
                           PERFORM ADD-TRAN-HASH-PARAGRAPH
                   END-EVALUATE
           END-READ.

       CONTROL-HEADER-PARAGRAPH.
           MOVE "Y" TO WS-TC-HDR-SW
           MOVE TRH-BATCH-ID TO WS-TC-BATCH-ID
           IF TRH-CREATE-DATE IS NUMERIC THEN
               MOVE TRH-CREATE-DATE TO WS-TC-CREATE-DATE
           END-IF
           IF TRH-EXPECTED-CNT IS NUMERIC THEN
               MOVE TRH-EXPECTED-CNT TO WS-TC-EXPECTED-CNT
           END-IF.

       CONTROL-TRAILER-PARAGRAPH.
           MOVE "Y" TO WS-TC-TRL-SW
           IF TRT-TRAN-COUNT IS NUMERIC
                   AND TRT-VALUE-HASH IS NUMERIC
                   AND TRT-ID-HASH IS NUMERIC THEN
               MOVE TRT-TRAN-COUNT TO WS-TC-T-COUNT
               MOVE TRT-VALUE-HASH TO WS-TC-T-VALUE-HASH
               MOVE TRT-ID-HASH TO WS-TC-T-ID-HASH
           ELSE
               MOVE "Y" TO WS-TC-TRL-BAD-SW
           END-IF.

      *****************************************************
      * CONTROL-REFUSED-PARAGRAPH reports a file that failed   *
      * its control check - nothing on it has been applied, and *
      * any checkpoint pending is left exactly as it was.        *
      *****************************************************
       CONTROL-REFUSED-PARAGRAPH.
           DISPLAY "*** Transaction file " WS-TRANFILE-NAME
           DISPLAY "*** failed its control check: " WS-TC-REASON
           DISPLAY "*** Nothing was applied - get the file resent."
           OPEN OUTPUT TRANRPT-FILE
           MOVE SPACES TO WS-TRAN-LINE
           STRING "LAB-MASTER Batch Maintenance Report - "
               WS-TRANFILE-NAME
               DELIMITED BY SIZE INTO WS-TRAN-LINE
           WRITE TRANRPT-RECORD FROM WS-TRAN-LINE
           MOVE SPACES TO WS-TRAN-LINE
           STRING "REFUSED - control check failed: " WS-TC-REASON
               DELIMITED BY SIZE INTO WS-TRAN-LINE
           WRITE TRANRPT-RECORD FROM WS-TRAN-LINE
           CLOSE TRANRPT-FILE
           MOVE "E" TO WS-LOG-SEV
           MOVE "0201" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Batch refused - " WS-TC-REASON
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

      *****************************************************
      * LOAD-MNT-CKPT-PARAGRAPH shows a pending checkpoint in   *
      * plain language and makes the operator choose, the way   *
      * LABCKPT does for LAB1c/LAB2c: R resumes after the last   *
      * transaction done, D discards it and applies the file     *
      * from the start, Q leaves it and applies nothing. A       *
      * checkpoint taken against another file or batch cannot    *
      * be resumed from this one.                                 *
      *****************************************************
       LOAD-MNT-CKPT-PARAGRAPH.
           MOVE "N" TO WS-RESUME-SW
           MOVE SPACE TO WS-CKPT-CHOICE
           MOVE "N" TO WS-CKPT-FOUND-SW
           OPEN INPUT MNT-CKPT-FILE
           IF WS-CKPT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           READ MNT-CKPT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-CKPT-FOUND-SW
           END-READ
           CLOSE MNT-CKPT-FILE
           IF WS-CKPT-FOUND-SW = "N" THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Pending batch checkpoint:"
           DISPLAY "  written:            " CKPT-WRITE-DATE " "
               CKPT-WRITE-TIME
           DISPLAY "  operator:           " CKPT-OPERATOR
           DISPLAY "  transaction file:   " CKPT-TRANFILE-NAME
           DISPLAY "  batch:              " CKPT-BATCH-ID
               " created " CKPT-CREATE-DATE
           DISPLAY "  transactions done:  " CKPT-TRAN-SEQ
               " (applied " CKPT-APPLIED-CNT ", rejected "
               CKPT-REJECTED-CNT ")"
           DISPLAY "  last transaction:   " CKPT-LAST-ACTION " "
               CKPT-LAST-REC-ID
           MOVE CKPT-VALUE-HASH TO WS-HASH-TXT
           DISPLAY "  value hash so far:  " WS-HASH-TXT
           IF CKPT-TRANFILE-NAME = WS-TRANFILE-NAME
                   AND CKPT-BATCH-ID = WS-TC-BATCH-ID
                   AND CKPT-CREATE-DATE = WS-TC-CREATE-DATE THEN
               MOVE "Y" TO WS-CKPT-SAME-SW
               DISPLAY "R)esume after transaction " CKPT-TRAN-SEQ
                   ", D)iscard it, or Q)uit? " WITH NO ADVANCING
           ELSE
               MOVE "N" TO WS-CKPT-SAME-SW
               DISPLAY "*** WARNING: the checkpoint was taken against"
                   " a different transaction file"
               DISPLAY "*** or batch - it cannot be resumed from "
                   WS-TRANFILE-NAME "."
               DISPLAY "D)iscard it, or Q)uit? " WITH NO ADVANCING
           END-IF
           ACCEPT WS-CKPT-CHOICE
           EVALUATE TRUE
               WHEN WS-CKPT-CHOICE = "R" AND WS-CKPT-SAME-SW = "Y"
                   MOVE "Y" TO WS-RESUME-SW
               WHEN WS-CKPT-CHOICE = "D"
                   PERFORM CLEAR-MNT-CKPT-PARAGRAPH
                   DISPLAY "Checkpoint discarded - the file is applied "
                       "from the start."
                   MOVE "I" TO WS-LOG-SEV
                   MOVE "0009" TO WS-LOG-MSGNO
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Batch checkpoint discarded by " WS-OPERATOR
                       DELIMITED BY SIZE INTO WS-LOG-TEXT
                   PERFORM WRITE-RUNLOG-PARAGRAPH
               WHEN OTHER
                   MOVE "Q" TO WS-CKPT-CHOICE
                   DISPLAY "Nothing applied - the checkpoint is left "
                       "in place."
           END-EVALUATE.

      *****************************************************
      * VERIFY-RESUME-PARAGRAPH rereads the transactions the    *
      * checkpoint says are done. Their count and hashes must   *
      * match the checkpoint (the same file, unchanged), and     *
      * every one applied since the session began must be on    *
      * the audit journal - otherwise skipping them would lose  *
      * corrections, and the resume is refused.                   *
      *****************************************************
       VERIFY-RESUME-PARAGRAPH.
           MOVE "Y" TO WS-VERIFY-OK-SW
           MOVE 0 TO WS-JRN-MATCH-CNT
           MOVE CKPT-START-DATE TO WS-START-DATE
           MOVE CKPT-START-TIME TO WS-START-TIME
           MOVE "N" TO WS-JRN-HELD-SW
           MOVE "N" TO WS-JRN-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS = "00" THEN
               MOVE "Y" TO WS-JRN-OPEN-SW
               PERFORM NEXT-JRN-PARAGRAPH
           END-IF
           MOVE "N" TO WS-TRAN-EOF
           PERFORM SKIP-TRAN-PARAGRAPH
               WITH TEST BEFORE
               UNTIL WS-TRAN-EOF = "Y" OR WS-TRAN-SEQ = CKPT-TRAN-SEQ
           COMPUTE WS-JRN-EXPECT-CNT =
               CKPT-APPLIED-CNT - CKPT-BASE-APPLIED
           IF WS-TRAN-SEQ NOT = CKPT-TRAN-SEQ
                   OR WS-VALUE-HASH NOT = CKPT-VALUE-HASH
                   OR WS-ID-HASH NOT = CKPT-ID-HASH THEN
               MOVE "N" TO WS-VERIFY-OK-SW
               DISPLAY "*** Resume refused - the first " CKPT-TRAN-SEQ
                   " transactions on the file no"
               DISPLAY "*** longer count and hash to what the "
                   "checkpoint recorded."
               MOVE "Batch resume refused - file changed"
                   TO WS-LOG-TEXT
           ELSE
               IF WS-JRN-MATCH-CNT NOT = WS-JRN-EXPECT-CNT THEN
                   MOVE "N" TO WS-VERIFY-OK-SW
                   DISPLAY "*** Resume refused - the audit journal "
                       "shows " WS-JRN-MATCH-CNT " of the "
                       WS-JRN-EXPECT-CNT
                   DISPLAY "*** transactions the checkpoint says "
                       "were applied since " CKPT-START-DATE " "
                       CKPT-START-TIME "."
                   MOVE "Batch resume refused - journal disagrees"
                       TO WS-LOG-TEXT
               END-IF
           END-IF
           IF WS-VERIFY-OK-SW = "N" THEN
               DISPLAY "*** Nothing applied - check the journal "
                   "(LABJRNRP) before discarding"
               DISPLAY "*** the checkpoint."
               IF WS-JRN-OPEN-SW = "Y" THEN
                   CLOSE JOURNAL-FILE
                   MOVE "N" TO WS-JRN-OPEN-SW
               END-IF
               MOVE "E" TO WS-LOG-SEV
               MOVE "0202" TO WS-LOG-MSGNO
               PERFORM WRITE-RUNLOG-PARAGRAPH
           END-IF.

       SKIP-TRAN-PARAGRAPH.
           READ TRANFILE NEXT RECORD
               AT END MOVE "Y" TO WS-TRAN-EOF
               NOT AT END
                   IF WS-TC-HDR-SW = "Y"
                           AND (TRN-ACTION = "H" OR TRN-ACTION = "T")
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-TRAN-SEQ
                       PERFORM ADD-TRAN-HASH-PARAGRAPH
                       IF WS-TRAN-SEQ > CKPT-BASE-SEQ THEN
                           PERFORM MATCH-JRN-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * MATCH-JRN-PARAGRAPH - the journal entries since the     *
      * session began are in the order the transactions were   *
      * applied (the MASTER lock kept everyone else out), so    *
      * the next one either is this transaction's - it was      *
      * applied - or this transaction was rejected and wrote    *
      * none.                                                     *
      *****************************************************
       MATCH-JRN-PARAGRAPH.
           MOVE "N" TO WS-PRE-APPLIED-SW
           IF WS-JRN-HELD-SW = "Y" AND JRN-ACTION = TRN-ACTION
                   AND TRN-REC-ID IS NUMERIC THEN
               MOVE TRN-REC-ID TO WS-TRN-ID-N
               IF JRN-REC-ID = WS-TRN-ID-N THEN
                   MOVE "Y" TO WS-PRE-APPLIED-SW
                   ADD 1 TO WS-JRN-MATCH-CNT
                   PERFORM NEXT-JRN-PARAGRAPH
               END-IF
           END-IF.

       NEXT-JRN-PARAGRAPH.
           MOVE "N" TO WS-JRN-HELD-SW
           PERFORM READ-JRN-PARAGRAPH
               WITH TEST BEFORE
               UNTIL WS-JRN-EOF = "Y" OR WS-JRN-HELD-SW = "Y".

       READ-JRN-PARAGRAPH.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-JRN-EOF
               NOT AT END
                   IF JRN-DATE > WS-START-DATE
                           OR (JRN-DATE = WS-START-DATE
                               AND JRN-TIME NOT < WS-START-TIME) THEN
                       MOVE "Y" TO WS-JRN-HELD-SW
                   END-IF
           END-READ.

      *****************************************************
      * START-RESUME-PARAGRAPH carries the checkpoint's counts  *
      * forward, appends to the report the first run began, and *
      * marks where this session starts for any later resume.   *
      *****************************************************
       START-RESUME-PARAGRAPH.
           MOVE CKPT-APPLIED-CNT TO WS-APPLIED-CNT
           MOVE CKPT-REJECTED-CNT TO WS-REJECTED-CNT
           MOVE CKPT-TRAN-SEQ TO WS-BASE-SEQ
           MOVE CKPT-APPLIED-CNT TO WS-BASE-APPLIED
           OPEN EXTEND TRANRPT-FILE
           IF WS-TRANRPT-STATUS = "35" THEN
               OPEN OUTPUT TRANRPT-FILE
           END-IF
           MOVE SPACES TO WS-TRAN-LINE
           STRING "Resumed by " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               " after transaction " WS-TRAN-SEQ " - "
               WS-APPLIED-CNT " applied, " WS-REJECTED-CNT
               " rejected before"
               DELIMITED BY SIZE INTO WS-TRAN-LINE
           WRITE TRANRPT-RECORD FROM WS-TRAN-LINE
           DISPLAY "Resuming after transaction " WS-TRAN-SEQ
               " - the " WS-JRN-MATCH-CNT
               " journaled since the last start check out."
           MOVE "I" TO WS-LOG-SEV
           MOVE "0008" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Batch resumed after transaction " WS-TRAN-SEQ
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

      *****************************************************
      * CHECK-PRE-APPLIED-PARAGRAPH looks at the first          *
      * transaction after the checkpoint: if the journal entry  *
      * following the proven ones is its, the run died after     *
      * applying it but before the checkpoint caught up, and     *
      * it must not be applied again. The journal is closed     *
      * here either way - it is appended to from now on.          *
      *****************************************************
       CHECK-PRE-APPLIED-PARAGRAPH.
           PERFORM MATCH-JRN-PARAGRAPH
           CLOSE JOURNAL-FILE
           MOVE "N" TO WS-JRN-OPEN-SW.

       REPORT-PRE-APPLIED-PARAGRAPH.
           ADD 1 TO WS-APPLIED-CNT
           MOVE WS-TRAN-SEQ TO WS-BASE-SEQ
           MOVE WS-APPLIED-CNT TO WS-BASE-APPLIED
           MOVE "N" TO WS-PRE-APPLIED-SW
           MOVE SPACES TO WS-TRAN-LINE
           STRING "APPLIED  " TRN-ACTION " " TRN-REC-ID
               " " TRN-CATEGORY " " TRN-VALUE
               " (journaled before the restart)"
               DELIMITED BY SIZE INTO WS-TRAN-LINE
           WRITE TRANRPT-RECORD FROM WS-TRAN-LINE.

      *****************************************************
      * WRITE-MNT-CKPT-PARAGRAPH rewrites the checkpoint behind *
      * the transaction just done.                               *
      *****************************************************
       WRITE-MNT-CKPT-PARAGRAPH.
           MOVE SPACES TO MNT-CKPT-RECORD
           MOVE WS-TRANFILE-NAME TO CKPT-TRANFILE-NAME
           MOVE WS-TC-BATCH-ID TO CKPT-BATCH-ID
           MOVE WS-TC-CREATE-DATE TO CKPT-CREATE-DATE
           MOVE WS-TRAN-SEQ TO CKPT-TRAN-SEQ
           MOVE TRN-ACTION TO CKPT-LAST-ACTION
           MOVE TRN-REC-ID TO CKPT-LAST-REC-ID
           MOVE WS-APPLIED-CNT TO CKPT-APPLIED-CNT
           MOVE WS-REJECTED-CNT TO CKPT-REJECTED-CNT
           MOVE WS-VALUE-HASH TO CKPT-VALUE-HASH
           MOVE WS-ID-HASH TO CKPT-ID-HASH
           MOVE WS-BASE-SEQ TO CKPT-BASE-SEQ
           MOVE WS-BASE-APPLIED TO CKPT-BASE-APPLIED
           MOVE WS-START-DATE TO CKPT-START-DATE
           MOVE WS-START-TIME TO CKPT-START-TIME
           ACCEPT CKPT-WRITE-DATE FROM DATE YYYYMMDD
           ACCEPT CKPT-WRITE-TIME FROM TIME
           MOVE WS-OPERATOR TO CKPT-OPERATOR
           OPEN OUTPUT MNT-CKPT-FILE
           WRITE MNT-CKPT-RECORD
           CLOSE MNT-CKPT-FILE.

      *****************************************************
      * CLEAR-MNT-CKPT-PARAGRAPH truncates the checkpoint once  *
      * the file has been applied to the end (or the operator   *
      * discards it), so the next B)atch starts fresh.           *
      *****************************************************
       CLEAR-MNT-CKPT-PARAGRAPH.
           OPEN OUTPUT MNT-CKPT-FILE
           CLOSE MNT-CKPT-FILE.

      *****************************************************
      * APPLY-ONE-TRAN-PARAGRAPH validates and applies a       *
      * single transaction. WS-REASON-CODE spaces = applied;    *
                       MOVE "08" TO WS-REASON-CODE
                   END-IF
               END-IF
               IF WS-REASON-CODE = SPACES THEN
                   MOVE TRN-LOCATION TO WS-LCM-LOOK-CODE
                   PERFORM LOOKUP-LOCMAST-PARAGRAPH
                   IF WS-LCM-FOUND-SW = "N" THEN
                       MOVE "09" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES THEN
               MOVE TRN-REC-ID TO MST-REC-ID
           ACCEPT PND-TIME FROM TIME
           MOVE WS-PND-ACTION TO PND-ACTION
           MOVE MST-REC-ID TO PND-REC-ID
           MOVE WS-APPLY-DATE TO PND-APPLY-DATE
           MOVE 0 TO PND-DEC-DATE
           MOVE 0 TO PND-DEC-TIME
           IF WS-PND-ACTION = "D" THEN
               MOVE SPACES TO PND-CATEGORY
               MOVE 0 TO PND-VALUE
           CLOSE PENDING-FILE
           DISPLAY "Change queued for supervisor approval - "
               "nothing applied yet."
           IF WS-APPLY-DATE NOT = 0 THEN
               DISPLAY "Once approved it is scheduled to apply on "
                   WS-APPLY-DATE "."
           END-IF
           MOVE "I" TO WS-LOG-SEV
           MOVE "0003" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           IF WS-N-STATUS(WS-PND-IDX) NOT = "P" THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-N-ACTION(WS-PND-IDX) = "V" THEN
               PERFORM REVIEW-REVAL-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-N-VALUE(WS-PND-IDX) TO WS-PND-VAL-TXT
           DISPLAY " "
           DISPLAY "Pending " WS-N-ACTION(WS-PND-IDX)
                   " eff=" WS-N-EFF-DATE(WS-PND-IDX)
                   " exp=" WS-N-EXP-DATE(WS-PND-IDX)
           END-IF
           IF WS-N-APPLY-DATE(WS-PND-IDX) IS NUMERIC
                   AND WS-N-APPLY-DATE(WS-PND-IDX) NOT = 0 THEN
               DISPLAY "  apply:  scheduled for "
                   WS-N-APPLY-DATE(WS-PND-IDX)
           END-IF
           DISPLAY "A)pprove  R)eject  S)kip: " WITH NO ADVANCING
           ACCEPT WS-RVW-CHOICE
           EVALUATE WS-RVW-CHOICE
                   PERFORM APPLY-PENDING-PARAGRAPH
               WHEN "R"
                   MOVE "R" TO WS-N-STATUS(WS-PND-IDX)
                   PERFORM STAMP-DECISION-PARAGRAPH
                   MOVE WS-OPERATOR TO WS-N-APPROVER(WS-PND-IDX)
                   DISPLAY "Rejection reason: " WITH NO ADVANCING
                   ACCEPT WS-N-REASON(WS-PND-IDX)
           MOVE WS-N-OPERATOR(WS-PND-IDX) TO WS-OPERATOR
           MOVE WS-N-REC-ID(WS-PND-IDX) TO MST-REC-ID
           MOVE MST-REC-ID TO WS-JRN-REC-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-N-APPLY-DATE(WS-PND-IDX) IS NUMERIC
                   AND WS-N-APPLY-DATE(WS-PND-IDX) > WS-TODAY THEN
               PERFORM APPLY-PEND-SCHEDULE-PARAGRAPH
               MOVE WS-APPROVER TO WS-OPERATOR
               MOVE WS-APPROVER TO WS-N-APPROVER(WS-PND-IDX)
               MOVE "A" TO WS-N-STATUS(WS-PND-IDX)
               PERFORM STAMP-DECISION-PARAGRAPH
               MOVE SPACES TO WS-APPROVER
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-N-ACTION(WS-PND-IDX)
               WHEN "A"
                   PERFORM APPLY-PEND-ADD-PARAGRAPH
           IF WS-APPLY-OK-SW = "Y" THEN
               MOVE WS-APPROVER TO WS-N-APPROVER(WS-PND-IDX)
               MOVE "A" TO WS-N-STATUS(WS-PND-IDX)
               PERFORM STAMP-DECISION-PARAGRAPH
               DISPLAY "Change approved and applied."
           ELSE
               DISPLAY "*** Apply failed - nothing reached the "
           END-IF
           MOVE SPACES TO WS-APPROVER.

       STAMP-DECISION-PARAGRAPH.
           ACCEPT WS-N-DEC-DATE(WS-PND-IDX) FROM DATE YYYYMMDD
           ACCEPT WS-N-DEC-TIME(WS-PND-IDX) FROM TIME.

      * "An approved change whose apply date is still ahead goes"
      * "to the scheduled-change file with the approver on it;"
      * "the night chain applies it on the date."
       APPLY-PEND-SCHEDULE-PARAGRAPH.
           MOVE WS-N-ACTION(WS-PND-IDX) TO WS-PND-ACTION
           MOVE WS-N-APPLY-DATE(WS-PND-IDX) TO WS-APPLY-DATE
           IF WS-N-ACTION(WS-PND-IDX) NOT = "D" THEN
               PERFORM MOVE-PENDING-FIELDS-PARAGRAPH
           END-IF
           PERFORM SCHEDULE-CHANGE-PARAGRAPH.

       MOVE-PENDING-FIELDS-PARAGRAPH.
           MOVE WS-N-CATEGORY(WS-PND-IDX) TO MST-CATEGORY
           MOVE WS-N-VALUE(WS-PND-IDX) TO MST-INT
                   END-DELETE
           END-READ.

      *****************************************************
      * REVIEW-REVAL-PARAGRAPH - a V entry is a whole mass     *
      * revaluation rule from LABREVAL, reviewed and approved  *
      * as one unit. The rule is shown with the figures the    *
      * submitter previewed and what it would do to the master *
      * now. Approval needs a second person (not the           *
      * submitter) and the rule's effective date to have       *
      * arrived; the apply then rewrites and journals every    *
      * record the rule selects, with the approver recorded.   *
      *****************************************************
       REVIEW-REVAL-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Pending V (mass revaluation) rule "
               WS-N-REC-ID(WS-PND-IDX)
               " queued by " WS-N-OPERATOR(WS-PND-IDX)
               " on " WS-N-DATE(WS-PND-IDX)
           PERFORM FIND-RULE-PARAGRAPH
           IF WS-RULE-FOUND-SW = "N" THEN
               DISPLAY "*** Rule not on the revaluation rule file "
                   WS-REVALFILE-NAME
               DISPLAY "*** - left pending; it can still be "
                   "R)ejected."
           ELSE
               MOVE WS-RL-FACTOR TO WS-PND-VAL-TXT
               DISPLAY "  rule:   " WS-RL-SEL-TYPE "="
                   WS-RL-SEL-CODE " loc=" WS-RL-LOCATION
                   " ids " WS-RL-FROM-ID "-" WS-RL-TO-ID
               DISPLAY "          " WS-RL-METHOD WS-PND-VAL-TXT
                   " round=" WS-RL-ROUNDING
                   " effective " WS-RL-EFF-DATE
               DISPLAY "  why:    " WS-RL-DESC
               MOVE WS-RL-PRV-COUNT TO WS-CNT-TXT
               MOVE WS-RL-PRV-OLD-TOT TO WS-OLD-TOT-TXT
               MOVE WS-RL-PRV-NEW-TOT TO WS-NEW-TOT-TXT
               DISPLAY "  previewed: " WS-CNT-TXT " records "
                   WS-OLD-TOT-TXT " ->" WS-NEW-TOT-TXT
               MOVE "P" TO WS-RVL-MODE
               PERFORM SCAN-REVAL-PARAGRAPH
               MOVE WS-SEL-CNT TO WS-CNT-TXT
               MOVE WS-OLD-TOT TO WS-OLD-TOT-TXT
               MOVE WS-NEW-TOT TO WS-NEW-TOT-TXT
               DISPLAY "  now:       " WS-CNT-TXT " records "
                   WS-OLD-TOT-TXT " ->" WS-NEW-TOT-TXT
           END-IF
           DISPLAY "A)pprove  R)eject  S)kip: " WITH NO ADVANCING
           ACCEPT WS-RVW-CHOICE
           EVALUATE WS-RVW-CHOICE
               WHEN "A"
                   PERFORM APPROVE-REVAL-PARAGRAPH
               WHEN "R"
                   MOVE "R" TO WS-N-STATUS(WS-PND-IDX)
                   PERFORM STAMP-DECISION-PARAGRAPH
                   MOVE WS-OPERATOR TO WS-N-APPROVER(WS-PND-IDX)
                   DISPLAY "Rejection reason: " WITH NO ADVANCING
                   ACCEPT WS-N-REASON(WS-PND-IDX)
                   DISPLAY "Revaluation rejected."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * "Every refusal leaves the entry pending. Once any record"
      * "has been rewritten the entry is marked approved, even if"
      * "some rewrites failed - leaving it pending would let a"
      * "second approval revalue the same records twice. The"
      * "failures are reported and logged for follow-up by hand."
       APPROVE-REVAL-PARAGRAPH.
           IF WS-RULE-FOUND-SW = "N" THEN
               DISPLAY "*** No rule to apply - entry left pending."
               EXIT PARAGRAPH
           END-IF
           IF WS-N-OPERATOR(WS-PND-IDX) = WS-OPERATOR THEN
               DISPLAY "*** You submitted this rule - another "
                   "supervisor must approve it."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-TODAY < WS-RL-EFF-DATE THEN
               DISPLAY "*** Rule is not effective until "
                   WS-RL-EFF-DATE " - left pending; approve it on"
               DISPLAY "*** or after that date."
               EXIT PARAGRAPH
           END-IF
           IF WS-SIZE-ERR-CNT NOT = 0 THEN
               DISPLAY "*** " WS-SIZE-ERR-CNT " record(s) would now "
                   "overflow the value field -"
               DISPLAY "*** left pending. Reject it and resubmit a "
                   "narrower rule."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR TO WS-APPROVER
           MOVE WS-N-OPERATOR(WS-PND-IDX) TO WS-OPERATOR
           MOVE "A" TO WS-RVL-MODE
           PERFORM SCAN-REVAL-PARAGRAPH
           MOVE WS-APPROVER TO WS-OPERATOR
           MOVE WS-SEL-CNT TO WS-CNT-TXT
           IF WS-SEL-CNT = 0 THEN
               DISPLAY "*** Nothing was revalued - the entry stays "
                   "pending for another review."
               MOVE SPACES TO WS-APPROVER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APPROVER TO WS-N-APPROVER(WS-PND-IDX)
           MOVE "A" TO WS-N-STATUS(WS-PND-IDX)
           PERFORM STAMP-DECISION-PARAGRAPH
           MOVE SPACES TO WS-N-REASON(WS-PND-IDX)
           STRING WS-CNT-TXT " records revalued"
               DELIMITED BY SIZE INTO WS-N-REASON(WS-PND-IDX)
           DISPLAY "Revaluation approved - " WS-CNT-TXT
               " records revalued and journaled."
           MOVE "I" TO WS-LOG-SEV
           MOVE "0004" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Reval rule " WS-RL-RULE-ID " applied, "
               WS-CNT-TXT " recs, appr " WS-APPROVER
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-RVL-FAIL-CNT NOT = 0 THEN
               MOVE WS-RVL-FAIL-CNT TO WS-CNT-TXT
               DISPLAY "*** " WS-CNT-TXT " record(s) could not be "
                   "rewritten - correct them by hand."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0005" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Reval rule " WS-RL-RULE-ID " - "
                   WS-CNT-TXT " rewrites failed"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
           END-IF
           MOVE SPACES TO WS-APPROVER.

       FIND-RULE-PARAGRAPH.
           MOVE "lab-reval-rules.dat" TO WS-REVALFILE-NAME
           ACCEPT WS-REVALFILE-NAME FROM ENVIRONMENT "LAB_REVALFILE"
           IF WS-REVALFILE-NAME = SPACES THEN
               MOVE "lab-reval-rules.dat" TO WS-REVALFILE-NAME
           END-IF
           MOVE "N" TO WS-RULE-FOUND-SW
           MOVE "N" TO WS-REVAL-EOF
           OPEN INPUT REVAL-FILE
           IF WS-REVAL-STATUS = "00" THEN
               PERFORM READ-RULE-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-REVAL-EOF = "Y"
               CLOSE REVAL-FILE
           END-IF.

       READ-RULE-PARAGRAPH.
           READ REVAL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-REVAL-EOF
               NOT AT END
                   IF RVL-RULE-ID = WS-N-REC-ID(WS-PND-IDX) THEN
                       MOVE Reval-Rule-Record TO WS-RULE
                       MOVE "Y" TO WS-RULE-FOUND-SW
                       MOVE "Y" TO WS-REVAL-EOF
                   END-IF
           END-READ.

      *****************************************************
      * SCAN-REVAL-PARAGRAPH walks the master over the rule's  *
      * record-ID range. In mode P it only counts the records  *
      * the rule selects and their value before and after; in  *
      * mode A it also rewrites each one and journals it as a  *
      * C with its before/after images.                          *
      *****************************************************
       SCAN-REVAL-PARAGRAPH.
           MOVE 0 TO WS-SEL-CNT
           MOVE 0 TO WS-SIZE-ERR-CNT
           MOVE 0 TO WS-RVL-FAIL-CNT
           MOVE 0 TO WS-OLD-TOT
           MOVE 0 TO WS-NEW-TOT
           MOVE "N" TO WS-MST-EOF
           MOVE WS-RL-FROM-ID TO MST-REC-ID
           START MASTERFILE KEY NOT < MST-REC-ID
               INVALID KEY
                   MOVE "Y" TO WS-MST-EOF
           END-START
           PERFORM SCAN-REVAL-READ-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-MST-EOF = "Y".

       SCAN-REVAL-READ-PARAGRAPH.
           READ MASTERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-MST-EOF
               NOT AT END
                   IF MST-REC-ID > WS-RL-TO-ID THEN
                       MOVE "Y" TO WS-MST-EOF
                   ELSE
                       PERFORM MATCH-RULE-PARAGRAPH
                       IF WS-MATCH-SW = "Y" THEN
                           PERFORM REVAL-ONE-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       REVAL-ONE-PARAGRAPH.
           PERFORM CALC-NEW-VALUE-PARAGRAPH
           IF WS-SIZE-SW = "Y" THEN
               ADD 1 TO WS-SIZE-ERR-CNT
               EXIT PARAGRAPH
           END-IF
           IF WS-RVL-MODE = "P" THEN
               ADD 1 TO WS-SEL-CNT
               ADD MST-INT TO WS-OLD-TOT
               ADD WS-NEW-VALUE TO WS-NEW-TOT
               EXIT PARAGRAPH
           END-IF
           PERFORM DECODE-MASTER-PARAGRAPH
           MOVE WS-IMAGE-DECODED TO WS-BEFORE-IMAGE
           MOVE MST-REC-ID TO WS-JRN-REC-ID
           MOVE WS-NEW-VALUE TO MST-INT
           REWRITE Master-Record
               INVALID KEY
                   ADD 1 TO WS-RVL-FAIL-CNT
               NOT INVALID KEY
                   ADD 1 TO WS-SEL-CNT
                   PERFORM DECODE-MASTER-PARAGRAPH
                   MOVE WS-IMAGE-DECODED TO WS-AFTER-IMAGE
                   MOVE "C" TO WS-JRN-ACTION
                   PERFORM WRITE-JOURNAL-PARAGRAPH
           END-REWRITE.

      *****************************************************
      * MATCH-RULE-PARAGRAPH decides whether the master record *
      * in hand is one the rule moves: still alive on the      *
      * effective date, on the rule's plant (any plant when    *
      * the rule's location is blank), and in the rule's       *
      * category or a category of the rule's department -      *
      * the same test LABREVAL previewed with.                  *
      *****************************************************
       MATCH-RULE-PARAGRAPH.
           MOVE "N" TO WS-MATCH-SW
           IF MST-EXP-DATE IS NUMERIC THEN
               MOVE MST-EXP-DATE TO WS-EXP-WORK
           ELSE
               MOVE 0 TO WS-EXP-WORK
           END-IF
           IF WS-EXP-WORK NOT = 0
                   AND WS-EXP-WORK < WS-RL-EFF-DATE THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-LOCATION NOT = SPACES
                   AND MST-LOCATION NOT = WS-RL-LOCATION THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-SEL-TYPE = "C" THEN
               IF MST-CATEGORY = WS-RL-SEL-CODE THEN
                   MOVE "Y" TO WS-MATCH-SW
               END-IF
           ELSE
               MOVE MST-CATEGORY TO WS-CRF-LOOK-CODE
               MOVE WS-RL-SEL-CODE TO WS-CRF-LOOK-DEPT
               PERFORM MATCH-DEPT-PARAGRAPH
               MOVE WS-CRF-FOUND-SW TO WS-MATCH-SW
           END-IF.

       MATCH-DEPT-PARAGRAPH.
           MOVE "N" TO WS-CRF-FOUND-SW
           PERFORM SCAN-MATCH-DEPT-PARAGRAPH
               VARYING WS-CRF-IDX FROM 1 BY 1
               UNTIL WS-CRF-IDX > WS-CRF-CNT
                   OR WS-CRF-FOUND-SW = "Y".

       SCAN-MATCH-DEPT-PARAGRAPH.
           IF WS-CRF-CODE(WS-CRF-IDX) = WS-CRF-LOOK-CODE
                   AND WS-CRF-DEPT(WS-CRF-IDX) = WS-CRF-LOOK-DEPT THEN
               MOVE "Y" TO WS-CRF-FOUND-SW
           END-IF.

      *****************************************************
      * CALC-NEW-VALUE-PARAGRAPH works the rule against        *
      * MST-INT into WS-NEW-VALUE/WS-DIFF-VALUE - WS-SIZE-SW   *
      * is Y when the result will not fit the master's value.  *
      *****************************************************
       CALC-NEW-VALUE-PARAGRAPH.
           MOVE "N" TO WS-SIZE-SW
           IF WS-RL-METHOD = "P" THEN
               COMPUTE WS-CALC-VALUE =
                   MST-INT * (100 + WS-RL-FACTOR) / 100
           ELSE
               COMPUTE WS-CALC-VALUE = MST-INT + WS-RL-FACTOR
           END-IF
           EVALUATE WS-RL-ROUNDING
               WHEN "T"
                   COMPUTE WS-NEW-VALUE = WS-CALC-VALUE
                       ON SIZE ERROR MOVE "Y" TO WS-SIZE-SW
                   END-COMPUTE
               WHEN "W"
                   COMPUTE WS-WHOLE-VALUE ROUNDED = WS-CALC-VALUE
                       ON SIZE ERROR MOVE "Y" TO WS-SIZE-SW
                   END-COMPUTE
                   MOVE WS-WHOLE-VALUE TO WS-NEW-VALUE
               WHEN OTHER
                   COMPUTE WS-NEW-VALUE ROUNDED = WS-CALC-VALUE
                       ON SIZE ERROR MOVE "Y" TO WS-SIZE-SW
                   END-COMPUTE
           END-EVALUATE
           COMPUTE WS-DIFF-VALUE = WS-NEW-VALUE - MST-INT
               ON SIZE ERROR MOVE "Y" TO WS-SIZE-SW
           END-COMPUTE.

      *****************************************************
      * SCHEDULE-CHANGE-PARAGRAPH holds the change in hand -   *
      * WS-PND-ACTION, the Master-Record fields, and           *
      * WS-APPLY-DATE - on the scheduled-change file with      *
      * status S and the next schedule number. WS-OPERATOR is  *
      * who keyed it and WS-APPROVER who approved it (spaces   *
      * for a supervisor's own change).                         *
      *****************************************************
       SCHEDULE-CHANGE-PARAGRAPH.
           PERFORM LOAD-SCHED-PARAGRAPH
           OPEN EXTEND SCHED-FILE
           IF WS-SCHED-STATUS = "35" THEN
               OPEN OUTPUT SCHED-FILE
           END-IF
           MOVE SPACES TO Sched-Change-Record
           COMPUTE SCH-SEQ = WS-SCH-MAX-SEQ + 1
           MOVE "S" TO SCH-STATUS
           MOVE WS-APPLY-DATE TO SCH-APPLY-DATE
           MOVE WS-OPERATOR TO SCH-OPERATOR
           ACCEPT SCH-DATE FROM DATE YYYYMMDD
           ACCEPT SCH-TIME FROM TIME
           MOVE WS-APPROVER TO SCH-APPROVER
           MOVE WS-PND-ACTION TO SCH-ACTION
           MOVE MST-REC-ID TO SCH-REC-ID
           IF WS-PND-ACTION = "D" THEN
               MOVE 0 TO SCH-VALUE
               MOVE 0 TO SCH-EFF-DATE
               MOVE 0 TO SCH-EXP-DATE
           ELSE
               MOVE MST-CATEGORY TO SCH-CATEGORY
               MOVE MST-INT TO SCH-VALUE
               PERFORM DECODE-MASTER-PARAGRAPH
               MOVE WS-DI-EFF-DATE TO SCH-EFF-DATE
               MOVE WS-DI-EXP-DATE TO SCH-EXP-DATE
               MOVE MST-LOCATION TO SCH-LOCATION
           END-IF
           MOVE 0 TO SCH-DONE-DATE
           WRITE Sched-Change-Record
           CLOSE SCHED-FILE
           DISPLAY "Change scheduled as number " SCH-SEQ
               " to apply on " WS-APPLY-DATE
               " - nothing applied yet."
           MOVE "I" TO WS-LOG-SEV
           MOVE "0006" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Sched " SCH-SEQ " " WS-PND-ACTION " id "
               MST-REC-ID " for " WS-APPLY-DATE
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

      *****************************************************
      * LOAD-SCHED-PARAGRAPH reads the scheduled-change file   *
      * into WS-SCH-TABLE and notes the highest schedule       *
      * number. WS-SCHED-OVER-SW is Y when the file holds more *
      * entries than the table.                                 *
      *****************************************************
       LOAD-SCHED-PARAGRAPH.
           MOVE "lab-mnt-sched.dat" TO WS-SCHEDFILE-NAME
           ACCEPT WS-SCHEDFILE-NAME FROM ENVIRONMENT
               "LABMAINT_SCHEDFILE"
           IF WS-SCHEDFILE-NAME = SPACES THEN
               MOVE "lab-mnt-sched.dat" TO WS-SCHEDFILE-NAME
           END-IF
           MOVE 0 TO WS-SCH-CNT
           MOVE 0 TO WS-SCH-MAX-SEQ
           MOVE "N" TO WS-SCHED-OVER-SW
           MOVE "N" TO WS-SCHED-EOF
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS = "00" THEN
               PERFORM READ-SCHED-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-SCHED-EOF = "Y"
               CLOSE SCHED-FILE
           END-IF.

       READ-SCHED-PARAGRAPH.
           READ SCHED-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SCHED-EOF
               NOT AT END
                   IF SCH-SEQ > WS-SCH-MAX-SEQ THEN
                       MOVE SCH-SEQ TO WS-SCH-MAX-SEQ
                   END-IF
                   IF WS-SCH-CNT < 500 THEN
                       ADD 1 TO WS-SCH-CNT
                       MOVE Sched-Change-Record
                           TO WS-SCH-ENTRY(WS-SCH-CNT)
                   ELSE
                       MOVE "Y" TO WS-SCHED-OVER-SW
                   END-IF
           END-READ.

      *****************************************************
      * SCHEDULED-PARAGRAPH lists every change still waiting   *
      * (S) or that the night chain could not apply (F), then  *
      * offers to cancel one by number. Only the operator who  *
      * keyed a change, or a supervisor, may cancel it.         *
      *****************************************************
       SCHEDULED-PARAGRAPH.
           PERFORM LOAD-SCHED-PARAGRAPH
           DISPLAY " "
           DISPLAY "No.    Apply on St A Rec ID Cat       Value "
               "Keyed by   Approver"
           MOVE 0 TO WS-SCH-LIST-CNT
           PERFORM LIST-SCHED-PARAGRAPH
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-CNT
           IF WS-SCH-LIST-CNT = 0 THEN
               DISPLAY "(no scheduled changes waiting)"
               EXIT PARAGRAPH
           END-IF
      *    The cancel rewrites the file from this table, so an
      *    overflow would silently delete every entry past it -
      *    list only.
           IF WS-SCHED-OVER-SW = "Y" THEN
               DISPLAY "*** Scheduled-change file holds more than "
                   "500 entries - cancel refused"
               DISPLAY "*** so the rewrite loses nothing. Purge "
                   "closed entries first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cancel schedule number (blank=none): "
               WITH NO ADVANCING
           ACCEPT WS-SCH-INPUT
           IF WS-SCH-INPUT = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SCH-INPUT IS NOT NUMERIC THEN
               DISPLAY "*** Invalid entry - enter the 6-digit "
                   "number from the list."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCH-FOUND-IDX
           PERFORM FIND-SCHED-PARAGRAPH
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-CNT
           IF WS-SCH-FOUND-IDX = 0 THEN
               DISPLAY "*** No waiting change with that number."
               EXIT PARAGRAPH
           END-IF
           IF WS-S-OPERATOR(WS-SCH-FOUND-IDX) NOT = WS-OPERATOR
                   AND WS-OPERATOR-ROLE NOT = "S" THEN
               DISPLAY "*** Only the operator who keyed it or a "
                   "supervisor can cancel it."
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-S-STATUS(WS-SCH-FOUND-IDX)
           ACCEPT WS-S-DONE-DATE(WS-SCH-FOUND-IDX) FROM DATE YYYYMMDD
           MOVE WS-OPERATOR TO WS-S-DONE-BY(WS-SCH-FOUND-IDX)
           DISPLAY "Cancel reason: " WITH NO ADVANCING
           ACCEPT WS-S-REASON(WS-SCH-FOUND-IDX)
           OPEN OUTPUT SCHED-FILE
           PERFORM WRITE-SCHED-PARAGRAPH
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-CNT
           CLOSE SCHED-FILE
           DISPLAY "Scheduled change cancelled."
           MOVE "I" TO WS-LOG-SEV
           MOVE "0007" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Sched " WS-S-SEQ(WS-SCH-FOUND-IDX)
               " cancelled by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

       LIST-SCHED-PARAGRAPH.
           IF WS-S-STATUS(WS-SCH-IDX) = "S"
                   OR WS-S-STATUS(WS-SCH-IDX) = "F" THEN
               ADD 1 TO WS-SCH-LIST-CNT
               MOVE WS-S-VALUE(WS-SCH-IDX) TO WS-PND-VAL-TXT
               DISPLAY WS-S-SEQ(WS-SCH-IDX) " "
                   WS-S-APPLY-DATE(WS-SCH-IDX) " "
                   WS-S-STATUS(WS-SCH-IDX) "  "
                   WS-S-ACTION(WS-SCH-IDX) " "
                   WS-S-REC-ID(WS-SCH-IDX) " "
                   WS-S-CATEGORY(WS-SCH-IDX) "  "
                   WS-PND-VAL-TXT " "
                   WS-S-OPERATOR(WS-SCH-IDX) " "
                   WS-S-APPROVER(WS-SCH-IDX)
               IF WS-S-STATUS(WS-SCH-IDX) = "F" THEN
                   DISPLAY "       *** not applied: "
                       WS-S-REASON(WS-SCH-IDX)
               END-IF
           END-IF.

       FIND-SCHED-PARAGRAPH.
           IF WS-S-SEQ(WS-SCH-IDX) = WS-SCH-INPUT
                   AND (WS-S-STATUS(WS-SCH-IDX) = "S"
                       OR WS-S-STATUS(WS-SCH-IDX) = "F") THEN
               MOVE WS-SCH-IDX TO WS-SCH-FOUND-IDX
           END-IF.

       WRITE-SCHED-PARAGRAPH.
           MOVE WS-SCH-ENTRY(WS-SCH-IDX) TO Sched-Change-Record
           WRITE Sched-Change-Record.

      *****************************************************
      * WRITE-JOURNAL-PARAGRAPH appends one audit record for  *
      * the action just applied - operator, date/time, action  *
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE
           MOVE WS-APPROVER TO JRN-APPROVER
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
                   WS-JRN-STATUS " - the action was applied but"
               DISPLAY "*** is NOT journaled. Investigate "
                       MOVE CRF-CODE TO WS-CRF-CODE(WS-CRF-CNT)
                       MOVE CRF-DESC TO WS-CRF-DESC(WS-CRF-CNT)
                       MOVE CRF-ACTIVE TO WS-CRF-ACTIVE(WS-CRF-CNT)
                       MOVE CRF-DEPT TO WS-CRF-DEPT(WS-CRF-CNT)
                   END-IF
           END-READ.

               SET WS-CRF-FOUND-IDX TO WS-CRF-IDX
           END-IF.

      *****************************************************
      * LOAD-LOCMAST-PARAGRAPH loads the location master once *
      * at start-up - a missing file leaves the table empty,   *
      * which switches the location check off.                  *
      *****************************************************
       LOAD-LOCMAST-PARAGRAPH.
           MOVE "lab-locations.dat" TO WS-LOCFILE-NAME
           ACCEPT WS-LOCFILE-NAME FROM ENVIRONMENT "LAB_LOCFILE"
           IF WS-LOCFILE-NAME = SPACES THEN
               MOVE "lab-locations.dat" TO WS-LOCFILE-NAME
           END-IF
           MOVE 0 TO WS-LCM-CNT
           MOVE "N" TO WS-LOC-EOF
           OPEN INPUT LOC-FILE
           IF WS-LOC-STATUS = "00" THEN
               PERFORM READ-LOCMAST-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-LOC-EOF = "Y"
               CLOSE LOC-FILE
           END-IF.

       READ-LOCMAST-PARAGRAPH.
           READ LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LOC-EOF
               NOT AT END
                   IF WS-LCM-CNT < 50 THEN
                       ADD 1 TO WS-LCM-CNT
                       MOVE LCM-CODE TO WS-LCM-CODE(WS-LCM-CNT)
                       MOVE LCM-ACTIVE TO WS-LCM-ACTIVE(WS-LCM-CNT)
                   END-IF
           END-READ.

      *****************************************************
      * LOOKUP-LOCMAST-PARAGRAPH sets WS-LCM-FOUND-SW for     *
      * WS-LCM-LOOK-CODE - Y when it is an active plant on the *
      * master, and always Y for a blank code (the original    *
      * single plant) or when no master is loaded.              *
      *****************************************************
       LOOKUP-LOCMAST-PARAGRAPH.
           MOVE "N" TO WS-LCM-FOUND-SW
           IF WS-LCM-CNT = 0 OR WS-LCM-LOOK-CODE = SPACES THEN
               MOVE "Y" TO WS-LCM-FOUND-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-LOCMAST-PARAGRAPH
               VARYING WS-LCM-IDX FROM 1 BY 1
               UNTIL WS-LCM-IDX > WS-LCM-CNT
                   OR WS-LCM-FOUND-SW = "Y".

       SCAN-LOCMAST-PARAGRAPH.
           IF WS-LCM-CODE(WS-LCM-IDX) = WS-LCM-LOOK-CODE
                   AND WS-LCM-ACTIVE(WS-LCM-IDX) = "Y" THEN
               MOVE "Y" TO WS-LCM-FOUND-SW
           END-IF.

      *****************************************************
      * TAKE-LOCK-PARAGRAPH/RELEASE-LOCK-PARAGRAPH guard the  *
      * shared file this program rewrites - a refused take     *
