      * "2026-09-02 WAR The run now takes the LAB1C run lock at"
      * "            start (see LABLOCK/LABLKMN) so two LAB1c runs"
      * "            can no longer collide on the shared registers."
      * "2026-10-15 WAR Each batch-register row now records the"
      * "            signed-on operator who posted it, whether it"
      * "            went through under the duplicate-batch"
      * "            override, and whether the transmission was a"
      * "            LABREJWK repair resubmission (header origin R)"
      * "            - the segregation-of-duties report's inputs."
      * "2026-10-15 WAR Each input file is checked against the"
      * "            supervisor's batch holds (see LABHOLD/LABHCHK)"
      * "            before it is read - a held feed is moved to the"
      * "            held-feeds area with an alert and skipped, and"
      * "            the run ends RC 4. Feeds whose hold has been"
      * "            released are added to the end of the next run's"
      * "            file list and journaled as fed once archived."
      * "2026-10-15 WAR Each alert now carries the run-log message"
      * "            number it was logged under (ALR-MSG-NO), so"
      * "            HelloWorld can show the catalog's operator"
      * "            response beside it."
      * "2026-10-15 WAR A combined LAB2c pass (BRG-COMBINED) posts"
      * "            this program's batch as well, so its register"
      * "            row stops a second run of the batch here."
      * "2026-10-15 WAR The recon record now carries the details"
      * "            read from release transmissions (HDR-ORIGIN D"
      * "            or S) separately, so LABRECON can tie them to"
      * "            LAB2c's figures whichever runs they went to."
      * "2026-10-15 WAR The run's return code is held in WS-RUN-RC"
      * "            and moved to RETURN-CODE only after the last"
      * "            CALL, so an RC 4 run no longer ends as 0."
      * "2026-10-15 WAR A register row LABREVRS has marked reversed"
      * "            no longer counts as posted, so the corrected"
      * "            re-feed is accepted without the override."
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                                             INDEXED BY WS-FILE-IDX.
       01  WS-FILE-CNT      Pic 9(4)   COMP VALUE 0.

      * "Batch holds - every file is offered to LABHCHK before it is"
      * "opened. WS-LIST-CNT is where the file list proper ends;"
      * "entries past it are released held feeds picked up for this"
      * "run, which the supervisor has already cleared and are not"
      * "checked again. WS-PICK-TABLE remembers each pickup's hold"
      * "and original name for the fed journal entry at end of run."
           COPY HOLDREQ.
       01  WS-HELD-SW          Pic A(1)        VALUE "N".
       01  WS-HELD-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-LIST-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-PICK-TABLE.
           05  WS-PICK-ENTRY OCCURS 100 TIMES INDEXED BY WS-PICK-IDX.
               10  WS-PK-HOLD-ID   Pic 9(6).
               10  WS-PK-BAT-DATE  Pic 9(8).
               10  WS-PK-ORIG-NAME Pic X(40).
               10  WS-PK-FILE-SUB  Pic 9(4)   COMP.
       01  WS-PICK-CNT         Pic 9(4)   COMP   VALUE 0.

      * "Run lock - taken through LABLOCK at start and released"
      * "before STOP RUN; a second taker is refused with the"
      * "current holder's name (see LABLKMN for stale locks)."
           COPY LOCKREQ.
      * "Held until STOP RUN - every CALL resets RETURN-CODE."
       01  WS-RUN-RC           Pic 9(1)        VALUE 0.

       01  FOO-INT         Pic S9(7)V9(2).
       01  WS-EOF          Pic A(1).
       01  WS-RUN-DEBIT      Pic S9(9)V9(2)  VALUE 0.
       01  WS-RUN-CREDIT     Pic S9(9)V9(2)  VALUE 0.

      * "Details read from release transmissions - held items a"
      * "supervisor has released (HDR-ORIGIN D or S) - counted"
      * "again apart from the run totals for RCN-REL-COUNT/"
      * "RCN-REL-DEBIT/RCN-REL-CREDIT."
       01  WS-REL-COUNT      Pic 9(6)        VALUE 0.
       01  WS-REL-DEBIT      Pic S9(9)V9(2)  VALUE 0.
       01  WS-REL-CREDIT     Pic S9(9)V9(2)  VALUE 0.

      * "LAB1C_CKPTFILE points at the restart checkpoint written"
      * "every WS-CKPT-INTERVAL detail records - a large input file"
      * "can resume from the last checkpoint instead of reprocessing"
       01  WS-BREG-EOF         Pic A(1)        VALUE "N".
       01  WS-BREG-FOUND-SW    Pic A(1)        VALUE "N".
       01  WS-OVERRIDE-SW      Pic A(1)        VALUE "N".
      * "WS-BREG-OVR-SW is Y while the current transmission is"
      * "going through under the override; WS-ORIGIN is its"
      * "header's HDR-ORIGIN. Both are carried into the batch"
      * "table below and onto the batch's register row."
       01  WS-BREG-OVR-SW      Pic A(1)        VALUE "N".
       01  WS-ORIGIN           Pic X(1)        VALUE SPACE.

      * "The operator override is only honored when the signed-on"
      * "operator (LAB_OPERATOR) holds supervisor role on USERS.dat"
               10  WS-BAT-COUNT    Pic 9(6).
               10  WS-BAT-HASH     Pic S9(9)V9(2).
               10  WS-BAT-CYCLE    Pic 9(1).
               10  WS-BAT-ORIGIN   Pic X(1).
               10  WS-BAT-OVERRIDE Pic A(1).
       01  WS-BATCH-CNT        Pic 9(4)   COMP   VALUE 0.
       01  WS-BAT-SUB          Pic 9(4)   COMP   VALUE 0.

           PERFORM OUTPUT-PARAGRAPH
           PERFORM WRITE-RECON-PARAGRAPH
           PERFORM WRITE-BATCH-REG-PARAGRAPH
      *    A run whose every feed was held has nothing to tell the
      *    provider yet - the acknowledgment waits for the run that
      *    feeds the batch after its release.
           IF WS-HELD-CNT < WS-FILE-CNT THEN
               PERFORM WRITE-ACK-PARAGRAPH
           END-IF
           PERFORM ARCHIVE-FEEDS-PARAGRAPH
           PERFORM JOURNAL-FED-PARAGRAPH
               VARYING WS-PICK-IDX FROM 1 BY 1
               UNTIL WS-PICK-IDX > WS-PICK-CNT
           PERFORM CLOSEECHO-PARAGRAPH
           MOVE WS-ECHOFILE-NAME TO WS-GEN-SRC-NAME
           PERFORM COPY-GENERATION-PARAGRAPH
           PERFORM SET-RETURN-CODE-PARAGRAPH
           PERFORM WRITE-STATUS-PARAGRAPH
           PERFORM RELEASE-LOCK-PARAGRAPH
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************
      * SET-RETURN-CODE-PARAGRAPH sets the run-completion     *
      * return code a follow-on job step can branch on (held  *
      * in WS-RUN-RC until the lock release, the last CALL) -  *
      * 0 for a clean run, 4 when the run finished but the     *
      * header/trailer control totals did not tie out or a     *
      * feed was held. The                                     *
      * file-not-found/read-error paths in PROCESS-ONE-FILE-    *
      * PARAGRAPH and READ-PARAGRAPH set RETURN-CODE to 8 and   *
      * STOP RUN directly, since those runs never reach here.   *
      *****************************************************
       SET-RETURN-CODE-PARAGRAPH.
           IF WS-CTL-SW = "Y" OR WS-SEQ-ERR-SW = "Y"
                   OR WS-HELD-CNT > 0 THEN
               MOVE 4 TO WS-RUN-RC
           ELSE
               MOVE 0 TO WS-RUN-RC
           END-IF.

      *****************************************************
      * WRITE-RUNHIST-PARAGRAPH appends this run's figures to  *
      * the run-history file - start/end times, duration in    *
      * seconds (rolling over midnight), record count, and the *
      * run's return code (WS-RUN-RC) - for LABRUNRP.          *
      *****************************************************
       WRITE-RUNHIST-PARAGRAPH.
           MOVE "lab-run-hist.dat" TO WS-RUNHIST-NAME
           MOVE WS-END-TIME TO RNH-END-TIME
           MOVE WS-DURATION TO RNH-DURATION
           MOVE REC-COUNT TO RNH-REC-COUNT
           MOVE WS-RUN-RC TO RNH-RC
           WRITE Run-Hist-Record
           CLOSE RUNHIST-FILE.

      *****************************************************
       CHECK-BATCH-REG-PARAGRAPH.
           MOVE "N" TO WS-BREG-FOUND-SW
           MOVE "N" TO WS-BREG-OVR-SW
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS = "35" THEN
                       " was already posted -"
                   DISPLAY "*** processing anyway under operator "
                       "override."
                   MOVE "Y" TO WS-BREG-OVR-SW
               ELSE
                   DISPLAY "*** Batch date " WS-BATCH-DATE
                       " cycle " WS-CYCLE
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   IF BRG-BATCH-DATE = WS-BATCH-DATE
                           AND BRG-STATUS NOT = "R"
                           AND (BRG-SOURCE = "LAB1C"
                             OR (BRG-SOURCE = "LAB2C"
                                   AND BRG-COMBINED = "Y")) THEN
                       IF BRG-CYCLE IS NUMERIC
                               AND BRG-CYCLE NOT = 0 THEN
                           MOVE BRG-CYCLE TO WS-BREG-CYCLE
           ELSE
               ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
               ACCEPT WS-POST-TIME FROM TIME
               MOVE SPACES TO WS-OPERATOR
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
               OPEN EXTEND BATCHREG-FILE
               IF WS-BREG-STATUS = "35" THEN
                   OPEN OUTPUT BATCHREG-FILE
           MOVE WS-POST-TIME TO BRG-POST-TIME
           MOVE WS-BAT-CYCLE(WS-BAT-IDX) TO BRG-CYCLE
           MOVE WS-PROVIDER TO BRG-PROVIDER
           MOVE WS-BAT-OVERRIDE(WS-BAT-IDX) TO BRG-OVERRIDE
           MOVE WS-BAT-ORIGIN(WS-BAT-IDX) TO BRG-ORIGIN
           MOVE WS-OPERATOR TO BRG-OPERATOR
           WRITE Batch-Reg-Record.

      *****************************************************
           MOVE WS-CYCLE TO RCN-CYCLE
           MOVE WS-RUN-DEBIT TO RCN-DEBIT-TOTAL
           MOVE WS-RUN-CREDIT TO RCN-CREDIT-TOTAL
           MOVE 0 TO RCN-HELD-COUNT
           MOVE 0 TO RCN-HELD-DEBIT
           MOVE 0 TO RCN-HELD-CREDIT
           MOVE WS-REL-COUNT TO RCN-REL-COUNT
           MOVE WS-REL-DEBIT TO RCN-REL-DEBIT
           MOVE WS-REL-CREDIT TO RCN-REL-CREDIT
           OPEN OUTPUT RECONFILE
           WRITE Recon-Record
           CLOSE RECONFILE.
               PERFORM READ-FILELIST-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-FL-EOF = "Y"
               CLOSE FILELIST
           END-IF
           MOVE WS-FILE-CNT TO WS-LIST-CNT
           PERFORM PICKUP-RELEASED-PARAGRAPH.

      *****************************************************
      * PICKUP-RELEASED-PARAGRAPH asks LABHCHK for each feed   *
      * held from LAB1c whose hold has since been released and *
      * adds it to the end of the file list - the "next cycle" *
      * the release promised. A held name too long for the     *
      * file list is left where it is with a warning.           *
      *****************************************************
       PICKUP-RELEASED-PARAGRAPH.
           MOVE 0 TO HRQ-SEQ
           MOVE "1" TO HRQ-RESULT
           PERFORM PICKUP-ONE-PARAGRAPH
               WITH TEST BEFORE UNTIL HRQ-RESULT NOT = "1".

       PICKUP-ONE-PARAGRAPH.
           ADD 1 TO HRQ-SEQ
           MOVE "N" TO HRQ-FUNCTION
           MOVE "LAB1C" TO HRQ-PROGRAM
           MOVE "LAB1C" TO HRQ-FEED-TO
           MOVE WS-PROVIDER TO HRQ-PROVIDER
           MOVE "N" TO HRQ-ROUTE-SW
           MOVE SPACES TO HRQ-FILE-NAME
           CALL "LABHCHK" USING Hold-Request
           IF HRQ-RESULT NOT = "1" THEN
               EXIT PARAGRAPH
           END-IF
           IF HRQ-HELD-NAME(41:12) NOT = SPACES
                   OR WS-FILE-CNT >= 366 OR WS-PICK-CNT >= 100 THEN
               DISPLAY "*** WARNING: released feed " HRQ-HELD-NAME
               DISPLAY "*** cannot be added to this run's file list -"
                   " feed it by hand."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-CNT
           MOVE HRQ-HELD-NAME TO WS-FILE-ENTRY(WS-FILE-CNT)
           ADD 1 TO WS-PICK-CNT
           MOVE HRQ-HOLD-ID TO WS-PK-HOLD-ID(WS-PICK-CNT)
           MOVE HRQ-BATCH-DATE TO WS-PK-BAT-DATE(WS-PICK-CNT)
           MOVE HRQ-FILE-NAME TO WS-PK-ORIG-NAME(WS-PICK-CNT)
           MOVE WS-FILE-CNT TO WS-PK-FILE-SUB(WS-PICK-CNT)
           DISPLAY "Released feed " HRQ-HELD-NAME(1:40)
               " added to this run (hold " HRQ-HOLD-ID ")."
           MOVE "I" TO WS-LOG-SEV
           MOVE "0011" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Released feed picked up, hold " HRQ-HOLD-ID
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

       READ-FILELIST-PARAGRAPH.
           READ FILELIST
                   MOVE 0 TO WS-BAT-HASH(WS-BATCH-CNT)
                   MOVE 0 TO WS-BAT-CYCLE(WS-BATCH-CNT)
               END-IF
               PERFORM REBUILD-FILE-PARAGRAPH
           ELSE
               MOVE WS-FILE-ENTRY(WS-FILE-IDX) TO WS-INFILE-NAME
               IF WS-RESTART-SW = "Y"
               MOVE 0 TO WS-EXPECTED-CNT
               MOVE "N" TO WS-TRL-SEEN-SW
               MOVE "N" TO WS-EOF
               IF WS-SKIP-CNT = 0 AND WS-FILE-IDX NOT > WS-LIST-CNT
                       THEN
                   PERFORM CHECK-HOLD-PARAGRAPH
                   IF WS-HELD-SW = "Y" THEN
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               OPEN INPUT INFILE
               IF WS-INFILE-STATUS = "35" THEN
                   PERFORM CHECK-UPSTREAM-HOLD-PARAGRAPH
                   IF WS-HELD-SW = "Y" THEN
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WS-INFILE-STATUS NOT = "00" THEN
                   DISPLAY "*** Input file not found or unreadable: "
                       WS-INFILE-NAME
               END-IF
           END-IF.

      *****************************************************
      * CHECK-HOLD-PARAGRAPH offers the file to LABHCHK before *
      * it is read. A feed an active hold covers has already   *
      * been moved to the held-feeds area and journaled when   *
      * the call returns - it is logged and alerted here, and  *
      * skipped with a zero placeholder in the batch table so  *
      * nothing from it posts.                                  *
      *****************************************************
       CHECK-HOLD-PARAGRAPH.
           MOVE "N" TO WS-HELD-SW
           MOVE "C" TO HRQ-FUNCTION
           MOVE "LAB1C" TO HRQ-PROGRAM
           MOVE "LAB1C" TO HRQ-FEED-TO
           MOVE WS-PROVIDER TO HRQ-PROVIDER
           MOVE "Y" TO HRQ-ROUTE-SW
           MOVE WS-INFILE-NAME TO HRQ-FILE-NAME
           CALL "LABHCHK" USING Hold-Request
           IF HRQ-RESULT NOT = "1" THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** Input file " WS-INFILE-NAME
               " is under hold " HRQ-HOLD-ID " - not posted."
           DISPLAY "*** Reason: " HRQ-REASON
           DISPLAY "*** Moved to " HRQ-HELD-NAME
           MOVE "W" TO WS-LOG-SEV
           MOVE "0110" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Feed held, hold " HRQ-HOLD-ID " batch "
               HRQ-BATCH-DATE
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM WRITE-ALERT-PARAGRAPH
           PERFORM ADD-HELD-PLACEHOLDER-PARAGRAPH.

      *****************************************************
      * CHECK-UPSTREAM-HOLD-PARAGRAPH explains a missing input *
      * file: when LABEDIT held today's clean file the file is *
      * missing on purpose (LABEDIT already alerted), so it is *
      * skipped instead of failing the run. Once the hold is   *
      * released the held copy is fed from the end of the file *
      * list instead, and the missing name is simply passed.   *
      *****************************************************
       CHECK-UPSTREAM-HOLD-PARAGRAPH.
           MOVE "N" TO WS-HELD-SW
           MOVE "U" TO HRQ-FUNCTION
           MOVE "LAB1C" TO HRQ-PROGRAM
           MOVE "LAB1C" TO HRQ-FEED-TO
           MOVE WS-INFILE-NAME TO HRQ-FILE-NAME
           CALL "LABHCHK" USING Hold-Request
           IF HRQ-RESULT = "2" THEN
               DISPLAY "Input file " WS-INFILE-NAME
                   " was held by LABEDIT - released copy fed instead."
               MOVE "Y" TO WS-HELD-SW
               PERFORM ADD-PLACEHOLDER-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           IF HRQ-RESULT NOT = "1" THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** Input file " WS-INFILE-NAME
               " was held by LABEDIT under hold " HRQ-HOLD-ID
           DISPLAY "*** - skipped."
           MOVE "W" TO WS-LOG-SEV
           MOVE "0111" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Feed held upstream, hold " HRQ-HOLD-ID
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM ADD-HELD-PLACEHOLDER-PARAGRAPH.

       ADD-HELD-PLACEHOLDER-PARAGRAPH.
           MOVE "Y" TO WS-HELD-SW
           ADD 1 TO WS-HELD-CNT
           PERFORM ADD-PLACEHOLDER-PARAGRAPH.

       ADD-PLACEHOLDER-PARAGRAPH.
           IF WS-BATCH-CNT < 366 THEN
               ADD 1 TO WS-BATCH-CNT
               MOVE 0 TO WS-BAT-DATE(WS-BATCH-CNT)
               MOVE 0 TO WS-BAT-COUNT(WS-BATCH-CNT)
               MOVE 0 TO WS-BAT-HASH(WS-BATCH-CNT)
               MOVE 0 TO WS-BAT-CYCLE(WS-BATCH-CNT)
           END-IF.

      *****************************************************
      * JOURNAL-FED-PARAGRAPH records each released feed this  *
      * run picked up as fed, so the next run does not pick it *
      * up again.                                                *
      *****************************************************
       JOURNAL-FED-PARAGRAPH.
           MOVE "F" TO HRQ-FUNCTION
           MOVE "LAB1C" TO HRQ-PROGRAM
           MOVE "LAB1C" TO HRQ-FEED-TO
           MOVE WS-PROVIDER TO HRQ-PROVIDER
           MOVE WS-PK-HOLD-ID(WS-PICK-IDX) TO HRQ-HOLD-ID
           MOVE WS-PK-BAT-DATE(WS-PICK-IDX) TO HRQ-BATCH-DATE
           MOVE WS-PK-ORIG-NAME(WS-PICK-IDX) TO HRQ-FILE-NAME
           MOVE WS-PK-FILE-SUB(WS-PICK-IDX) TO WS-BAT-SUB
           MOVE WS-FILE-ENTRY(WS-BAT-SUB) TO HRQ-HELD-NAME
           MOVE SPACES TO HRQ-REASON
           CALL "LABHCHK" USING Hold-Request.

      *****************************************************
      * SKIP-DETAIL-PARAGRAPH discards the detail records a   *
      * prior run already folded into the running totals      *
      * before the checkpoint it restarted from, leaving       *
      * READ-PARAGRAPH to resume normal processing right after.*
      *****************************************************
      *****************************************************
      * REBUILD-FILE-PARAGRAPH reads through a file the prior  *
      * run finished before its checkpoint, adding nothing to  *
      * the run totals (the checkpoint carries those) - only   *
      * the release figures, which it does not. A file gone    *
      * since is passed over quietly.                           *
      *****************************************************
       REBUILD-FILE-PARAGRAPH.
           MOVE WS-FILE-ENTRY(WS-FILE-IDX) TO WS-INFILE-NAME
           OPEN INPUT INFILE
           IF WS-INFILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           MOVE 999999 TO WS-SKIP-CNT
           PERFORM SKIP-DETAIL-PARAGRAPH
           CLOSE INFILE
           MOVE 0 TO WS-SKIP-CNT
           MOVE "N" TO WS-EOF.

       SKIP-DETAIL-PARAGRAPH.
           MOVE 0 TO WS-SKIP-DONE
           PERFORM SKIP-ONE-RECORD-PARAGRAPH
                           MOVE WS-H-EXPECTED-CNT TO WS-EXPECTED-CNT
                           MOVE WS-H-BATCH-DATE TO WS-BATCH-DATE
                           MOVE WS-H-LOCATION TO WS-LOCATION
                           MOVE WS-H-ORIGIN TO WS-ORIGIN
                           IF WS-H-CYCLE IS NUMERIC
                                   AND WS-H-CYCLE NOT = 0 THEN
                               MOVE WS-H-CYCLE TO WS-CYCLE
                           ELSE
                               MOVE 1 TO WS-CYCLE
                           END-IF
                       WHEN "T"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-SKIP-DONE
                           PERFORM ADD-RELEASE-PARAGRAPH
                           IF WS-D-REC-ID IS NUMERIC
                                   AND WS-D-REC-ID NOT = 0 THEN
                               MOVE WS-D-REC-ID TO WS-PREV-REC-ID
                           MOVE WS-H-EXPECTED-CNT TO WS-EXPECTED-CNT
                           MOVE WS-H-BATCH-DATE TO WS-BATCH-DATE
                           MOVE WS-H-LOCATION TO WS-LOCATION
                           MOVE WS-H-ORIGIN TO WS-ORIGIN
                           IF WS-H-CYCLE IS NUMERIC
                                   AND WS-H-CYCLE NOT = 0 THEN
                               MOVE WS-H-CYCLE TO WS-CYCLE
                               SUBTRACT WS-Int FROM WS-RUN-CREDIT
                               SUBTRACT WS-Int FROM WS-FILE-CREDIT
                           END-IF
                           PERFORM ADD-RELEASE-PARAGRAPH
                           IF WS-FIRST-SW = "Y" THEN
                               MOVE FOO-INT TO INI-INT
                               MOVE "N" TO WS-FIRST-SW
                   END-EVALUATE
           END-READ.

      *****************************************************
      * ADD-RELEASE-PARAGRAPH counts a detail of a release     *
      * transmission into the release figures as well - the    *
      * skipped details of a restart too, since the checkpoint *
      * does not carry them.                                    *
      *****************************************************
       ADD-RELEASE-PARAGRAPH.
           IF WS-ORIGIN NOT = "D" AND WS-ORIGIN NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REL-COUNT
           IF WS-Int > 0 THEN
               ADD WS-Int TO WS-REL-DEBIT
           ELSE
               SUBTRACT WS-Int FROM WS-REL-CREDIT
           END-IF.

      *****************************************************
      * CHECK-SEQUENCE-PARAGRAPH verifies the stamped record  *
      * IDs arrive in ascending order with no duplicates       *
               MOVE WS-T-REC-COUNT TO WS-BAT-COUNT(WS-BATCH-CNT)
               MOVE WS-T-HASH-TOTAL TO WS-BAT-HASH(WS-BATCH-CNT)
               MOVE WS-CYCLE TO WS-BAT-CYCLE(WS-BATCH-CNT)
               MOVE WS-ORIGIN TO WS-BAT-ORIGIN(WS-BATCH-CNT)
               MOVE WS-BREG-OVR-SW TO WS-BAT-OVERRIDE(WS-BATCH-CNT)
           END-IF.

       OUTPUT-PARAGRAPH.
               DISPLAY "First value: " INI-INT
               DISPLAY "Last value: " FOO-INT
           END-IF
           IF WS-HELD-CNT > 0 THEN
               DISPLAY "*** WARNING: " WS-HELD-CNT " input file(s) "
                   "held and not posted -"
               DISPLAY "*** see LABHOLD for the holds."
           END-IF
           IF WS-CTL-SW = "Y" THEN
               DISPLAY "*** WARNING: transmission short or corrupted -"
               DISPLAY "*** header/trailer control totals do not tie"
           MOVE "LAB1C" TO ALR-PROGRAM
           MOVE WS-LOG-SEV TO ALR-SEVERITY
           MOVE WS-LOG-TEXT TO ALR-TEXT
           MOVE WS-LOG-MSGNO TO ALR-MSG-NO
           MOVE "N" TO ALR-ACK-FLAG
           WRITE Alert-Record
           CLOSE ALERT-FILE.
