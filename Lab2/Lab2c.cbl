      * "2026-09-02 WAR The run now takes the shared YTDFILE run"
      * "            lock at start (see LABLOCK/LABLKMN) so nothing"
      * "            else can rewrite lab2-ytd.dat underneath it."
      * "2026-10-15 WAR A register row LABREVRS has marked reversed"
      * "            no longer counts as posted - the corrected"
      * "            re-feed of a backed-out batch is accepted"
      * "            without the supervisor override."
      * "2026-10-15 WAR Inter-location transfer records (REC-TYPE X)"
      * "            are now subtotalled separately by plant,"
      * "            counterparty, and direction on the report,"
      * "            and written to a transfer summary file for"
      * "            LABCONSR's consolidation eliminations."
      * "2026-10-15 WAR Each batch-register row now records the"
      * "            signed-on operator who posted it, whether it"
      * "            went through under the duplicate-batch"
      * "            override, and whether the transmission was a"
      * "            LABREJWK repair resubmission (header origin R)"
      * "            - the segregation-of-duties report's inputs."
      * "2026-10-15 WAR Every stamped detail is now checked against"
      * "            the record IDs and values posted for the same"
      * "            provider over its window (PRV-DUP-DAYS) - a"
      * "            repeat from a different batch is held out of"
      * "            the totals, listed on the duplicate listing,"
      * "            raised as an alert, and left on the hold file"
      * "            for a supervisor to release (see LABDUPRL)."
      * "2026-10-15 WAR The location subtotals print each plant's"
      * "            name and region off the location master (see"
      * "            LOCMAST/LABLOCMN) above its figures."
      * "2026-10-15 WAR Each echo line now also carries the detail's"
      * "            category and its header's plant location, so"
      * "            LABMFREC can hold the posted feed against the"
      * "            master without rereading the input."
      * "2026-10-15 WAR Every stamped detail posted is now added to"
      * "            the keyed detail history (see DTLHIST) with"
      * "            its batch date, cycle, plant, category, unit,"
      * "            value, and source, for LABDHINQ."
      * "2026-10-15 WAR Each input file is checked against the"
      * "            supervisor's batch holds (see LABHOLD/LABHCHK)"
      * "            before it is read - a held feed is moved to the"
      * "            held-feeds area with an alert and skipped, and"
      * "            the run ends RC 4; a clean file LABEDIT held is"
      * "            skipped rather than failing the run. Feeds"
      * "            whose hold has been released are added to the"
      * "            end of the next run's file list and journaled"
      * "            as fed once archived. A report-only run only"
      * "            reports the hold."
      * "2026-10-15 WAR A detail above its category's single-item"
      * "            posting limit (see LIMREC/LABLIMMN) is now"
      * "            diverted to the suspense file instead of"
      * "            posted - kept out of the totals, YTD, and"
      * "            ledger, listed on the suspense listing, and"
      * "            raised as an alert for a supervisor to release"
      * "            or reject (see LABSUSWK)."
      * "2026-10-15 WAR Each alert now carries the run-log message"
      * "            number it was logged under (ALR-MSG-NO), so"
      * "            HelloWorld can show the catalog's operator"
      * "            response beside it."
      * "2026-10-15 WAR LAB2C_COMBINED=Y is the single-pass mode for"
      * "            the nightly close: LAB1c's figures are kept by"
      * "            LAB1c's own rules alongside LAB2c's from the"
      * "            same read, and LAB1c's summary, echo listing,"
      * "            recon record, ack, and status file are written"
      * "            with LAB2c's - one batch-register row (marked"
      * "            BRG-COMBINED) and one archive per feed, and a"
      * "            hold on either program holds the feed."
      * "2026-10-15 WAR Each YTD posting journal record is now"
      * "            sealed with its audit-chain value (YJ-CHAIN,"
      * "            through LABCHAIN), so a journal line edited"
      * "            or deleted afterwards is caught by LABCHNCK."
      * "2026-10-15 WAR IDs posted by a batch LABREVRS has since"
      * "            reversed no longer count as posted for the"
      * "            duplicate check - the corrected re-feed of the"
      * "            same details posts instead of being held."
      * "2026-10-15 WAR The recon record now carries the details"
      * "            held out of the totals and those read from"
      * "            release transmissions, so LABRECON ties LAB1c"
      * "            to this run's posted plus held figures."
      * "2026-10-15 WAR A checkpoint restart rebuilds the held and"
      * "            suspended details and the posted IDs of the"
      * "            details read before the checkpoint, so the"
      * "            hold file, suspense file, posted-ID history,"
      * "            and detail history are as complete as an"
      * "            uninterrupted run's."
      * "2026-10-15 WAR The run's return code is held in WS-RUN-RC"
      * "            and moved to RETURN-CODE only after the last"
      * "            CALL, so an RC 4 run no longer ends as 0."
      * "2026-10-15 WAR Each posted detail is spooled to a work file"
      * "            as it posts, and the posted-ID history and the"
      * "            detail history are written from the spool, so a"
      * "            full duplicate-check table no longer leaves"
      * "            later details out of either history."
      * "2026-10-15 WAR The transfer table is sized for every plant"
      * "            LOCMAST holds, and a transfer that no longer"
      * "            fits is warned, logged, and alerted with RC 4"
      * "            instead of dropping out of the subtotals."
      * "2026-10-15 WAR The register rows, posted IDs, and detail"
      * "            histories of a run now share one post date and"
      * "            time, and a reversed batch is matched on both,"
      * "            so a corrected re-feed posted the same day as"
      * "            the reversal stays in the duplicate window."
      * "2026-10-15 WAR A detail that must be held or suspended when"
      * "            its 500-entry table is full now refuses the run"
      * "            (RC 8, alert) instead of posting unchecked."
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ECHOFILE ASSIGN TO WS-ECHOFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAB1C-ECHOFILE ASSIGN TO WS-L1-ECHOFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CKPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT LAB1C-RECONFILE ASSIGN TO WS-L1-RECONFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-L1-FILE-STATUS.
           SELECT LAB1C-CKPT-FILE ASSIGN TO WS-L1-CKPTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-L1-FILE-STATUS.
           SELECT XFERFILE ASSIGN TO WS-XFERFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.
           SELECT BATCHREG-FILE ASSIGN TO WS-BREGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-USER-STATUS.
           SELECT ACKFILE ASSIGN TO WS-ACKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAB1C-ACKFILE ASSIGN TO WS-L1-ACKFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACKHIST-FILE ASSIGN TO WS-ACKHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           SELECT SORT-WORK ASSIGN TO "SORTWK2".
           SELECT STATUS-FILE ASSIGN TO "lab2c-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAB1C-STATUS-FILE ASSIGN TO "lab1c-status.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XD-STATUS.
           SELECT PROV-FILE ASSIGN TO WS-PROVFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.
           SELECT POSTIDS-FILE ASSIGN TO WS-PIDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PID-STATUS.
           SELECT DUPHOLD-FILE ASSIGN TO WS-DHLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DHL-STATUS.
           SELECT DUP-FILE ASSIGN TO WS-DUPFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIM-FILE ASSIGN TO WS-LIMFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO WS-SUSFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
           SELECT SUSLIST-FILE ASSIGN TO WS-SUSLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCMAST-FILE ASSIGN TO WS-LOCFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOCMAST-STATUS.
           SELECT DTLHIST-FILE ASSIGN TO WS-DTHFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTH-KEY
               FILE STATUS IS WS-DTH-STATUS.
           SELECT DTHSPOOL-FILE ASSIGN TO WS-DSPFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       FD  ECHOFILE.
       01  ECHO-RECORD         PIC X(80).

      * "The LAB1C- files are LAB1c's own outputs, written by the"
      * "combined pass under LAB1c's names - each record is built"
      * "in this program's RECONREC/ACKREC/RUNSTAT area and written"
      * "from it, so the layouts cannot drift apart."
       FD  LAB1C-ECHOFILE.
       01  LAB1C-ECHO-RECORD   PIC X(80).

       FD  LAB1C-RECONFILE.
       01  LAB1C-RECON-RECORD  PIC X(179).

       FD  LAB1C-ACKFILE.
       01  LAB1C-ACK-RECORD    PIC X(60).

       FD  LAB1C-STATUS-FILE.
       01  LAB1C-STATUS-RECORD PIC X(32).

       FD  LAB1C-CKPT-FILE.
       01  LAB1C-CKPT-RECORD   PIC X(130).

       FD  STATUS-FILE.
           COPY RUNSTAT.

           05  CKPT-WRITE-TIME      Pic 9(8).
           05  CKPT-INFILE-NAME     Pic X(40).
           05  CKPT-OPERATOR        Pic X(10).
      * "CKPT-COMBINED is Y when a combined pass wrote the"
      * "checkpoint - LAB1c's running figures follow it, so the"
      * "restart carries on both sets from the same record."
           05  CKPT-COMBINED        Pic A(1).
           05  CKPT-L1-REC-COUNT    Pic 9(6).
           05  CKPT-L1-INI-INT      Pic S9(7)V9(2).
           05  CKPT-L1-FOO-INT      Pic S9(7)V9(2).
           05  CKPT-L1-FIRST-SW     Pic A(1).
           05  CKPT-L1-RUN-HASH     Pic S9(9)V9(2).
           05  CKPT-L1-FILE-HASH    Pic S9(9)V9(2).
           05  CKPT-L1-CTL-SW       Pic A(1).

      * "RECON-RECORD is written at the end of a normal run so"
      * "LABRECON can tie this run's record count and value total"
       FD  RECONFILE.
           COPY RECONREC.

      * "XFER-SUM-RECORD carries this run's transfer subtotals -"
      * "one row per plant/counterparty/direction - for LABCONSR."
       FD  XFERFILE.
           COPY XFERSUM.

      * "BATCH-REG-RECORD is the shared processed-batch register -"
      * "checked as each header is read so a batch date this program"
      * "already posted is refused, and appended to at the end of a"
       FD  EXCDISP-FILE.
           COPY EXCDISP.

       FD  PROV-FILE.
           COPY PROVREC.

       FD  POSTIDS-FILE.
           COPY POSTIDS.

       FD  DUPHOLD-FILE.
           COPY DUPHOLD.

       FD  DUP-FILE.
       01  DUP-RECORD          PIC X(80).

       FD  LIM-FILE.
           COPY LIMREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  SUSLIST-FILE.
       01  SUSLIST-RECORD      PIC X(80).

       FD  LOCMAST-FILE.
           COPY LOCMAST.

       FD  DTLHIST-FILE.
           COPY DTLHIST.

      * "DTHSPOOL-FILE holds one detail-history image per detail"
      * "posted this run - the same layout, renamed so both can"
      * "be open."
       FD  DTHSPOOL-FILE.
           COPY DTLHIST REPLACING
               ==Dtl-Hist-Record== BY ==Dth-Spool-Record==
               ==DTH-KEY== BY ==DSP-KEY==
               ==DTH-REC-ID== BY ==DSP-REC-ID==
               ==DTH-BATCH-DATE== BY ==DSP-BATCH-DATE==
               ==DTH-CYCLE== BY ==DSP-CYCLE==
               ==DTH-SEQ== BY ==DSP-SEQ==
               ==DTH-LOCATION== BY ==DSP-LOCATION==
               ==DTH-CATEGORY== BY ==DSP-CATEGORY==
               ==DTH-UNIT== BY ==DSP-UNIT==
               ==DTH-VALUE== BY ==DSP-VALUE==
               ==DTH-REC-TYPE== BY ==DSP-REC-TYPE==
               ==DTH-PROVIDER== BY ==DSP-PROVIDER==
               ==DTH-ORIGIN== BY ==DSP-ORIGIN==
               ==DTH-FEED-NAME== BY ==DSP-FEED-NAME==
               ==DTH-POST-DATE== BY ==DSP-POST-DATE==
               ==DTH-POST-TIME== BY ==DSP-POST-TIME==.

       WORKING-STORAGE SECTION.
           COPY INTRECWS.
      * "LAB_YTDJRNL points at the YTD posting journal - every"
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

       01  WS-EOF      Pic  A(1).
       01  WS-SORT-EOF Pic  A(1).

      * "before STOP RUN; a second taker is refused with the"
      * "current holder's name (see LABLKMN for stale locks)."
           COPY LOCKREQ.
      * "Held until STOP RUN - every CALL resets RETURN-CODE."
       01  WS-RUN-RC           Pic 9(1)        VALUE 0.

      * "Audit chain - each journal record is sealed through"
      * "LABCHAIN just before it is written (see CHAINREQ)."
           COPY CHAINREQ.

       01  FOO-INT     PIC S9(7)V9(2).

       01  WS-RUN-DEBIT      Pic S9(9)V9(2)  VALUE 0.
       01  WS-RUN-CREDIT     Pic S9(9)V9(2)  VALUE 0.

      * "Details held out of the totals (duplicate hold or"
      * "suspense) and details read from release transmissions"
      * "(HDR-ORIGIN D or S, posted or held) - carried on the"
      * "recon record so LABRECON can tie LAB1c to this run."
       01  WS-HELD-DEBIT     Pic S9(9)V9(2)  VALUE 0.
       01  WS-HELD-CREDIT    Pic S9(9)V9(2)  VALUE 0.
       01  WS-REL-COUNT      Pic 9(6)        VALUE 0.
       01  WS-REL-DEBIT      Pic S9(9)V9(2)  VALUE 0.
       01  WS-REL-CREDIT     Pic S9(9)V9(2)  VALUE 0.

      * "WS-FILE-DTL-CNT is a straight physical count of detail"
      * "records read from the current file, incremented outside"
      * "COMP-PARAGRAPH so a restart always skips exactly as many"
       01  WS-LOC-LO-TXT    PIC Z(06)9.9(2).
       01  WS-LOC-HI-TXT    PIC Z(06)9.9(2).
       01  WS-LOC-AVG-TXT   PIC Z(06)9.9(2).
      * "Location master names/regions, loaded once from"
      * "LAB_LOCFILE - with no master the subtotals print as they"
      * "always did, code only."
       01  WS-LOCFILE-NAME  PIC X(40).
       01  WS-LOCMAST-STATUS PIC X(2).
       01  WS-LOCMAST-EOF   PIC A(1).
       01  WS-LCM-TABLE.
           05  WS-LCM-ENTRY   OCCURS 50 TIMES INDEXED BY WS-LCM-IDX.
               10  WS-LCM-CODE     PIC X(3).
               10  WS-LCM-NAME     PIC X(30).
               10  WS-LCM-REGION   PIC X(10).
               10  WS-LCM-ACTIVE   PIC X(1).
       01  WS-LCM-CNT       PIC 9(4)   COMP   VALUE 0.
       01  WS-LCM-FOUND-SW  PIC X(1).
       01  WS-LCM-FOUND-IDX PIC 9(4)   COMP   VALUE 0.
       01  WS-LOC-NAME      PIC X(30).
       01  WS-LOC-REGION    PIC X(10).

      * "Inter-location transfer subtotals - every transfer record"
      * "is still an ordinary detail for the figures above, but it"
      * "is also kept here by plant, counterparty plant, and"
      * "direction so the transfers can be read off separately and"
      * "handed to LABCONSR to eliminate from the consolidation."
      * "Sized for the 50 plants WS-LCM-TABLE holds - each plant"
      * "against each of the other 49, in both directions."
       01  WS-XFR-TABLE.
           05  WS-XFR-ENTRY   OCCURS 4900 TIMES INDEXED BY WS-XFR-IDX.
               10  WS-XFR-LOC      PIC X(3).
               10  WS-XFR-CPTY     PIC X(3).
               10  WS-XFR-DIR      PIC X(1).
               10  WS-XFR-COUNT    PIC 9(6)       COMP.
               10  WS-XFR-SUM      PIC S9(9)V9(2).
       01  WS-XFR-CNT       PIC 9(4)   COMP   VALUE 0.
       01  WS-XFR-MAX       PIC 9(4)   COMP   VALUE 4900.
       01  WS-XFR-OVER-SW   PIC X(1)          VALUE "N".
       01  WS-XFR-FOUND-SW  PIC X(1).
       01  WS-XFR-FOUND-IDX PIC 9(4)   COMP   VALUE 0.
       01  WS-XFR-OUT-CNT   PIC 9(6)   COMP   VALUE 0.
       01  WS-XFR-OUT-SUM   PIC S9(9)V9(2)    VALUE 0.
       01  WS-XFR-IN-CNT    PIC 9(6)   COMP   VALUE 0.
       01  WS-XFR-IN-SUM    PIC S9(9)V9(2)    VALUE 0.
       01  WS-XFR-CNT-TXT   PIC Z(05)9.
       01  WS-XFR-SUM-TXT   PIC -Z(08)9.9(2).

      * "Conversion rates, loaded once from LAB_RATES - per unit,"
      * "the lookup uses the row with the latest effective date on"
      * "LAB2C_ECHOFILE points at a plain record-number/value audit"
      * "listing written alongside the summary - one line per detail"
      * "record, in input order, for an auditor to tie this run's"
      * "output straight back to the original input feed. The"
      * "category and plant location follow the value (columns 29"
      * "and 33) for the master-versus-feed check in LABMFREC."
       01  WS-ECHOFILE-NAME Pic X(40).
       01  WS-ECHO-LINE     Pic X(80).
       01  WS-ECHO-SEQ-TXT  Pic Z(05)9.
      * "carried across a restart; the values work file,"
      * "category subtotals, and exception listing pick back up from"
      * "whatever was read after the restart point forward, since"
      * "those tables don't fit in a flat checkpoint record. The"
      * "held, suspended, and posted-ID tables are rebuilt instead"
      * "by re-reading the details before the checkpoint, numbered"
      * "again from WS-REBUILD-SEQ. Cleared to empty at the end of"
      * "a normal run so the next run starts fresh instead of"
      * "restarting forever."
       01  WS-CKPTFILE-NAME    Pic X(40).
       01  WS-CKPT-STATUS      Pic X(2).
       01  WS-CKPT-INTERVAL    Pic 9(4)   COMP   VALUE 1000.
       01  WS-RESTART-FILE-CNT Pic 9(6)   COMP   VALUE 0.
       01  WS-SKIP-CNT         Pic 9(6)   COMP   VALUE 0.
       01  WS-SKIP-DONE        Pic 9(6)   COMP   VALUE 0.
       01  WS-REBUILD-SEQ      Pic 9(6)   COMP   VALUE 0.
       01  WS-SAVE-SEQ         Pic 9(6)   COMP   VALUE 0.

      * "LAB2C_RECONFILE points at this run's reconciliation record -"
      * "LABRECON reads it alongside LAB1c's to tie the two programs'"
       01  WS-RECON-STATUS     Pic X(2).
       01  WS-RECON-DATE       Pic 9(8).

      * "LAB2C_XFERFILE points at this run's transfer summary - a"
      * "multi-plant shop overrides it per location the same way"
      * "it overrides LAB2C_RECONFILE."
       01  WS-XFERFILE-NAME    Pic X(40).
       01  WS-XFER-STATUS      Pic X(2).

      * "LAB_BATCHREG points at the processed-batch register shared"
      * "with LAB1c - one record per batch date posted, with the"
      * "trailer count/hash verified for it. LAB2C_BATCH_OVERRIDE=Y"
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
      * "the files. Blank = an unattributed feed, as before."
       01  WS-PROVIDER         Pic X(5)        VALUE SPACES.

      * "Cross-batch duplicate check - the record IDs and values"
      * "posted for this run's provider within WS-DUP-DAYS days"
      * "(PRV-DUP-DAYS off LAB_PROVFILE, else LAB2C_DUP_DAYS,"
      * "else 7; 0 = off) are loaded from LAB_POSTIDS, and every"
      * "detail posted this run is added behind them so a second"
      * "file in the same run is checked too."
      * "A detail whose ID and value match a row from a different"
      * "batch/cycle is held (WS-DUP-TABLE) instead of posted. A"
      * "release transmission from LABDUPRL (HDR-ORIGIN D) has"
      * "already been cleared by a supervisor and is not checked."
      * "Past either table's capacity the run carries on, posting"
      * "normally, with a warning on the run-log."
      * "Every detail posted is also spooled (LAB2C_DTHSPOOL) with"
      * "its plant, category, unit, sequence, record type, origin"
      * "and input file; the posted-ID history and the detail"
      * "history (LAB_DTLHIST) are written from the spool at"
      * "normal end, so neither depends on the table's capacity."
       01  WS-PROVFILE-NAME    Pic X(40).
       01  WS-PROV-STATUS      Pic X(2).
       01  WS-PROV-EOF         Pic A(1).
       01  WS-PIDFILE-NAME     Pic X(40).
       01  WS-PID-STATUS       Pic X(2).
       01  WS-PID-EOF          Pic A(1).
       01  WS-DHLFILE-NAME     Pic X(40).
       01  WS-DHL-STATUS       Pic X(2).
       01  WS-DUPFILE-NAME     Pic X(40).
       01  WS-DUP-DAYS-STAGE   Pic X(3).
       01  WS-DUP-DAYS         Pic 9(2)        VALUE 7.
       01  WS-DUP-CUTOFF       Pic 9(8)        VALUE 0.
       01  WS-DUP-TODAY        Pic 9(8).
       01  WS-PID-TABLE.
           05  WS-PID-ENTRY OCCURS 20000 TIMES INDEXED BY WS-PID-IDX.
               10  WS-PID-ID       Pic 9(6).
               10  WS-PID-VALUE    Pic S9(7)V9(2).
               10  WS-PID-BDATE    Pic 9(8).
               10  WS-PID-CYCLE    Pic 9(1).
       01  WS-PID-CNT          Pic 9(5)   COMP   VALUE 0.
       01  WS-DTHFILE-NAME     Pic X(40).
       01  WS-DTH-STATUS       Pic X(2).
       01  WS-DSPFILE-NAME     Pic X(40).
       01  WS-DSP-STATUS       Pic X(2).
       01  WS-DSP-EOF          Pic A(1).
       01  WS-DSP-ERR-SW       Pic X(1)        VALUE "N".
       01  WS-PID-OVER-SW      Pic X(1)        VALUE "N".
      * "Batches of this provider LABREVRS has reversed, off the"
      * "batch register - posted IDs carrying one of these batch"
      * "dates, cycles, and post dates and times are not loaded."
       01  WS-RVB-TABLE.
           05  WS-RVB-ENTRY OCCURS 100 TIMES INDEXED BY WS-RVB-IDX.
               10  WS-RVB-BDATE    Pic 9(8).
               10  WS-RVB-CYCLE    Pic 9(1).
               10  WS-RVB-PDATE    Pic 9(8).
               10  WS-RVB-PTIME    Pic 9(8).
       01  WS-RVB-CNT          Pic 9(3)   COMP   VALUE 0.
       01  WS-RVB-HIT-SW       Pic X(1)        VALUE "N".
       01  WS-DUP-HIT-SW       Pic X(1)        VALUE "N".
       01  WS-DUP-MATCH-DATE   Pic 9(8).
       01  WS-DUP-MATCH-CYCLE  Pic 9(1).
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY OCCURS 500 TIMES INDEXED BY WS-DUP-IDX.
               10  WS-DUP-SEQ      Pic 9(6)        COMP.
               10  WS-DUP-DETAIL   Pic X(30).
               10  WS-DUP-BDATE    Pic 9(8).
               10  WS-DUP-CYCLE    Pic 9(1).
               10  WS-DUP-MDATE    Pic 9(8).
               10  WS-DUP-MCYCLE   Pic 9(1).
       01  WS-DUP-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-DUP-HELD-SUM     Pic S9(9)V9(2)  VALUE 0.
       01  WS-DUP-LINE         Pic X(80).
       01  WS-DUP-CNT-TXT      Pic Z(3)9.
       01  WS-DUP-DAYS-TXT     Pic Z9.
       01  WS-DUP-VAL-TXT      Pic -Z(6)9.9(2).
       01  WS-DUP-SUM-TXT      Pic -Z(8)9.9(2).

      * "Posting limits, loaded once from LAB_LIMFILE - a detail"
      * "whose value (either sign) is above its category's limit"
      * "(else the ** row's; neither = no limit) is diverted to"
      * "WS-SUS-TABLE instead of posted, and appended to"
      * "LAB_SUSPENSE at the end of the run for LABSUSWK. A"
      * "release transmission from LABSUSWK (HDR-ORIGIN S) has"
      * "already been cleared by a supervisor and is not checked."
      * "Past the table's capacity the run carries on, posting"
      * "normally, with a warning on the run-log."
       01  WS-LIMFILE-NAME     Pic X(40).
       01  WS-LIM-STATUS       Pic X(2).
       01  WS-LIM-EOF          Pic A(1).
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 100 TIMES INDEXED BY WS-LIM-IDX.
               10  WS-LIM-CAT      Pic X(2).
               10  WS-LIM-AMT      Pic 9(7)V9(2).
       01  WS-LIM-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-LIM-SW           Pic X(1).
       01  WS-LIM-CHECK        Pic 9(7)V9(2).
       01  WS-LIM-DFLT-SW      Pic X(1).
       01  WS-LIM-DFLT         Pic 9(7)V9(2).
       01  WS-LIM-MAG          Pic 9(7)V9(2).
       01  WS-SUSFILE-NAME     Pic X(40).
       01  WS-SUS-STATUS       Pic X(2).
       01  WS-SUSLIST-NAME     Pic X(40).
       01  WS-SUS-HIT-SW       Pic X(1)        VALUE "N".
       01  WS-SUS-TODAY        Pic 9(8).
       01  WS-SUS-TABLE.
           05  WS-SUS-ENTRY OCCURS 500 TIMES INDEXED BY WS-SUS-IDX.
               10  WS-SUS-SEQ      Pic 9(6)        COMP.
               10  WS-SUS-DETAIL   Pic X(30).
               10  WS-SUS-BDATE    Pic 9(8).
               10  WS-SUS-CYCLE    Pic 9(1).
               10  WS-SUS-LIMIT    Pic 9(7)V9(2).
       01  WS-SUS-CNT          Pic 9(4)   COMP   VALUE 0.
      * "Which hold table filled, for TABLE-FULL-PARAGRAPH."
       01  WS-FULL-TABLE       Pic X(9).
       01  WS-SUS-HELD-SUM     Pic S9(9)V9(2)  VALUE 0.
       01  WS-SUS-LINE         Pic X(80).
       01  WS-SUS-CNT-TXT      Pic Z(3)9.
       01  WS-SUS-VAL-TXT      Pic -Z(6)9.9(2).
       01  WS-SUS-LIM-TXT      Pic Z(6)9.9(2).
       01  WS-SUS-SUM-TXT      Pic -Z(8)9.9(2).

      * "LAB2C_REPORT_ONLY=Y runs the whole pass without posting"
      * "anything - every output that changes tomorrow's figures"
      * "(YTD file and journal, category ledger, day history,"
      * "refusing, since inspecting a posted batch is the point."
       01  WS-SIM-SW           Pic A(1)        VALUE "N".

      * "LAB2C_COMBINED=Y is the single-pass mode: the read that"
      * "produces LAB2c's outputs also keeps LAB1c's figures, in"
      * "the WS-L1- items below and by LAB1c's own rules (every"
      * "detail counts, held or suspended alike), and writes"
      * "LAB1c's summary, echo listing, recon record, ack, and"
      * "status file under LAB1c's names - so LABRECON still ties"
      * "two independently built figures together without LAB1c"
      * "reading the feed a second time. The batch register gets"
      * "the one LAB2C row, marked BRG-COMBINED, and each feed is"
      * "archived once. The file list is LAB2c's. Ignored in a"
      * "report-only run - LAB1c has no simulation of its own."
      * "WS-LOG-PROGRAM is the program the run-log and alert"
      * "writers sign as - LAB1C while LAB1c's messages go out."
       01  WS-COMBINED-SW      Pic A(1)        VALUE "N".
       01  WS-LOG-PROGRAM      Pic X(8)        VALUE "LAB2C".
       01  WS-L1-FILE-STATUS   Pic X(2).
       01  WS-L1-ECHOFILE-NAME Pic X(40).
       01  WS-L1-RECONFILE-NAME Pic X(40).
       01  WS-L1-ACKFILE-NAME  Pic X(40).
       01  WS-L1-CKPTFILE-NAME Pic X(40).
       01  WS-L1-LOCK-SW       Pic A(1)        VALUE "N".
       01  WS-L1-REC-COUNT     Pic 9(6)        VALUE 0.
       01  WS-L1-INI-INT       Pic S9(7)V9(2)  VALUE 0.
       01  WS-L1-FOO-INT       Pic S9(7)V9(2)  VALUE 0.
       01  WS-L1-FIRST-SW      Pic A(1)        VALUE "Y".
       01  WS-L1-RUN-HASH      Pic S9(9)V9(2)  VALUE 0.
       01  WS-L1-RUN-DEBIT     Pic S9(9)V9(2)  VALUE 0.
       01  WS-L1-RUN-CREDIT    Pic S9(9)V9(2)  VALUE 0.
       01  WS-L1-EXPECTED-CNT  Pic 9(6)        VALUE 0.
       01  WS-L1-FILE-REC-COUNT Pic 9(6)       VALUE 0.
       01  WS-L1-FILE-HASH     Pic S9(9)V9(2)  VALUE 0.
       01  WS-L1-FILE-DEBIT    Pic S9(9)V9(2)  VALUE 0.
       01  WS-L1-FILE-CREDIT   Pic S9(9)V9(2)  VALUE 0.
       01  WS-L1-PREV-REC-ID   Pic 9(6)        VALUE 0.
       01  WS-L1-SEQ-ERR-SW    Pic A(1)        VALUE "N".
       01  WS-L1-CTL-SW        Pic A(1)        VALUE "N".
       01  WS-L1-TRL-SEEN-SW   Pic A(1)        VALUE "N".
       01  WS-L1-ACK-REASON    Pic X(20)       VALUE SPACES.

      * "LAB_EXCDISP points at the exception disposition file -"
      * "each reported exception lands there open, for LABEXCWK."
       01  WS-XDFILE-NAME      Pic X(40).
               10  WS-BAT-COUNT    Pic 9(6).
               10  WS-BAT-HASH     Pic S9(9)V9(2).
               10  WS-BAT-CYCLE    Pic 9(1).
               10  WS-BAT-ORIGIN   Pic X(1).
               10  WS-BAT-OVERRIDE Pic A(1).
       01  WS-BATCH-CNT        Pic 9(4)   COMP   VALUE 0.
       01  WS-BAT-SUB          Pic 9(4)   COMP   VALUE 0.

           PERFORM OPENYTD-PARAGRAPH
           PERFORM OPENCSV-PARAGRAPH
           PERFORM OPENECHO-PARAGRAPH
           PERFORM OPEN-DTH-SPOOL-PARAGRAPH
           PERFORM PROCESS-ONE-FILE-PARAGRAPH
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-CNT
           PERFORM COMP-AVG-PARAGRAPH
           PERFORM MERGE-YTD-PARAGRAPH
           PERFORM OUTPUT-PARAGRAPH
           IF WS-COMBINED-SW = "Y" THEN
               PERFORM LAB1C-OUTPUT-PARAGRAPH
           END-IF
           MOVE WS-OUTFILE-NAME TO WS-GEN-SRC-NAME
           PERFORM COPY-GENERATION-PARAGRAPH
           MOVE WS-EXCFILE-NAME TO WS-GEN-SRC-NAME
           PERFORM COPY-GENERATION-PARAGRAPH
           MOVE WS-DUPFILE-NAME TO WS-GEN-SRC-NAME
           PERFORM COPY-GENERATION-PARAGRAPH
           MOVE WS-SUSLIST-NAME TO WS-GEN-SRC-NAME
           PERFORM COPY-GENERATION-PARAGRAPH
           PERFORM WRITE-YTD-PARAGRAPH
           PERFORM CSV-SUMMARY-PARAGRAPH
           MOVE WS-CSVFILE-NAME TO WS-GEN-SRC-NAME
           MOVE WS-ECHOFILE-NAME TO WS-GEN-SRC-NAME
           PERFORM COPY-GENERATION-PARAGRAPH
           PERFORM WRITE-RECON-PARAGRAPH
           IF WS-COMBINED-SW = "Y" THEN
               PERFORM LAB1C-CLOSE-ECHO-PARAGRAPH
               PERFORM LAB1C-RECON-PARAGRAPH
           END-IF
           PERFORM WRITE-XFER-PARAGRAPH
           PERFORM WRITE-DAY-HIST-PARAGRAPH
           PERFORM WRITE-CAT-LEDGER-PARAGRAPH
           PERFORM WRITE-BATCH-REG-PARAGRAPH
           IF WS-SIM-SW NOT = "Y" THEN
               CLOSE DTHSPOOL-FILE
           END-IF
           PERFORM WRITE-POSTED-IDS-PARAGRAPH
           PERFORM WRITE-DTL-HIST-PARAGRAPH
           PERFORM CHECK-DTH-SPOOL-PARAGRAPH
           PERFORM WRITE-DUP-HOLD-PARAGRAPH
           PERFORM WRITE-SUSPENSE-PARAGRAPH
      *    A run whose every feed was held has nothing to tell the
      *    provider yet - the acknowledgment waits for the run that
      *    feeds the batch after its release.
           IF WS-HELD-CNT < WS-FILE-CNT THEN
               PERFORM WRITE-ACK-PARAGRAPH
               IF WS-COMBINED-SW = "Y" THEN
                   PERFORM LAB1C-ACK-PARAGRAPH
               END-IF
           END-IF
           PERFORM ARCHIVE-FEEDS-PARAGRAPH
           IF WS-SIM-SW NOT = "Y" THEN
               PERFORM JOURNAL-FED-PARAGRAPH
                   VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-CNT
           END-IF
           PERFORM CLEAR-CHECKPOINT-PARAGRAPH
           PERFORM SET-RETURN-CODE-PARAGRAPH
           IF WS-COMBINED-SW = "Y" THEN
               PERFORM LAB1C-STATUS-PARAGRAPH
           END-IF
           PERFORM STOP-PARAGRAPH.

      *****************************************************
      * SET-RETURN-CODE-PARAGRAPH sets the run-completion     *
      * return code a follow-on job step can branch on (held  *
      * in WS-RUN-RC until STOP-PARAGRAPH's last CALL) - 0     *
      * for a clean run, 4 when the run finished but the       *
      * header/trailer control totals did not tie out, a      *
      * feed was held, a detail was held or suspended, or the  *
      * detail histories could not be completed. The           *
      * file-not-found/read-error paths in PROCESS-ONE-FILE-    *
      * PARAGRAPH and READ-PARAGRAPH, and TABLE-FULL-PARAGRAPH, *
      * set RETURN-CODE to 8 and STOP RUN directly, since those *
      * runs never reach here.                                  *
      *****************************************************
       SET-RETURN-CODE-PARAGRAPH.
           IF WS-CTL-SW = "Y" OR WS-SEQ-ERR-SW = "Y"
                   OR WS-DUP-CNT > 0 OR WS-HELD-CNT > 0
                   OR WS-SUS-CNT > 0 OR WS-DSP-ERR-SW = "Y"
                   OR WS-XFR-OVER-SW = "Y"
                   OR WS-L1-CTL-SW = "Y" OR WS-L1-SEQ-ERR-SW = "Y"
                   THEN
               MOVE 4 TO WS-RUN-RC
           ELSE
               MOVE 0 TO WS-RUN-RC
           END-IF.

       READ-PARAGRAPH.
                           MOVE WS-H-EXPECTED-CNT TO WS-EXPECTED-CNT
                           MOVE WS-H-BATCH-DATE TO WS-BATCH-DATE
                           MOVE WS-H-LOCATION TO WS-LOCATION
                           MOVE WS-H-ORIGIN TO WS-ORIGIN
                           IF WS-H-CYCLE IS NUMERIC
                                   AND WS-H-CYCLE NOT = 0 THEN
                               MOVE WS-H-CYCLE TO WS-CYCLE
                               MOVE 1 TO WS-CYCLE
                           END-IF
                           PERFORM CHECK-BATCH-REG-PARAGRAPH
                           MOVE WS-H-EXPECTED-CNT TO WS-L1-EXPECTED-CNT
                       WHEN "T"
                           PERFORM CHECK-TRAILER-PARAGRAPH
                           IF WS-COMBINED-SW = "Y" THEN
                               PERFORM LAB1C-TRAILER-PARAGRAPH
                           END-IF
                       WHEN OTHER
                           IF WS-COMBINED-SW = "Y" THEN
                               PERFORM LAB1C-DETAIL-PARAGRAPH
                           END-IF
                           MOVE WS-D-CATEGORY TO WS-CATEGORY
                           MOVE WS-D-UNIT TO WS-UNIT
                           MOVE WS-Int TO FOO-INT
                               SUBTRACT WS-Int FROM WS-FILE-CREDIT
                           END-IF
                           ADD 1 TO WS-FILE-DTL-CNT
                           PERFORM CHECK-DUPLICATE-PARAGRAPH
                           MOVE "N" TO WS-SUS-HIT-SW
                           IF WS-DUP-HIT-SW = "N" THEN
                               PERFORM CHECK-LIMIT-PARAGRAPH
                           END-IF
                           EVALUATE TRUE
                               WHEN WS-DUP-HIT-SW = "Y"
                                   PERFORM HOLD-DUPLICATE-PARAGRAPH
                               WHEN WS-SUS-HIT-SW = "Y"
                                   PERFORM SUSPEND-DETAIL-PARAGRAPH
                               WHEN OTHER
                                   PERFORM COMP-PARAGRAPH
                                   PERFORM CAT-PARAGRAPH
                                   PERFORM UNIT-PARAGRAPH
                                   PERFORM LOC-PARAGRAPH
                                   IF WS-REC-TYPE = "X" THEN
                                       PERFORM XFR-PARAGRAPH
                                   END-IF
                                   PERFORM EXCEPTION-CHECK-PARAGRAPH
                                   PERFORM CSV-DETAIL-PARAGRAPH
                                   PERFORM ECHO-DETAIL-PARAGRAPH
                                   PERFORM RECORD-POSTED-ID-PARAGRAPH
                           END-EVALUATE
                           PERFORM ADD-RELEASE-PARAGRAPH
                           IF FUNCTION MOD(WS-DETAIL-SEQ
                                   WS-CKPT-INTERVAL) = 0 THEN
                               PERFORM WRITE-CHECKPOINT-PARAGRAPH
               MOVE WS-T-REC-COUNT TO WS-BAT-COUNT(WS-BATCH-CNT)
               MOVE WS-T-HASH-TOTAL TO WS-BAT-HASH(WS-BATCH-CNT)
               MOVE WS-CYCLE TO WS-BAT-CYCLE(WS-BATCH-CNT)
               MOVE WS-ORIGIN TO WS-BAT-ORIGIN(WS-BATCH-CNT)
               MOVE WS-BREG-OVR-SW TO WS-BAT-OVERRIDE(WS-BATCH-CNT)
           END-IF.

       OUTPUT-PARAGRAPH.
               PERFORM CAT-REPORT-PARAGRAPH
               PERFORM UNIT-REPORT-PARAGRAPH
               PERFORM LOC-REPORT-PARAGRAPH
               PERFORM XFR-REPORT-PARAGRAPH
               PERFORM HISTOGRAM-REPORT-PARAGRAPH
           END-IF
           PERFORM EXC-REPORT-PARAGRAPH
           PERFORM WRITE-EXC-DISP-PARAGRAPH
           PERFORM DUP-REPORT-PARAGRAPH
           PERFORM SUS-REPORT-PARAGRAPH
           PERFORM YTD-REPORT-PARAGRAPH
           IF WS-HELD-CNT > 0 THEN
               DISPLAY "*** WARNING: " WS-HELD-CNT " input file(s) "
                   "held and not posted -"
               DISPLAY "*** see LABHOLD for the holds."
           END-IF
           IF WS-CTL-SW = "Y" THEN
               DISPLAY "*** WARNING: transmission short or corrupted -"
               DISPLAY "*** header/trailer control totals do not tie"
               PERFORM COUNT-LINE-PARAGRAPH
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-DUP-CNT > 0 THEN
               MOVE WS-DUP-CNT TO WS-DUP-CNT-TXT
               DISPLAY "*** WARNING: " WS-DUP-CNT-TXT
                   " suspected duplicate detail(s) held out of"
               DISPLAY "*** the totals - see " WS-DUPFILE-NAME
               MOVE "W" TO WS-LOG-SEV
               MOVE "0103" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Suspected duplicates held: " WS-DUP-CNT-TXT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               IF WS-SIM-SW NOT = "Y" THEN
                   PERFORM WRITE-ALERT-PARAGRAPH
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** WARNING: " WS-DUP-CNT-TXT
                   " suspected duplicate(s) held - see listing ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM COUNT-LINE-PARAGRAPH
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-PID-OVER-SW = "Y" THEN
               DISPLAY "*** WARNING: duplicate-check table full - "
                   "later details posted unchecked."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0104" TO WS-LOG-MSGNO
               MOVE "Duplicate check capacity reached"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
           END-IF
           IF WS-SUS-CNT > 0 THEN
               MOVE WS-SUS-CNT TO WS-SUS-CNT-TXT
               DISPLAY "*** WARNING: " WS-SUS-CNT-TXT
                   " detail(s) over the posting limit held in"
               DISPLAY "*** suspense - see " WS-SUSLIST-NAME
               MOVE "W" TO WS-LOG-SEV
               MOVE "0106" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Details suspended over limit: " WS-SUS-CNT-TXT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               IF WS-SIM-SW NOT = "Y" THEN
                   PERFORM WRITE-ALERT-PARAGRAPH
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** WARNING: " WS-SUS-CNT-TXT
                   " detail(s) held in suspense - see listing ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM COUNT-LINE-PARAGRAPH
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-XFR-OVER-SW = "Y" THEN
               DISPLAY "*** WARNING: transfer table full - later "
                   "transfers not subtotalled."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0108" TO WS-LOG-MSGNO
               MOVE "Transfer subtotal capacity reached"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               IF WS-SIM-SW NOT = "Y" THEN
                   PERFORM WRITE-ALERT-PARAGRAPH
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** WARNING: transfer table full - "
                   "subtotals incomplete ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM COUNT-LINE-PARAGRAPH
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       WRITE-REPORT-LINE-PARAGRAPH.
           MOVE 0 TO XD-DISP-DATE
           WRITE Exc-Disp-Record.

      *****************************************************
      * DUP-REPORT-PARAGRAPH writes the suspected-duplicate    *
      * listing - every detail held out of this run's totals,  *
      * with the earlier batch it appears to repeat - to its   *
      * own file, the way the exception listing is kept apart. *
      *****************************************************
       DUP-REPORT-PARAGRAPH.
           MOVE "lab2c-dup.dat" TO WS-DUPFILE-NAME
           ACCEPT WS-DUPFILE-NAME FROM ENVIRONMENT "LAB2C_DUPFILE"
           IF WS-DUPFILE-NAME = SPACES THEN
               MOVE "lab2c-dup.dat" TO WS-DUPFILE-NAME
           END-IF
           OPEN OUTPUT DUP-FILE
           MOVE SPACES TO WS-DUP-LINE
           STRING "LAB2c Suspected Duplicate Listing  Run Date: "
               WS-RUN-DATE DELIMITED BY SIZE INTO WS-DUP-LINE
           WRITE DUP-RECORD FROM WS-DUP-LINE
           IF WS-SIM-SW = "Y" THEN
               MOVE "*** SIMULATED RUN - NOT POSTED ***"
                   TO WS-DUP-LINE
               WRITE DUP-RECORD FROM WS-DUP-LINE
           END-IF
           MOVE WS-DUP-DAYS TO WS-DUP-DAYS-TXT
           MOVE SPACES TO WS-DUP-LINE
           IF WS-DUP-DAYS = 0 THEN
               STRING "Provider: " WS-PROVIDER
                   "  Window: check off for this provider"
                   DELIMITED BY SIZE INTO WS-DUP-LINE
           ELSE
               STRING "Provider: " WS-PROVIDER
                   "  Window: " WS-DUP-DAYS-TXT " day(s) from "
                   WS-DUP-CUTOFF
                   DELIMITED BY SIZE INTO WS-DUP-LINE
           END-IF
           WRITE DUP-RECORD FROM WS-DUP-LINE
           DISPLAY " "
           DISPLAY "Suspected duplicates held: " WS-DUP-CNT
           IF WS-DUP-CNT = 0 THEN
               MOVE "No suspected duplicates." TO WS-DUP-LINE
               WRITE DUP-RECORD FROM WS-DUP-LINE
           ELSE
               PERFORM DUP-PRINT-PARAGRAPH
                   VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX > WS-DUP-CNT
               MOVE WS-DUP-CNT TO WS-DUP-CNT-TXT
               MOVE WS-DUP-HELD-SUM TO WS-DUP-SUM-TXT
               MOVE SPACES TO WS-DUP-LINE
               STRING "Held out of totals: " WS-DUP-CNT-TXT
                   " detail(s), value " WS-DUP-SUM-TXT
                   DELIMITED BY SIZE INTO WS-DUP-LINE
               WRITE DUP-RECORD FROM WS-DUP-LINE
               IF WS-SIM-SW NOT = "Y" THEN
                   MOVE "Held for supervisor release (LABDUPRL)."
                       TO WS-DUP-LINE
                   WRITE DUP-RECORD FROM WS-DUP-LINE
               END-IF
           END-IF
           IF WS-PID-OVER-SW = "Y" THEN
               MOVE "*** Check capacity reached - rest posted unchecked"
                   TO WS-DUP-LINE
               WRITE DUP-RECORD FROM WS-DUP-LINE
           END-IF
           CLOSE DUP-FILE.

       DUP-PRINT-PARAGRAPH.
           MOVE WS-DUP-DETAIL(WS-DUP-IDX) TO WS-Record
           MOVE WS-DUP-SEQ(WS-DUP-IDX) TO WS-EXC-SEQ-TXT
           MOVE WS-Int TO WS-DUP-VAL-TXT
           DISPLAY "  Record #" WS-EXC-SEQ-TXT
               " id=" WS-D-REC-ID ": " WS-DUP-VAL-TXT
               " repeats batch " WS-DUP-MDATE(WS-DUP-IDX)
           MOVE SPACES TO WS-DUP-LINE
           STRING "  Record #" WS-EXC-SEQ-TXT
               " id=" WS-D-REC-ID
               " " WS-D-CATEGORY ": " WS-DUP-VAL-TXT
               "  batch " WS-DUP-BDATE(WS-DUP-IDX)
               "/" WS-DUP-CYCLE(WS-DUP-IDX)
               " repeats " WS-DUP-MDATE(WS-DUP-IDX)
               "/" WS-DUP-MCYCLE(WS-DUP-IDX)
               DELIMITED BY SIZE INTO WS-DUP-LINE
           WRITE DUP-RECORD FROM WS-DUP-LINE.

      *****************************************************
      * SUS-REPORT-PARAGRAPH writes the suspense listing -     *
      * every detail this run diverted for being over its       *
      * category's posting limit - to its own file, the way the *
      * duplicate listing is kept apart.                         *
      *****************************************************
       SUS-REPORT-PARAGRAPH.
           MOVE "lab2c-susp.dat" TO WS-SUSLIST-NAME
           ACCEPT WS-SUSLIST-NAME FROM ENVIRONMENT "LAB2C_SUSPLIST"
           IF WS-SUSLIST-NAME = SPACES THEN
               MOVE "lab2c-susp.dat" TO WS-SUSLIST-NAME
           END-IF
           OPEN OUTPUT SUSLIST-FILE
           MOVE SPACES TO WS-SUS-LINE
           STRING "LAB2c High-Value Suspense Listing  Run Date: "
               WS-RUN-DATE DELIMITED BY SIZE INTO WS-SUS-LINE
           WRITE SUSLIST-RECORD FROM WS-SUS-LINE
           IF WS-SIM-SW = "Y" THEN
               MOVE "*** SIMULATED RUN - NOT POSTED ***"
                   TO WS-SUS-LINE
               WRITE SUSLIST-RECORD FROM WS-SUS-LINE
           END-IF
           DISPLAY "Details held in suspense: " WS-SUS-CNT
           IF WS-SUS-CNT = 0 THEN
               MOVE "No details over the posting limits."
                   TO WS-SUS-LINE
               WRITE SUSLIST-RECORD FROM WS-SUS-LINE
           ELSE
               PERFORM SUS-PRINT-PARAGRAPH
                   VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-CNT
               MOVE WS-SUS-CNT TO WS-SUS-CNT-TXT
               MOVE WS-SUS-HELD-SUM TO WS-SUS-SUM-TXT
               MOVE SPACES TO WS-SUS-LINE
               STRING "Held out of totals: " WS-SUS-CNT-TXT
                   " detail(s), value " WS-SUS-SUM-TXT
                   DELIMITED BY SIZE INTO WS-SUS-LINE
               WRITE SUSLIST-RECORD FROM WS-SUS-LINE
               IF WS-SIM-SW NOT = "Y" THEN
                   MOVE "Held for supervisor release (LABSUSWK)."
                       TO WS-SUS-LINE
                   WRITE SUSLIST-RECORD FROM WS-SUS-LINE
               END-IF
           END-IF
           CLOSE SUSLIST-FILE.

       SUS-PRINT-PARAGRAPH.
           MOVE WS-SUS-DETAIL(WS-SUS-IDX) TO WS-Record
           MOVE WS-SUS-SEQ(WS-SUS-IDX) TO WS-EXC-SEQ-TXT
           MOVE WS-Int TO WS-SUS-VAL-TXT
           MOVE WS-SUS-LIMIT(WS-SUS-IDX) TO WS-SUS-LIM-TXT
           DISPLAY "  Record #" WS-EXC-SEQ-TXT
               " id=" WS-D-REC-ID ": " WS-SUS-VAL-TXT
               " over limit " WS-SUS-LIM-TXT
           MOVE SPACES TO WS-SUS-LINE
           STRING "  Record #" WS-EXC-SEQ-TXT " id=" WS-D-REC-ID
               " " WS-D-CATEGORY ": " WS-SUS-VAL-TXT
               "  limit " WS-SUS-LIM-TXT
               "  batch " WS-SUS-BDATE(WS-SUS-IDX)
               "/" WS-SUS-CYCLE(WS-SUS-IDX)
               DELIMITED BY SIZE INTO WS-SUS-LINE
           WRITE SUSLIST-RECORD FROM WS-SUS-LINE.

       COMP-PARAGRAPH.
           IF FOO-INT IS LESS THAN OR EQUAL TO LO-INT
               MOVE FOO-INT TO LO-INT
      *****************************************************
      * LOC-REPORT-PARAGRAPH prints the per-location count/   *
      * hi/lo/avg subtotals so each plant's figures can be    *
      * read off one page of the combined run. With a location *
      * master loaded, each plant's name and region print on   *
      * a line of their own above its figures.                  *
      *****************************************************
       LOC-REPORT-PARAGRAPH.
           DISPLAY " "
               UNTIL WS-LOC-IDX > WS-LOC-CNT.

       LOC-PRINT-PARAGRAPH.
           IF WS-LCM-CNT NOT = 0 THEN
               PERFORM LOC-NAME-PARAGRAPH
           END-IF
           MOVE WS-LOC-COUNT(WS-LOC-IDX) TO WS-LOC-CNT-TXT
           MOVE WS-LOC-LO(WS-LOC-IDX) TO WS-LOC-LO-TXT
           MOVE WS-LOC-HI(WS-LOC-IDX) TO WS-LOC-HI-TXT
           PERFORM COUNT-LINE-PARAGRAPH
           WRITE REPORT-RECORD FROM WS-LOC-LINE.

       LOC-NAME-PARAGRAPH.
           MOVE SPACES TO WS-LOC-REGION
           EVALUATE TRUE
               WHEN WS-LOC-CODE(WS-LOC-IDX) = SPACES
                   MOVE "(original single plant)" TO WS-LOC-NAME
               WHEN OTHER
                   PERFORM LOOKUP-LOCMAST-PARAGRAPH
                   IF WS-LCM-FOUND-SW = "Y" THEN
                       MOVE WS-LCM-NAME(WS-LCM-FOUND-IDX)
                           TO WS-LOC-NAME
                       MOVE WS-LCM-REGION(WS-LCM-FOUND-IDX)
                           TO WS-LOC-REGION
                   ELSE
                       MOVE "(not on location master)"
                           TO WS-LOC-NAME
                   END-IF
           END-EVALUATE
           DISPLAY "  " WS-LOC-CODE(WS-LOC-IDX) "  " WS-LOC-NAME
               "  " WS-LOC-REGION
           MOVE SPACES TO WS-LOC-LINE
           STRING "  " WS-LOC-CODE(WS-LOC-IDX) "  " WS-LOC-NAME
               "  " WS-LOC-REGION
               DELIMITED BY SIZE INTO WS-LOC-LINE
           PERFORM COUNT-LINE-PARAGRAPH
           WRITE REPORT-RECORD FROM WS-LOC-LINE.

      *****************************************************
      * XFR-PARAGRAPH finds (or adds) the table entry for this *
      * transfer's plant, counterparty, and direction, and     *
      * adds the transfer into it and into the run's out/in    *
      * totals. A direction other than I is taken as O - the   *
      * sending side is the one the provider always stamps.    *
      * A combination that no longer fits the table sets       *
      * WS-XFR-OVER-SW - the run totals still count it.        *
      *****************************************************
       XFR-PARAGRAPH.
           IF WS-X-DIRECTION NOT = "I" THEN
               MOVE "O" TO WS-X-DIRECTION
           END-IF
           IF WS-X-DIRECTION = "O" THEN
               ADD 1 TO WS-XFR-OUT-CNT
               ADD WS-X-Int TO WS-XFR-OUT-SUM
           ELSE
               ADD 1 TO WS-XFR-IN-CNT
               ADD WS-X-Int TO WS-XFR-IN-SUM
           END-IF
           MOVE "N" TO WS-XFR-FOUND-SW
           IF WS-XFR-CNT NOT = 0
               PERFORM XFR-SEARCH-PARAGRAPH
                   VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-XFR-CNT
                       OR WS-XFR-FOUND-SW = "Y"
           END-IF
           IF WS-XFR-FOUND-SW = "Y"
               MOVE WS-XFR-FOUND-IDX TO WS-XFR-IDX
           ELSE
               IF WS-XFR-CNT = WS-XFR-MAX THEN
                   MOVE "Y" TO WS-XFR-OVER-SW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-XFR-CNT
               MOVE WS-XFR-CNT TO WS-XFR-IDX
               MOVE WS-LOCATION TO WS-XFR-LOC(WS-XFR-IDX)
               MOVE WS-X-CPTY-LOC TO WS-XFR-CPTY(WS-XFR-IDX)
               MOVE WS-X-DIRECTION TO WS-XFR-DIR(WS-XFR-IDX)
               MOVE 0 TO WS-XFR-COUNT(WS-XFR-IDX)
               MOVE 0 TO WS-XFR-SUM(WS-XFR-IDX)
           END-IF
           ADD 1 TO WS-XFR-COUNT(WS-XFR-IDX)
           ADD WS-X-Int TO WS-XFR-SUM(WS-XFR-IDX).

       XFR-SEARCH-PARAGRAPH.
           IF WS-XFR-LOC(WS-XFR-IDX) = WS-LOCATION
                   AND WS-XFR-CPTY(WS-XFR-IDX) = WS-X-CPTY-LOC
                   AND WS-XFR-DIR(WS-XFR-IDX) = WS-X-DIRECTION
               MOVE "Y" TO WS-XFR-FOUND-SW
               MOVE WS-XFR-IDX TO WS-XFR-FOUND-IDX
           END-IF.

      *****************************************************
      * XFR-REPORT-PARAGRAPH prints the transfer subtotals -   *
      * out and in totals for the run, then one line per       *
      * plant/counterparty/direction. A run with no transfer   *
      * records prints nothing here.                            *
      *****************************************************
       XFR-REPORT-PARAGRAPH.
           IF WS-XFR-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Inter-Location Transfer Subtotals:"
           MOVE "Inter-Location Transfer Subtotals:" TO WS-LOC-LINE
           PERFORM COUNT-LINE-PARAGRAPH
           WRITE REPORT-RECORD FROM WS-LOC-LINE
           MOVE WS-XFR-OUT-CNT TO WS-XFR-CNT-TXT
           MOVE WS-XFR-OUT-SUM TO WS-XFR-SUM-TXT
           MOVE SPACES TO WS-LOC-LINE
           STRING "  Transfers out: count=" WS-XFR-CNT-TXT
               " value=" WS-XFR-SUM-TXT
               DELIMITED BY SIZE INTO WS-LOC-LINE
           DISPLAY WS-LOC-LINE
           PERFORM COUNT-LINE-PARAGRAPH
           WRITE REPORT-RECORD FROM WS-LOC-LINE
           MOVE WS-XFR-IN-CNT TO WS-XFR-CNT-TXT
           MOVE WS-XFR-IN-SUM TO WS-XFR-SUM-TXT
           MOVE SPACES TO WS-LOC-LINE
           STRING "  Transfers in:  count=" WS-XFR-CNT-TXT
               " value=" WS-XFR-SUM-TXT
               DELIMITED BY SIZE INTO WS-LOC-LINE
           DISPLAY WS-LOC-LINE
           PERFORM COUNT-LINE-PARAGRAPH
           WRITE REPORT-RECORD FROM WS-LOC-LINE
           PERFORM XFR-PRINT-PARAGRAPH
               VARYING WS-XFR-IDX FROM 1 BY 1
               UNTIL WS-XFR-IDX > WS-XFR-CNT.

       XFR-PRINT-PARAGRAPH.
           MOVE WS-XFR-COUNT(WS-XFR-IDX) TO WS-XFR-CNT-TXT
           MOVE WS-XFR-SUM(WS-XFR-IDX) TO WS-XFR-SUM-TXT
           MOVE SPACES TO WS-LOC-LINE
           IF WS-XFR-DIR(WS-XFR-IDX) = "O" THEN
               STRING "  Location " WS-XFR-LOC(WS-XFR-IDX)
                   " to   " WS-XFR-CPTY(WS-XFR-IDX)
                   ": count=" WS-XFR-CNT-TXT
                   " value=" WS-XFR-SUM-TXT
                   DELIMITED BY SIZE INTO WS-LOC-LINE
           ELSE
               STRING "  Location " WS-XFR-LOC(WS-XFR-IDX)
                   " from " WS-XFR-CPTY(WS-XFR-IDX)
                   ": count=" WS-XFR-CNT-TXT
                   " value=" WS-XFR-SUM-TXT
                   DELIMITED BY SIZE INTO WS-LOC-LINE
           END-IF
           DISPLAY WS-LOC-LINE
           PERFORM COUNT-LINE-PARAGRAPH
           WRITE REPORT-RECORD FROM WS-LOC-LINE.

      *****************************************************
      * LOAD-TOL-PARAGRAPH loads the tolerance profile table   *
      * once at start-up. A missing file leaves the table       *
                   END-IF
           END-READ.

      *****************************************************
      * LOAD-LIM-PARAGRAPH loads the per-category posting      *
      * limits. A missing file leaves the table empty and       *
      * nothing is suspended - behavior as before the limit     *
      * file existed.                                            *
      *****************************************************
       LOAD-LIM-PARAGRAPH.
           MOVE 0 TO WS-LIM-CNT
           MOVE "N" TO WS-LIM-EOF
           OPEN INPUT LIM-FILE
           IF WS-LIM-STATUS = "00" THEN
               PERFORM READ-LIM-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-LIM-EOF = "Y"
               CLOSE LIM-FILE
           END-IF.

       READ-LIM-PARAGRAPH.
           READ LIM-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LIM-EOF
               NOT AT END
                   IF WS-LIM-CNT < 100 AND LIM-AMOUNT IS NUMERIC
                           THEN
                       ADD 1 TO WS-LIM-CNT
                       MOVE LIM-CATEGORY TO WS-LIM-CAT(WS-LIM-CNT)
                       MOVE LIM-AMOUNT TO WS-LIM-AMT(WS-LIM-CNT)
                   END-IF
           END-READ.

      *****************************************************
      * FIND-TOLERANCE-PARAGRAPH picks the limits for the      *
      * detail record in hand - the most specific profile row   *
               END-IF
           END-IF.

      *****************************************************
      * CHECK-DUPLICATE-PARAGRAPH looks the detail in hand up  *
      * among the record IDs posted for this provider inside    *
      * the window. The same ID with the same value from a      *
      * different batch date or cycle is a suspected duplicate  *
      * - a re-run of the same batch (override, or the re-feed  *
      * of a reversed batch) is not. Details with no stamped ID *
      * skip the check, as they skip the sequence check.         *
      *****************************************************
       CHECK-DUPLICATE-PARAGRAPH.
           MOVE "N" TO WS-DUP-HIT-SW
           IF WS-DUP-DAYS = 0 OR WS-ORIGIN = "D" THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-D-REC-ID IS NOT NUMERIC OR WS-D-REC-ID = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM DUP-SEARCH-PARAGRAPH
               VARYING WS-PID-IDX FROM 1 BY 1
               UNTIL WS-PID-IDX > WS-PID-CNT
           IF WS-DUP-HIT-SW = "Y" AND WS-DUP-CNT >= 500 THEN
               MOVE "duplicate" TO WS-FULL-TABLE
               PERFORM TABLE-FULL-PARAGRAPH
           END-IF.

       DUP-SEARCH-PARAGRAPH.
           IF WS-PID-ID(WS-PID-IDX) = WS-D-REC-ID
                   AND WS-PID-VALUE(WS-PID-IDX) = WS-Int
                   AND (WS-PID-BDATE(WS-PID-IDX) NOT = WS-BATCH-DATE
                       OR WS-PID-CYCLE(WS-PID-IDX) NOT = WS-CYCLE)
                   THEN
               MOVE "Y" TO WS-DUP-HIT-SW
               MOVE WS-PID-BDATE(WS-PID-IDX) TO WS-DUP-MATCH-DATE
               MOVE WS-PID-CYCLE(WS-PID-IDX) TO WS-DUP-MATCH-CYCLE
               SET WS-PID-IDX TO WS-PID-CNT
           END-IF.

      *****************************************************
      * HOLD-DUPLICATE-PARAGRAPH keeps the suspected duplicate  *
      * out of every posting figure. It still counts toward     *
      * the file's trailer tie-out - the transmission did carry *
      * it - and still takes a record number, so the listing     *
      * points back to the input the way the echo file does.    *
      * The run's debit/credit sides are posted figures, so the  *
      * held value comes back out of them. KEEP-DUPLICATE-      *
      * PARAGRAPH is the part a restart repeats for the details *
      * before its checkpoint - the table entry and the held    *
      * figures, none of the run's accumulators.                 *
      *****************************************************
       HOLD-DUPLICATE-PARAGRAPH.
           IF WS-Int > 0 THEN
               SUBTRACT WS-Int FROM WS-RUN-DEBIT
           ELSE
               ADD WS-Int TO WS-RUN-CREDIT
           END-IF
           ADD 1 TO WS-FILE-REC-COUNT
           ADD 1 TO WS-DETAIL-SEQ
           PERFORM KEEP-DUPLICATE-PARAGRAPH.

       KEEP-DUPLICATE-PARAGRAPH.
           ADD 1 TO WS-DUP-CNT
           MOVE WS-DETAIL-SEQ TO WS-DUP-SEQ(WS-DUP-CNT)
           MOVE WS-Record(1:30) TO WS-DUP-DETAIL(WS-DUP-CNT)
           MOVE WS-BATCH-DATE TO WS-DUP-BDATE(WS-DUP-CNT)
           MOVE WS-CYCLE TO WS-DUP-CYCLE(WS-DUP-CNT)
           MOVE WS-DUP-MATCH-DATE TO WS-DUP-MDATE(WS-DUP-CNT)
           MOVE WS-DUP-MATCH-CYCLE TO WS-DUP-MCYCLE(WS-DUP-CNT)
           ADD WS-Int TO WS-DUP-HELD-SUM
           PERFORM ADD-HELD-PARAGRAPH.

      *****************************************************
      * CHECK-LIMIT-PARAGRAPH compares the detail in hand with *
      * its category's posting limit (the ** row when the      *
      * category has none). Either sign counts - a large credit *
      * needs the same authority as a large debit. A release   *
      * transmission from LABSUSWK is not checked again.        *
      *****************************************************
       CHECK-LIMIT-PARAGRAPH.
           IF WS-LIM-CNT = 0 OR WS-ORIGIN = "S" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIM-SW
           MOVE "N" TO WS-LIM-DFLT-SW
           PERFORM MATCH-LIMIT-PARAGRAPH
               VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIM-CNT OR WS-LIM-SW = "Y"
           IF WS-LIM-SW = "N" THEN
               IF WS-LIM-DFLT-SW = "N" THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LIM-DFLT TO WS-LIM-CHECK
           END-IF
           IF WS-Int < 0 THEN
               COMPUTE WS-LIM-MAG = 0 - WS-Int
           ELSE
               MOVE WS-Int TO WS-LIM-MAG
           END-IF
           IF WS-LIM-MAG NOT > WS-LIM-CHECK THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SUS-CNT >= 500 THEN
               MOVE "suspense" TO WS-FULL-TABLE
               PERFORM TABLE-FULL-PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SUS-HIT-SW.

       MATCH-LIMIT-PARAGRAPH.
           IF WS-LIM-CAT(WS-LIM-IDX) = WS-D-CATEGORY THEN
               MOVE "Y" TO WS-LIM-SW
               MOVE WS-LIM-AMT(WS-LIM-IDX) TO WS-LIM-CHECK
           END-IF
           IF WS-LIM-CAT(WS-LIM-IDX) = "**" THEN
               MOVE "Y" TO WS-LIM-DFLT-SW
               MOVE WS-LIM-AMT(WS-LIM-IDX) TO WS-LIM-DFLT
           END-IF.

      *****************************************************
      * TABLE-FULL-PARAGRAPH ends the run when a detail has to *
      * be held or suspended and its table already carries 500 *
      * - posting it unchecked would put a suspected duplicate *
      * or an over-limit value on the books. The run stops     *
      * before the register and histories are written, so the  *
      * transmission is not posted; the provider splits it and  *
      * it is fed again.                                        *
      *****************************************************
       TABLE-FULL-PARAGRAPH.
           DISPLAY "*** The " WS-FULL-TABLE
               " table is full (500) - detail "
               WS-DETAIL-SEQ " cannot be held."
           DISPLAY "*** Run refused - the transmission was not "
               "posted."
           MOVE "E" TO WS-LOG-SEV
           MOVE "0207" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Hold table full: " WS-FULL-TABLE
               DELIMITED BY SPACE
               " - run refused" DELIMITED BY SIZE
               INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-SIM-SW NOT = "Y" THEN
               PERFORM WRITE-ALERT-PARAGRAPH
           END-IF
           PERFORM RELEASE-LOCK-PARAGRAPH
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************
      * SUSPEND-DETAIL-PARAGRAPH keeps the high-value detail   *
      * out of every posting figure exactly as a held           *
      * duplicate is kept out - it still ties to the trailer    *
      * and takes a record number, and its value comes back out *
      * of the run's posted debit/credit sides. KEEP-SUSPENSE-  *
      * PARAGRAPH is the part a restart repeats, as for a held  *
      * duplicate.                                               *
      *****************************************************
       SUSPEND-DETAIL-PARAGRAPH.
           IF WS-Int > 0 THEN
               SUBTRACT WS-Int FROM WS-RUN-DEBIT
           ELSE
               ADD WS-Int TO WS-RUN-CREDIT
           END-IF
           ADD 1 TO WS-FILE-REC-COUNT
           ADD 1 TO WS-DETAIL-SEQ
           PERFORM KEEP-SUSPENSE-PARAGRAPH.

       KEEP-SUSPENSE-PARAGRAPH.
           ADD 1 TO WS-SUS-CNT
           MOVE WS-DETAIL-SEQ TO WS-SUS-SEQ(WS-SUS-CNT)
           MOVE WS-Record(1:30) TO WS-SUS-DETAIL(WS-SUS-CNT)
           MOVE WS-BATCH-DATE TO WS-SUS-BDATE(WS-SUS-CNT)
           MOVE WS-CYCLE TO WS-SUS-CYCLE(WS-SUS-CNT)
           MOVE WS-LIM-CHECK TO WS-SUS-LIMIT(WS-SUS-CNT)
           ADD WS-Int TO WS-SUS-HELD-SUM
           PERFORM ADD-HELD-PARAGRAPH.

      *****************************************************
      * ADD-HELD-PARAGRAPH and ADD-RELEASE-PARAGRAPH keep the  *
      * held and released-transmission debit/credit figures    *
      * for the recon record.                                    *
      *****************************************************
       ADD-HELD-PARAGRAPH.
           IF WS-Int > 0 THEN
               ADD WS-Int TO WS-HELD-DEBIT
           ELSE
               SUBTRACT WS-Int FROM WS-HELD-CREDIT
           END-IF.

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
      * RECORD-POSTED-ID-PARAGRAPH spools a stamped detail     *
      * just posted for the two histories, then adds it to    *
      * the duplicate-check table while there is room.         *
      *****************************************************
       RECORD-POSTED-ID-PARAGRAPH.
           IF WS-D-REC-ID IS NOT NUMERIC OR WS-D-REC-ID = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SIM-SW NOT = "Y" THEN
               PERFORM SPOOL-DETAIL-PARAGRAPH
           END-IF
           IF WS-PID-CNT >= 20000 THEN
               MOVE "Y" TO WS-PID-OVER-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PID-CNT
           MOVE WS-D-REC-ID TO WS-PID-ID(WS-PID-CNT)
           MOVE WS-Int TO WS-PID-VALUE(WS-PID-CNT)
           MOVE WS-BATCH-DATE TO WS-PID-BDATE(WS-PID-CNT)
           MOVE WS-CYCLE TO WS-PID-CYCLE(WS-PID-CNT).

       SPOOL-DETAIL-PARAGRAPH.
           MOVE SPACES TO Dth-Spool-Record
           MOVE WS-D-REC-ID TO DSP-REC-ID
           MOVE WS-BATCH-DATE TO DSP-BATCH-DATE
           MOVE WS-CYCLE TO DSP-CYCLE
           MOVE WS-DETAIL-SEQ TO DSP-SEQ
           MOVE WS-LOCATION TO DSP-LOCATION
           MOVE WS-D-CATEGORY TO DSP-CATEGORY
           MOVE WS-D-UNIT TO DSP-UNIT
           MOVE WS-Int TO DSP-VALUE
           MOVE WS-REC-TYPE TO DSP-REC-TYPE
           MOVE WS-PROVIDER TO DSP-PROVIDER
           MOVE WS-ORIGIN TO DSP-ORIGIN
           MOVE WS-FILE-ENTRY(WS-FILE-IDX) TO DSP-FEED-NAME
           MOVE 0 TO DSP-POST-DATE
           MOVE 0 TO DSP-POST-TIME
           WRITE Dth-Spool-Record
           IF WS-DSP-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-DSP-ERR-SW
           END-IF.

       COMP-AVG-PARAGRAPH.
           IF NUM-INT = 0 THEN
               MOVE 0 TO AVG-INT
               DISPLAY "*** REPORT-ONLY SIMULATION - nothing will "
                   "be posted. ***"
           END-IF
           ACCEPT WS-COMBINED-SW FROM ENVIRONMENT "LAB2C_COMBINED"
           IF WS-COMBINED-SW NOT = "Y" THEN
               MOVE "N" TO WS-COMBINED-SW
           END-IF
           IF WS-COMBINED-SW = "Y" AND WS-SIM-SW = "Y" THEN
               DISPLAY "*** LAB2C_COMBINED ignored - LAB1c has no "
                   "report-only run."
               MOVE "N" TO WS-COMBINED-SW
           END-IF
           IF WS-COMBINED-SW = "Y" THEN
               PERFORM LAB1C-INIT-PARAGRAPH
           END-IF
           MOVE "lab2c-in.dat" TO WS-INFILE-NAME
           ACCEPT WS-INFILE-NAME FROM ENVIRONMENT "LAB2C_INFILE"
           IF WS-INFILE-NAME = SPACES THEN
           IF WS-RECONFILE-NAME = SPACES THEN
               MOVE "lab2c-recon.dat" TO WS-RECONFILE-NAME
           END-IF
           MOVE "lab2c-xfer.dat" TO WS-XFERFILE-NAME
           ACCEPT WS-XFERFILE-NAME FROM ENVIRONMENT "LAB2C_XFERFILE"
           IF WS-XFERFILE-NAME = SPACES THEN
               MOVE "lab2c-xfer.dat" TO WS-XFERFILE-NAME
           END-IF
           MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           ACCEPT WS-BREGFILE-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BREGFILE-NAME = SPACES THEN
           END-IF
           PERFORM LOAD-TOL-PARAGRAPH

           MOVE "lab-post-lim.dat" TO WS-LIMFILE-NAME
           ACCEPT WS-LIMFILE-NAME FROM ENVIRONMENT "LAB_LIMFILE"
           IF WS-LIMFILE-NAME = SPACES THEN
               MOVE "lab-post-lim.dat" TO WS-LIMFILE-NAME
           END-IF
           MOVE "lab-suspense.dat" TO WS-SUSFILE-NAME
           ACCEPT WS-SUSFILE-NAME FROM ENVIRONMENT "LAB_SUSPENSE"
           IF WS-SUSFILE-NAME = SPACES THEN
               MOVE "lab-suspense.dat" TO WS-SUSFILE-NAME
           END-IF
           PERFORM LOAD-LIM-PARAGRAPH

           MOVE "lab2c-values.dat" TO WS-VALFILE-NAME
           ACCEPT WS-VALFILE-NAME FROM ENVIRONMENT "LAB2C_VALFILE"
           IF WS-VALFILE-NAME = SPACES THEN
           OPEN OUTPUT VALUES-FILE

           PERFORM LOAD-CATREF-PARAGRAPH
           PERFORM LOAD-LOCMAST-PARAGRAPH
           PERFORM LOAD-RATES-PARAGRAPH
           PERFORM LOAD-POSTED-IDS-PARAGRAPH
           PERFORM BUILD-FILE-TABLE-PARAGRAPH.

      *****************************************************
       OPENECHO-PARAGRAPH.
           OPEN OUTPUT ECHOFILE
           MOVE SPACES TO WS-ECHO-LINE
           STRING "Record,Id,Value,Category,Location" DELIMITED BY SIZE
               INTO WS-ECHO-LINE
           WRITE ECHO-RECORD FROM WS-ECHO-LINE
           IF WS-SIM-SW = "Y" THEN
               MOVE "*** SIMULATED RUN - NOT POSTED ***"
                   TO WS-ECHO-LINE
               WRITE ECHO-RECORD FROM WS-ECHO-LINE
           END-IF
           IF WS-COMBINED-SW = "Y" THEN
               OPEN OUTPUT LAB1C-ECHOFILE
               MOVE SPACES TO WS-ECHO-LINE
               STRING "Record,Id,Value" DELIMITED BY SIZE
                   INTO WS-ECHO-LINE
               WRITE LAB1C-ECHO-RECORD FROM WS-ECHO-LINE
           END-IF.

      *****************************************************
      * OPEN-DTH-SPOOL-PARAGRAPH starts this run's detail      *
      * spool. A spool that cannot be started refuses the run  *
      * before anything is read - every detail posted must     *
      * reach the posted-ID and detail histories. A simulated  *
      * run posts nothing and spools nothing.                   *
      *****************************************************
       OPEN-DTH-SPOOL-PARAGRAPH.
           IF WS-SIM-SW = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "lab2c-dth-spool.dat" TO WS-DSPFILE-NAME
           ACCEPT WS-DSPFILE-NAME FROM ENVIRONMENT "LAB2C_DTHSPOOL"
           IF WS-DSPFILE-NAME = SPACES THEN
               MOVE "lab2c-dth-spool.dat" TO WS-DSPFILE-NAME
           END-IF
           OPEN OUTPUT DTHSPOOL-FILE
           IF WS-DSP-STATUS NOT = "00" THEN
               DISPLAY "*** Detail spool could not be opened: "
                   WS-DSPFILE-NAME
               DISPLAY "*** FILE STATUS: " WS-DSP-STATUS
               DISPLAY "*** Run refused - nothing was posted."
               MOVE "E" TO WS-LOG-SEV
               MOVE "0206" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Detail spool open failed, status "
                   WS-DSP-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               PERFORM WRITE-ALERT-PARAGRAPH
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * detail record, tagged with WS-DETAIL-SEQ the same      *
      * record number CSV-DETAIL-PARAGRAPH and the exception    *
      * listing use, plus the stamped record ID (blank when     *
      * the feed carries none), category, and plant location.   *
      *****************************************************
       ECHO-DETAIL-PARAGRAPH.
           MOVE WS-DETAIL-SEQ TO WS-ECHO-SEQ-TXT
               WS-ECHO-ID-TXT DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-ECHO-VAL-TXT DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-D-CATEGORY DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-LOCATION DELIMITED BY SIZE
               INTO WS-ECHO-LINE
           WRITE ECHO-RECORD FROM WS-ECHO-LINE.

           CLOSE ECHOFILE.

      *****************************************************
      * LAB1C-INIT-PARAGRAPH readies a combined pass: LAB1c's  *
      * run lock is taken as well (LAB1c's files are written   *
      * here), LAB1c's output names are settled the way LAB1c  *
      * settles them, and a LAB1c run left unfinished on its   *
      * own checkpoint refuses the pass - that run has to be    *
      * finished by LAB1c first, or its figures would be lost.  *
      *****************************************************
       LAB1C-INIT-PARAGRAPH.
           MOVE "T" TO LRQ-FUNCTION
           MOVE "LAB1C" TO LRQ-NAME
           MOVE "LAB2C" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request
           IF LRQ-RESULT NOT = "0" THEN
               DISPLAY "*** Lock " LRQ-NAME " is held by "
                   LRQ-HOLDER " (" LRQ-HOLDER-PGM ")."
               DISPLAY "*** Combined run refused - wait for that run"
                   " to finish, or use LABLKMN"
               DISPLAY "*** to release the lock if that run was "
                   "cancelled and left it behind."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-L1-LOCK-SW
           MOVE "lab1c-echo.dat" TO WS-L1-ECHOFILE-NAME
           ACCEPT WS-L1-ECHOFILE-NAME FROM ENVIRONMENT
               "LAB1C_ECHOFILE"
           IF WS-L1-ECHOFILE-NAME = SPACES THEN
               MOVE "lab1c-echo.dat" TO WS-L1-ECHOFILE-NAME
           END-IF
           MOVE "lab1c-recon.dat" TO WS-L1-RECONFILE-NAME
           ACCEPT WS-L1-RECONFILE-NAME FROM ENVIRONMENT
               "LAB1C_RECONFILE"
           IF WS-L1-RECONFILE-NAME = SPACES THEN
               MOVE "lab1c-recon.dat" TO WS-L1-RECONFILE-NAME
           END-IF
           MOVE "lab1c-ckpt.dat" TO WS-L1-CKPTFILE-NAME
           ACCEPT WS-L1-CKPTFILE-NAME FROM ENVIRONMENT
               "LAB1C_CKPTFILE"
           IF WS-L1-CKPTFILE-NAME = SPACES THEN
               MOVE "lab1c-ckpt.dat" TO WS-L1-CKPTFILE-NAME
           END-IF
           OPEN INPUT LAB1C-CKPT-FILE
           IF WS-L1-FILE-STATUS = "00" THEN
               READ LAB1C-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "*** LAB1c has an unfinished run on "
                           "its checkpoint " WS-L1-CKPTFILE-NAME
                       DISPLAY "*** Combined run refused - finish "
                           "that run with LAB1c first."
                       MOVE "E" TO WS-LOG-SEV
                       MOVE "0204" TO WS-LOG-MSGNO
                       MOVE
                           "LAB1c checkpoint pending - combined refused"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-RUNLOG-PARAGRAPH
                       PERFORM WRITE-ALERT-PARAGRAPH
                       CLOSE LAB1C-CKPT-FILE
                       PERFORM RELEASE-LOCK-PARAGRAPH
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE LAB1C-CKPT-FILE
           END-IF
           DISPLAY "Combined pass - LAB1c's summary, echo, recon, "
               "and ack come from this run."
           MOVE "I" TO WS-LOG-SEV
           MOVE "0012" TO WS-LOG-MSGNO
           MOVE "Combined pass - LAB1c figures kept this run"
               TO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

      *****************************************************
      * LAB1C-LOAD-CKPT-PARAGRAPH picks LAB1c's figures up off *
      * the checkpoint a combined pass resumes from. One left  *
      * by a LAB2c-only run carries none, and the records it   *
      * skips would be missing from LAB1c's figures - so the    *
      * restart is refused rather than half-combined.           *
      *****************************************************
       LAB1C-LOAD-CKPT-PARAGRAPH.
           IF CKPT-COMBINED NOT = "Y" THEN
               DISPLAY "*** The checkpoint was left by a LAB2c run "
                   "without LAB2C_COMBINED -"
               DISPLAY "*** finish that run the same way, then run "
                   "LAB1c on its own."
               MOVE "E" TO WS-LOG-SEV
               MOVE "0205" TO WS-LOG-MSGNO
               MOVE "Checkpoint not from a combined pass - refused"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               PERFORM WRITE-ALERT-PARAGRAPH
               CLOSE CHECKPOINT-FILE
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CKPT-L1-REC-COUNT TO WS-L1-REC-COUNT
           MOVE CKPT-L1-INI-INT TO WS-L1-INI-INT
           MOVE CKPT-L1-FOO-INT TO WS-L1-FOO-INT
           MOVE CKPT-L1-FIRST-SW TO WS-L1-FIRST-SW
           MOVE CKPT-L1-RUN-HASH TO WS-L1-RUN-HASH
           MOVE CKPT-L1-FILE-HASH TO WS-L1-FILE-HASH
           MOVE CKPT-L1-CTL-SW TO WS-L1-CTL-SW.

      *****************************************************
      * LAB1C-FILE-START-PARAGRAPH resets LAB1c's per-file     *
      * tie-out counters at each file boundary, the way LAB1c  *
      * does - the file a restart resumes keeps the details    *
      * already counted before the checkpoint.                  *
      *****************************************************
       LAB1C-FILE-START-PARAGRAPH.
           IF WS-RESTART-SW = "Y"
                   AND WS-FILE-IDX = WS-RESTART-FILE-IDX THEN
               MOVE WS-RESTART-FILE-CNT TO WS-L1-FILE-REC-COUNT
           ELSE
               MOVE 0 TO WS-L1-FILE-REC-COUNT
               MOVE 0 TO WS-L1-FILE-HASH
               MOVE 0 TO WS-L1-FILE-DEBIT
               MOVE 0 TO WS-L1-FILE-CREDIT
           END-IF
           MOVE 0 TO WS-L1-PREV-REC-ID
           MOVE 0 TO WS-L1-EXPECTED-CNT
           MOVE "N" TO WS-L1-TRL-SEEN-SW.

      *****************************************************
      * LAB1C-DETAIL-PARAGRAPH is LAB1c's detail handling for  *
      * the record just read: every detail counts toward its    *
      * figures - LAB2c's duplicate hold and suspense do not    *
      * apply to LAB1c - and gets its line on LAB1c's echo      *
      * listing, numbered by LAB1c's own count. An ID out of    *
      * sequence was already displayed by LAB2c's check; it is  *
      * only flagged here for LAB1c's summary and return code.  *
      *****************************************************
       LAB1C-DETAIL-PARAGRAPH.
           MOVE WS-Int TO WS-L1-FOO-INT
           IF WS-D-REC-ID IS NUMERIC AND WS-D-REC-ID NOT = 0 THEN
               IF WS-D-REC-ID NOT > WS-L1-PREV-REC-ID
                       AND WS-L1-PREV-REC-ID NOT = 0 THEN
                   MOVE "Y" TO WS-L1-SEQ-ERR-SW
               END-IF
               MOVE WS-D-REC-ID TO WS-L1-PREV-REC-ID
           END-IF
           ADD 1 TO WS-L1-REC-COUNT
           ADD 1 TO WS-L1-FILE-REC-COUNT
           ADD WS-Int TO WS-L1-RUN-HASH
           ADD WS-Int TO WS-L1-FILE-HASH
           IF WS-Int > 0 THEN
               ADD WS-Int TO WS-L1-RUN-DEBIT
               ADD WS-Int TO WS-L1-FILE-DEBIT
           ELSE
               SUBTRACT WS-Int FROM WS-L1-RUN-CREDIT
               SUBTRACT WS-Int FROM WS-L1-FILE-CREDIT
           END-IF
           IF WS-L1-FIRST-SW = "Y" THEN
               MOVE WS-L1-FOO-INT TO WS-L1-INI-INT
               MOVE "N" TO WS-L1-FIRST-SW
           END-IF
           MOVE WS-L1-REC-COUNT TO WS-ECHO-SEQ-TXT
           IF WS-D-REC-ID IS NUMERIC AND WS-D-REC-ID NOT = 0 THEN
               MOVE WS-D-REC-ID TO WS-ECHO-ID-TXT
           ELSE
               MOVE SPACES TO WS-ECHO-ID-TXT
           END-IF
           MOVE WS-L1-FOO-INT TO WS-ECHO-VAL-TXT
           MOVE SPACES TO WS-ECHO-LINE
           STRING WS-ECHO-SEQ-TXT DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-ECHO-ID-TXT DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-ECHO-VAL-TXT DELIMITED BY SIZE
               INTO WS-ECHO-LINE
           WRITE LAB1C-ECHO-RECORD FROM WS-ECHO-LINE.

      *****************************************************
      * LAB1C-TRAILER-PARAGRAPH is LAB1c's trailer tie-out,    *
      * against LAB1c's own per-file counts, keeping the first  *
      * failure for LAB1c's acknowledgment.                      *
      *****************************************************
       LAB1C-TRAILER-PARAGRAPH.
           MOVE "Y" TO WS-L1-TRL-SEEN-SW
           IF WS-T-REC-COUNT NOT = WS-L1-FILE-REC-COUNT
               OR WS-T-HASH-TOTAL NOT = WS-L1-FILE-HASH THEN
               MOVE "Y" TO WS-L1-CTL-SW
               IF WS-L1-ACK-REASON = SPACES THEN
                   IF WS-T-REC-COUNT NOT = WS-L1-FILE-REC-COUNT THEN
                       MOVE "COUNT MISMATCH" TO WS-L1-ACK-REASON
                   ELSE
                       MOVE "HASH MISMATCH" TO WS-L1-ACK-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-L1-EXPECTED-CNT NOT = 0
               AND WS-L1-EXPECTED-CNT NOT = WS-L1-FILE-REC-COUNT
               MOVE "Y" TO WS-L1-CTL-SW
               IF WS-L1-ACK-REASON = SPACES THEN
                   MOVE "COUNT MISMATCH" TO WS-L1-ACK-REASON
               END-IF
           END-IF
           IF WS-T-DEBIT-TOTAL IS NUMERIC
                   AND WS-T-DEBIT-TOTAL NOT = WS-L1-FILE-DEBIT THEN
               MOVE "Y" TO WS-L1-CTL-SW
               IF WS-L1-ACK-REASON = SPACES THEN
                   MOVE "DEBIT MISMATCH" TO WS-L1-ACK-REASON
               END-IF
           END-IF
           IF WS-T-CREDIT-TOTAL IS NUMERIC
                   AND WS-T-CREDIT-TOTAL NOT = WS-L1-FILE-CREDIT THEN
               MOVE "Y" TO WS-L1-CTL-SW
               IF WS-L1-ACK-REASON = SPACES THEN
                   MOVE "CREDIT MISMATCH" TO WS-L1-ACK-REASON
               END-IF
           END-IF.

      *****************************************************
      * LAB1C-OUTPUT-PARAGRAPH prints LAB1c's daily summary    *
      * and raises LAB1c's warnings, logged and alerted under   *
      * LAB1C exactly as LAB1c's own run would.                  *
      *****************************************************
       LAB1C-OUTPUT-PARAGRAPH.
           MOVE "LAB1C" TO WS-LOG-PROGRAM
           DISPLAY " "
           DISPLAY "LAB1c Daily Summary   Region: " WS-REGION
           DISPLAY "Records read: " WS-L1-REC-COUNT
           IF WS-L1-REC-COUNT = 0 THEN
               DISPLAY "No records were read from lab1c-in.dat"
           ELSE
               DISPLAY "First value: " WS-L1-INI-INT
               DISPLAY "Last value: " WS-L1-FOO-INT
           END-IF
           IF WS-HELD-CNT > 0 THEN
               DISPLAY "*** WARNING: " WS-HELD-CNT " input file(s) "
                   "held and not posted -"
               DISPLAY "*** see LABHOLD for the holds."
           END-IF
           IF WS-L1-CTL-SW = "Y" THEN
               DISPLAY "*** WARNING: transmission short or corrupted -"
               DISPLAY "*** header/trailer control totals do not tie"
               DISPLAY "*** to the detail records actually read."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0101" TO WS-LOG-MSGNO
               MOVE "Control totals did not tie out" TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               PERFORM WRITE-ALERT-PARAGRAPH
           END-IF
           IF WS-L1-SEQ-ERR-SW = "Y" THEN
               DISPLAY "*** WARNING: record IDs arrived out of"
               DISPLAY "*** sequence or repeated - see the messages"
               DISPLAY "*** above for the offending IDs."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0102" TO WS-LOG-MSGNO
               MOVE "Record IDs out of sequence or repeated"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
           END-IF
           MOVE "LAB2C" TO WS-LOG-PROGRAM.

      *****************************************************
      * LAB1C-CLOSE-ECHO-PARAGRAPH closes LAB1c's echo listing *
      * and copies it to its dated generation, as LAB1c does.   *
      *****************************************************
       LAB1C-CLOSE-ECHO-PARAGRAPH.
           CLOSE LAB1C-ECHOFILE
           MOVE WS-L1-ECHOFILE-NAME TO WS-GEN-SRC-NAME
           PERFORM COPY-GENERATION-PARAGRAPH.

      *****************************************************
      * LAB1C-RECON-PARAGRAPH writes LAB1c's recon record from *
      * LAB1c's figures - the record LABRECON ties to LAB2c's.  *
      *****************************************************
       LAB1C-RECON-PARAGRAPH.
           ACCEPT WS-RECON-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO Recon-Record
           MOVE "LAB1C" TO RCN-SOURCE
           MOVE WS-RECON-DATE TO RCN-RUN-DATE
           MOVE WS-L1-REC-COUNT TO RCN-REC-COUNT
           MOVE WS-L1-RUN-HASH TO RCN-VALUE-TOTAL
           MOVE WS-L1-INI-INT TO RCN-FIRST-VAL
           MOVE WS-L1-FOO-INT TO RCN-LAST-VAL
           MOVE WS-BATCH-DATE TO RCN-BATCH-DATE
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LAB_OPERATOR"
           MOVE WS-OPERATOR-ID TO RCN-OPERATOR
           MOVE WS-LOCATION TO RCN-LOCATION
           MOVE WS-CYCLE TO RCN-CYCLE
           MOVE WS-L1-RUN-DEBIT TO RCN-DEBIT-TOTAL
           MOVE WS-L1-RUN-CREDIT TO RCN-CREDIT-TOTAL
           MOVE 0 TO RCN-HELD-COUNT
           MOVE 0 TO RCN-HELD-DEBIT
           MOVE 0 TO RCN-HELD-CREDIT
           MOVE WS-REL-COUNT TO RCN-REL-COUNT
           MOVE WS-REL-DEBIT TO RCN-REL-DEBIT
           MOVE WS-REL-CREDIT TO RCN-REL-CREDIT
           OPEN OUTPUT LAB1C-RECONFILE
           WRITE LAB1C-RECON-RECORD FROM Recon-Record
           CLOSE LAB1C-RECONFILE.

      *****************************************************
      * LAB1C-ACK-PARAGRAPH writes LAB1c's acknowledgment and  *
      * its acknowledgment-history row from LAB1c's figures.    *
      *****************************************************
       LAB1C-ACK-PARAGRAPH.
           MOVE "lab1c-ack.dat" TO WS-L1-ACKFILE-NAME
           ACCEPT WS-L1-ACKFILE-NAME FROM ENVIRONMENT "LAB1C_ACKFILE"
           IF WS-L1-ACKFILE-NAME = SPACES THEN
               MOVE "lab1c-ack.dat" TO WS-L1-ACKFILE-NAME
           END-IF
           MOVE SPACES TO Ack-Record
           MOVE "LAB1C" TO ACK-SOURCE
           MOVE WS-BATCH-DATE TO ACK-BATCH-DATE
           MOVE WS-L1-REC-COUNT TO ACK-REC-COUNT
           MOVE WS-L1-RUN-HASH TO ACK-HASH-TOTAL
           IF WS-L1-CTL-SW = "Y" THEN
               MOVE "R" TO ACK-STATUS
               MOVE WS-L1-ACK-REASON TO ACK-REASON
           ELSE
               MOVE "A" TO ACK-STATUS
           END-IF
           MOVE WS-PROVIDER TO ACK-PROVIDER
           OPEN OUTPUT LAB1C-ACKFILE
           WRITE LAB1C-ACK-RECORD FROM Ack-Record
           CLOSE LAB1C-ACKFILE
           OPEN EXTEND ACKHIST-FILE
           IF WS-ACKHIST-STATUS = "35" THEN
               OPEN OUTPUT ACKHIST-FILE
           END-IF
           MOVE SPACES TO Ack-Hist-Record
           ACCEPT AH-DATE FROM DATE YYYYMMDD
           ACCEPT AH-TIME FROM TIME
           MOVE "LAB1C" TO AH-SOURCE
           MOVE WS-PROVIDER TO AH-PROVIDER
           MOVE WS-BATCH-DATE TO AH-BATCH-DATE
           MOVE WS-L1-REC-COUNT TO AH-REC-COUNT
           MOVE WS-L1-RUN-HASH TO AH-HASH-TOTAL
           IF WS-L1-CTL-SW = "Y" THEN
               MOVE "R" TO AH-STATUS
               MOVE WS-L1-ACK-REASON TO AH-REASON
           ELSE
               MOVE "A" TO AH-STATUS
           END-IF
           WRITE Ack-Hist-Record
           CLOSE ACKHIST-FILE.

      *****************************************************
      * LAB1C-STATUS-PARAGRAPH leaves LAB1c's last-run status  *
      * for HelloWorld's menu and logs LAB1c's run-ended line.  *
      * No LAB1C run-history record is written - the time      *
      * belongs to this run's own record, and LABRUNRP would    *
      * otherwise count it twice.                                *
      *****************************************************
       LAB1C-STATUS-PARAGRAPH.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LAB_OPERATOR"
           MOVE SPACES TO RS-Record
           ACCEPT RS-LAST-DATE FROM DATE YYYYMMDD
           ACCEPT RS-LAST-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO RS-OPERATOR
           MOVE WS-L1-REC-COUNT TO RS-LAST-COUNT
           OPEN OUTPUT LAB1C-STATUS-FILE
           WRITE LAB1C-STATUS-RECORD FROM RS-Record
           CLOSE LAB1C-STATUS-FILE
           MOVE "LAB1C" TO WS-LOG-PROGRAM
           MOVE "I" TO WS-LOG-SEV
           MOVE "0002" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Run ended, records read " WS-L1-REC-COUNT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           MOVE "LAB2C" TO WS-LOG-PROGRAM.

      *****************************************************
      * YTD-REPORT-PARAGRAPH prints the running totals as     *
      * they stand after this run's figures were rolled in.   *
      *****************************************************
       YTD-REPORT-PARAGRAPH.
           DISPLAY " "
               PERFORM READ-FILELIST-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-FL-EOF = "Y"
               CLOSE FILELIST
           END-IF
           MOVE WS-FILE-CNT TO WS-LIST-CNT
           PERFORM PICKUP-RELEASED-PARAGRAPH.

      *****************************************************
      * PICKUP-RELEASED-PARAGRAPH asks LABHCHK for each feed   *
      * held from LAB2c whose hold has since been released and *
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
           MOVE "LAB2C" TO HRQ-PROGRAM
           MOVE "LAB2C" TO HRQ-FEED-TO
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
                       AND WS-FILE-IDX = WS-RESTART-FILE-IDX THEN
                   MOVE WS-RESTART-FILE-CNT TO WS-SKIP-CNT
                   COMPUTE WS-REBUILD-SEQ = WS-DETAIL-SEQ - WS-SKIP-CNT
                   MOVE WS-RESTART-FILE-CNT TO WS-FILE-DTL-CNT
               ELSE
                   MOVE 0 TO WS-FILE-REC-COUNT
               MOVE 0 TO WS-EXPECTED-CNT
               MOVE "N" TO WS-TRL-SEEN-SW
               MOVE "N" TO WS-EOF
               IF WS-COMBINED-SW = "Y" THEN
                   PERFORM LAB1C-FILE-START-PARAGRAPH
               END-IF
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
               IF WS-SKIP-CNT > 0 THEN
                   PERFORM SKIP-DETAIL-PARAGRAPH
                   MOVE WS-PREV-REC-ID TO WS-L1-PREV-REC-ID
                   MOVE WS-EXPECTED-CNT TO WS-L1-EXPECTED-CNT
               END-IF
               PERFORM READ-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE INFILE
               IF WS-COMBINED-SW = "Y"
                       AND WS-L1-TRL-SEEN-SW = "N" THEN
                   MOVE "Y" TO WS-L1-CTL-SW
                   IF WS-L1-ACK-REASON = SPACES THEN
                       MOVE "SHORT FILE" TO WS-L1-ACK-REASON
                   END-IF
               END-IF
               IF WS-TRL-SEEN-SW = "N" THEN
                   MOVE "Y" TO WS-CTL-SW
                   IF WS-ACK-REASON = SPACES THEN
           END-IF.

      *****************************************************
      * CHECK-HOLD-PARAGRAPH offers the file to LABHCHK before *
      * it is read. A feed an active hold covers has already   *
      * been moved to the held-feeds area and journaled when   *
      * the call returns - it is logged and alerted here, and  *
      * skipped with a zero placeholder in the batch table so  *
      * nothing from it posts. A report-only run leaves the    *
      * file where it is and only reports the hold. A combined *
      * pass offers it again as LAB1c's, since a hold on either *
      * program holds the one read - still fed to LAB2C, so    *
      * the released copy comes back to this program's run.    *
      *****************************************************
       CHECK-HOLD-PARAGRAPH.
           MOVE "N" TO WS-HELD-SW
           MOVE "C" TO HRQ-FUNCTION
           MOVE "LAB2C" TO HRQ-PROGRAM
           MOVE "LAB2C" TO HRQ-FEED-TO
           MOVE WS-PROVIDER TO HRQ-PROVIDER
           IF WS-SIM-SW = "Y" THEN
               MOVE "N" TO HRQ-ROUTE-SW
           ELSE
               MOVE "Y" TO HRQ-ROUTE-SW
           END-IF
           MOVE WS-INFILE-NAME TO HRQ-FILE-NAME
           CALL "LABHCHK" USING Hold-Request
           IF HRQ-RESULT NOT = "1" AND WS-COMBINED-SW = "Y" THEN
               MOVE "LAB1C" TO HRQ-PROGRAM
               CALL "LABHCHK" USING Hold-Request
           END-IF
           IF HRQ-RESULT NOT = "1" THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** Input file " WS-INFILE-NAME
               " is under hold " HRQ-HOLD-ID " - not posted."
           DISPLAY "*** Reason: " HRQ-REASON
           IF WS-SIM-SW NOT = "Y" THEN
               DISPLAY "*** Moved to " HRQ-HELD-NAME
           END-IF
           MOVE "W" TO WS-LOG-SEV
           MOVE "0110" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Feed held, hold " HRQ-HOLD-ID " batch "
               HRQ-BATCH-DATE
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-SIM-SW NOT = "Y" THEN
               PERFORM WRITE-ALERT-PARAGRAPH
           END-IF
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
           MOVE "LAB2C" TO HRQ-PROGRAM
           MOVE "LAB2C" TO HRQ-FEED-TO
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
           MOVE "LAB2C" TO HRQ-PROGRAM
           MOVE "LAB2C" TO HRQ-FEED-TO
           MOVE WS-PROVIDER TO HRQ-PROVIDER
           MOVE WS-PK-HOLD-ID(WS-PICK-IDX) TO HRQ-HOLD-ID
           MOVE WS-PK-BAT-DATE(WS-PICK-IDX) TO HRQ-BATCH-DATE
           MOVE WS-PK-ORIG-NAME(WS-PICK-IDX) TO HRQ-FILE-NAME
           MOVE WS-PK-FILE-SUB(WS-PICK-IDX) TO WS-BAT-SUB
           MOVE WS-FILE-ENTRY(WS-BAT-SUB) TO HRQ-HELD-NAME
           MOVE SPACES TO HRQ-REASON
           CALL "LABHCHK" USING Hold-Request.

      *****************************************************
      * SKIP-DETAIL-PARAGRAPH passes over the detail records a *
      * prior run already folded into the running totals      *
      * before a restart, without adding them in again - each *
      * is only sorted back into the held, suspended, and      *
      * posted-ID tables (REBUILD-DETAIL-PARAGRAPH), which the *
      * checkpoint does not carry.                              *
      *****************************************************
       SKIP-DETAIL-PARAGRAPH.
           MOVE 0 TO WS-SKIP-DONE
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
                           IF WS-D-REC-ID IS NUMERIC
                                   AND WS-D-REC-ID NOT = 0 THEN
                               MOVE WS-D-REC-ID TO WS-PREV-REC-ID
                           END-IF
                           PERFORM REBUILD-DETAIL-PARAGRAPH
                   END-EVALUATE
           END-READ.

      *****************************************************
      * REBUILD-DETAIL-PARAGRAPH sorts a detail read before    *
      * the checkpoint back the way the interrupted run sorted *
      * it - held as a duplicate, suspended over its limit, or *
      * posted - under the record number it had then           *
      * (WS-REBUILD-SEQ), touching none of the accumulators    *
      * the checkpoint restored.                                 *
      *****************************************************
       REBUILD-DETAIL-PARAGRAPH.
           ADD 1 TO WS-REBUILD-SEQ
           MOVE WS-DETAIL-SEQ TO WS-SAVE-SEQ
           MOVE WS-REBUILD-SEQ TO WS-DETAIL-SEQ
           PERFORM CHECK-DUPLICATE-PARAGRAPH
           MOVE "N" TO WS-SUS-HIT-SW
           IF WS-DUP-HIT-SW = "N" THEN
               PERFORM CHECK-LIMIT-PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-DUP-HIT-SW = "Y"
                   PERFORM KEEP-DUPLICATE-PARAGRAPH
               WHEN WS-SUS-HIT-SW = "Y"
                   PERFORM KEEP-SUSPENSE-PARAGRAPH
               WHEN OTHER
                   PERFORM RECORD-POSTED-ID-PARAGRAPH
           END-EVALUATE
           PERFORM ADD-RELEASE-PARAGRAPH
           MOVE WS-SAVE-SEQ TO WS-DETAIL-SEQ.

      *****************************************************
      * REBUILD-FILE-PARAGRAPH reads through a file the prior  *
      * run finished before its checkpoint the same way, so    *
      * its details are sorted back into the tables too. A     *
      * file gone since is passed over quietly.                 *
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

      *****************************************************
      * LOAD-CHECKPOINT-PARAGRAPH looks for a checkpoint left  *
      * behind by an earlier, incomplete run. An empty or      *
                       MOVE CKPT-FILE-HASH TO WS-FILE-HASH
                       MOVE CKPT-EXPECTED-CNT TO WS-EXPECTED-CNT
                       MOVE CKPT-CTL-SW TO WS-CTL-SW
                       IF WS-COMBINED-SW = "Y" THEN
                           PERFORM LAB1C-LOAD-CKPT-PARAGRAPH
                       END-IF
                       DISPLAY "Resuming from checkpoint after record "
                           WS-DETAIL-SEQ
               END-READ
      * listing are not saved here - they are impractical to   *
      * flatten into a single checkpoint record, so a restart  *
      * run's secondary analyses only reflect records read      *
      * from the restart point forward. The held, suspended,   *
      * and posted-ID tables are not saved either - a restart  *
      * rebuilds them as it skips (SKIP-DETAIL-PARAGRAPH).      *
      *****************************************************
       WRITE-CHECKPOINT-PARAGRAPH.
           MOVE SPACES TO CKPT-RECORD
           MOVE WS-INFILE-NAME TO CKPT-INFILE-NAME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LAB_OPERATOR"
           MOVE WS-OPERATOR-ID TO CKPT-OPERATOR
           MOVE WS-COMBINED-SW TO CKPT-COMBINED
           IF WS-COMBINED-SW = "Y" THEN
               MOVE WS-L1-REC-COUNT TO CKPT-L1-REC-COUNT
               MOVE WS-L1-INI-INT TO CKPT-L1-INI-INT
               MOVE WS-L1-FOO-INT TO CKPT-L1-FOO-INT
               MOVE WS-L1-FIRST-SW TO CKPT-L1-FIRST-SW
               MOVE WS-L1-RUN-HASH TO CKPT-L1-RUN-HASH
               MOVE WS-L1-FILE-HASH TO CKPT-L1-FILE-HASH
               MOVE WS-L1-CTL-SW TO CKPT-L1-CTL-SW
           END-IF
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CKPT-RECORD
           CLOSE CHECKPOINT-FILE.
           MOVE WS-CYCLE TO RCN-CYCLE
           MOVE WS-RUN-DEBIT TO RCN-DEBIT-TOTAL
           MOVE WS-RUN-CREDIT TO RCN-CREDIT-TOTAL
           COMPUTE RCN-HELD-COUNT = WS-DUP-CNT + WS-SUS-CNT
           MOVE WS-HELD-DEBIT TO RCN-HELD-DEBIT
           MOVE WS-HELD-CREDIT TO RCN-HELD-CREDIT
           MOVE WS-REL-COUNT TO RCN-REL-COUNT
           MOVE WS-REL-DEBIT TO RCN-REL-DEBIT
           MOVE WS-REL-CREDIT TO RCN-REL-CREDIT
           OPEN OUTPUT RECONFILE
           WRITE Recon-Record
           CLOSE RECONFILE.

      *****************************************************
      * WRITE-XFER-PARAGRAPH leaves this run's transfer         *
      * subtotals behind for LABCONSR. The file is rewritten    *
      * every run, like the recon record - a run with no        *
      * transfers leaves it empty rather than stale.            *
      *****************************************************
       WRITE-XFER-PARAGRAPH.
           IF WS-SIM-SW = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT XFERFILE
           PERFORM WRITE-ONE-XFER-PARAGRAPH
               VARYING WS-XFR-IDX FROM 1 BY 1
               UNTIL WS-XFR-IDX > WS-XFR-CNT
           CLOSE XFERFILE.

       WRITE-ONE-XFER-PARAGRAPH.
           MOVE SPACES TO Xfer-Sum-Record
           MOVE WS-XFR-LOC(WS-XFR-IDX) TO XFS-LOCATION
           MOVE WS-XFR-CPTY(WS-XFR-IDX) TO XFS-CPTY-LOC
           MOVE WS-XFR-DIR(WS-XFR-IDX) TO XFS-DIRECTION
           MOVE WS-BATCH-DATE TO XFS-BATCH-DATE
           MOVE WS-RECON-DATE TO XFS-RUN-DATE
           MOVE WS-XFR-COUNT(WS-XFR-IDX) TO XFS-COUNT
           MOVE WS-XFR-SUM(WS-XFR-IDX) TO XFS-VALUE
           WRITE Xfer-Sum-Record.

      *****************************************************
      * WRITE-CAT-LEDGER-PARAGRAPH posts each category's       *
      * count/hi/lo/sum from WS-CAT-TABLE to the category      *
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
      *            A combined pass posts LAB1c's batch as well, so
      *            one LAB1c already posted stops it the same way.
                   IF BRG-BATCH-DATE = WS-BATCH-DATE
                           AND ((BRG-SOURCE = "LAB2C"
                                   AND BRG-STATUS NOT = "R")
                             OR (BRG-SOURCE = "LAB1C"
                                   AND WS-COMBINED-SW = "Y")) THEN
                       IF BRG-CYCLE IS NUMERIC
                               AND BRG-CYCLE NOT = 0 THEN
                           MOVE BRG-CYCLE TO WS-BREG-CYCLE
      * per batch processed this run, once the run has         *
      * finished normally - a cancelled run leaves no register  *
      * entry, so its batches can be rerun without an override. *
      * The post date and time taken here also stamp the run's *
      * posted IDs and detail histories, so a reversal of one  *
      * of these rows picks out exactly this run's postings.    *
      *****************************************************
       WRITE-BATCH-REG-PARAGRAPH.
           IF WS-SIM-SW = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
           ACCEPT WS-POST-TIME FROM TIME
           IF WS-BATCH-CNT = 0 THEN
               CONTINUE
           ELSE
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
           IF WS-COMBINED-SW = "Y" THEN
               MOVE "Y" TO BRG-COMBINED
           END-IF
           MOVE WS-OPERATOR TO BRG-OPERATOR
           WRITE Batch-Reg-Record.

      *****************************************************
      * LOAD-POSTED-IDS-PARAGRAPH settles this run's window -  *
      * the provider's PRV-DUP-DAYS, else LAB2C_DUP_DAYS, else *
      * 7 days - and loads the IDs posted for the provider      *
      * since the cutoff. A missing history file (first run)    *
      * or provider file just means nothing to compare with.    *
      *****************************************************
       LOAD-POSTED-IDS-PARAGRAPH.
           MOVE "lab-posted-ids.dat" TO WS-PIDFILE-NAME
           ACCEPT WS-PIDFILE-NAME FROM ENVIRONMENT "LAB_POSTIDS"
           IF WS-PIDFILE-NAME = SPACES THEN
               MOVE "lab-posted-ids.dat" TO WS-PIDFILE-NAME
           END-IF
           MOVE "lab-dup-hold.dat" TO WS-DHLFILE-NAME
           ACCEPT WS-DHLFILE-NAME FROM ENVIRONMENT "LAB_DUPHOLD"
           IF WS-DHLFILE-NAME = SPACES THEN
               MOVE "lab-dup-hold.dat" TO WS-DHLFILE-NAME
           END-IF
           MOVE SPACES TO WS-DUP-DAYS-STAGE
           ACCEPT WS-DUP-DAYS-STAGE FROM ENVIRONMENT "LAB2C_DUP_DAYS"
           IF WS-DUP-DAYS-STAGE NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-DUP-DAYS-STAGE) = 0
                   THEN
               COMPUTE WS-DUP-DAYS =
                   FUNCTION NUMVAL(WS-DUP-DAYS-STAGE)
           END-IF
           MOVE "lab-providers.dat" TO WS-PROVFILE-NAME
           ACCEPT WS-PROVFILE-NAME FROM ENVIRONMENT "LAB_PROVFILE"
           IF WS-PROVFILE-NAME = SPACES THEN
               MOVE "lab-providers.dat" TO WS-PROVFILE-NAME
           END-IF
           MOVE "N" TO WS-PROV-EOF
           OPEN INPUT PROV-FILE
           IF WS-PROV-STATUS = "00" THEN
               PERFORM READ-PROV-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-PROV-EOF = "Y"
               CLOSE PROV-FILE
           END-IF
           MOVE 0 TO WS-PID-CNT
           IF WS-DUP-DAYS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DUP-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-DUP-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DUP-TODAY) - WS-DUP-DAYS)
           PERFORM LOAD-REVERSED-PARAGRAPH
           MOVE "N" TO WS-PID-EOF
           OPEN INPUT POSTIDS-FILE
           IF WS-PID-STATUS = "00" THEN
               PERFORM READ-POSTIDS-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-PID-EOF = "Y"
               CLOSE POSTIDS-FILE
           END-IF.

       READ-PROV-PARAGRAPH.
           READ PROV-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PROV-EOF
               NOT AT END
                   IF PRV-CODE = WS-PROVIDER
                           AND PRV-DUP-DAYS IS NUMERIC THEN
                       MOVE PRV-DUP-DAYS TO WS-DUP-DAYS
                       MOVE "Y" TO WS-PROV-EOF
                   END-IF
           END-READ.

      *****************************************************
      * LOAD-REVERSED-PARAGRAPH picks the provider's reversed *
      * batches off the batch register (BRG-STATUS R). Their   *
      * posted IDs were backed out with the batch, so they must *
      * not hold the corrected re-feed. The post date and time  *
      * keep a re-feed posted under the same date and cycle -   *
      * even the same day - from being mistaken for the         *
      * reversed posting.                                        *
      *****************************************************
       LOAD-REVERSED-PARAGRAPH.
           MOVE 0 TO WS-RVB-CNT
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-REVERSED-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-BREG-EOF = "Y"
           CLOSE BATCHREG-FILE
           MOVE "N" TO WS-BREG-EOF.

       READ-REVERSED-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   IF BRG-SOURCE = "LAB2C"
                           AND BRG-STATUS = "R"
                           AND (BRG-PROVIDER = WS-PROVIDER
                               OR BRG-PROVIDER = SPACES)
                           AND WS-RVB-CNT < 100 THEN
                       ADD 1 TO WS-RVB-CNT
                       MOVE BRG-BATCH-DATE TO WS-RVB-BDATE(WS-RVB-CNT)
                       IF BRG-CYCLE IS NUMERIC
                               AND BRG-CYCLE NOT = 0 THEN
                           MOVE BRG-CYCLE TO WS-RVB-CYCLE(WS-RVB-CNT)
                       ELSE
                           MOVE 1 TO WS-RVB-CYCLE(WS-RVB-CNT)
                       END-IF
                       MOVE BRG-POST-DATE TO WS-RVB-PDATE(WS-RVB-CNT)
                       MOVE BRG-POST-TIME TO WS-RVB-PTIME(WS-RVB-CNT)
                   END-IF
           END-READ.

       FIND-REVERSED-PARAGRAPH.
           IF WS-RVB-BDATE(WS-RVB-IDX) = PID-BATCH-DATE
                   AND WS-RVB-CYCLE(WS-RVB-IDX) = PID-CYCLE
                   AND WS-RVB-PDATE(WS-RVB-IDX) = PID-POST-DATE THEN
      *        A row from before PID-POST-TIME was kept goes on
      *        the post date alone.
               IF PID-POST-TIME IS NOT NUMERIC
                       OR WS-RVB-PTIME(WS-RVB-IDX) = PID-POST-TIME THEN
                   MOVE "Y" TO WS-RVB-HIT-SW
               END-IF
           END-IF.

       READ-POSTIDS-PARAGRAPH.
           READ POSTIDS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PID-EOF
               NOT AT END
                   MOVE "N" TO WS-RVB-HIT-SW
                   IF PID-PROVIDER = WS-PROVIDER
                           AND PID-POST-DATE NOT < WS-DUP-CUTOFF THEN
                       PERFORM FIND-REVERSED-PARAGRAPH
                           VARYING WS-RVB-IDX FROM 1 BY 1
                           UNTIL WS-RVB-IDX > WS-RVB-CNT
                               OR WS-RVB-HIT-SW = "Y"
                   END-IF
                   IF PID-PROVIDER = WS-PROVIDER
                           AND PID-POST-DATE NOT < WS-DUP-CUTOFF
                           AND WS-RVB-HIT-SW = "N" THEN
                       IF WS-PID-CNT < 20000 THEN
                           ADD 1 TO WS-PID-CNT
                           MOVE PID-REC-ID TO WS-PID-ID(WS-PID-CNT)
                           MOVE PID-VALUE TO WS-PID-VALUE(WS-PID-CNT)
                           MOVE PID-BATCH-DATE
                               TO WS-PID-BDATE(WS-PID-CNT)
                           MOVE PID-CYCLE TO WS-PID-CYCLE(WS-PID-CNT)
                       ELSE
                           MOVE "Y" TO WS-PID-OVER-SW
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * WRITE-POSTED-IDS-PARAGRAPH appends the IDs this run    *
      * posted, off the detail spool, to the history, once the *
      * run has finished normally - like the batch register, a *
      * cancelled or simulated run leaves nothing behind.      *
      * LABRETEN ages the file off by PID-POST-DATE.            *
      *****************************************************
       WRITE-POSTED-IDS-PARAGRAPH.
           IF WS-SIM-SW = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DTHSPOOL-FILE
           IF WS-DSP-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-DSP-ERR-SW
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND POSTIDS-FILE
           IF WS-PID-STATUS = "35" THEN
               OPEN OUTPUT POSTIDS-FILE
           END-IF
           MOVE "N" TO WS-DSP-EOF
           PERFORM WRITE-ONE-POSTED-ID-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-DSP-EOF = "Y"
           CLOSE POSTIDS-FILE
           CLOSE DTHSPOOL-FILE.

       WRITE-ONE-POSTED-ID-PARAGRAPH.
           READ DTHSPOOL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DSP-EOF
               NOT AT END
                   MOVE SPACES TO Posted-Id-Record
                   MOVE WS-POST-DATE TO PID-POST-DATE
                   MOVE WS-POST-TIME TO PID-POST-TIME
                   MOVE DSP-PROVIDER TO PID-PROVIDER
                   MOVE DSP-REC-ID TO PID-REC-ID
                   MOVE DSP-VALUE TO PID-VALUE
                   MOVE DSP-BATCH-DATE TO PID-BATCH-DATE
                   MOVE DSP-CYCLE TO PID-CYCLE
                   WRITE Posted-Id-Record
           END-READ.

      *****************************************************
      * WRITE-DTL-HIST-PARAGRAPH adds the details this run      *
      * posted, off the detail spool, to the keyed detail       *
      * history, under the same rule as the posted-ID history - *
      * only a run that finished normally, never a simulation.  *
      * A key already on file (the same detail of the same      *
      * batch and cycle posted again under the override) is     *
      * replaced, so the history shows what was posted last.    *
      * An unusable file warns and the run carries on - the     *
      * posting itself is already complete.                     *
      *****************************************************
       WRITE-DTL-HIST-PARAGRAPH.
           IF WS-SIM-SW = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "lab-dtl-hist.dat" TO WS-DTHFILE-NAME
           ACCEPT WS-DTHFILE-NAME FROM ENVIRONMENT "LAB_DTLHIST"
           IF WS-DTHFILE-NAME = SPACES THEN
               MOVE "lab-dtl-hist.dat" TO WS-DTHFILE-NAME
           END-IF
           OPEN I-O DTLHIST-FILE
           IF WS-DTH-STATUS = "35" THEN
               OPEN OUTPUT DTLHIST-FILE
               CLOSE DTLHIST-FILE
               OPEN I-O DTLHIST-FILE
           END-IF
           IF WS-DTH-STATUS NOT = "00" THEN
               DISPLAY "*** WARNING: detail history not updated - "
                   WS-DTHFILE-NAME " status " WS-DTH-STATUS
               MOVE "W" TO WS-LOG-SEV
               MOVE "0105" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Detail history not updated, status "
                   WS-DTH-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               PERFORM WRITE-ALERT-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DTHSPOOL-FILE
           IF WS-DSP-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-DSP-ERR-SW
           ELSE
               MOVE "N" TO WS-DSP-EOF
               PERFORM WRITE-ONE-DTL-HIST-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-DSP-EOF = "Y"
               CLOSE DTHSPOOL-FILE
           END-IF
           CLOSE DTLHIST-FILE.

      *****************************************************
      * CHECK-DTH-SPOOL-PARAGRAPH reports a spool that could   *
      * not be written or read back - both histories are then  *
      * short of details this run posted, so it is alerted and *
      * the run ends RC 4 (see SET-RETURN-CODE-PARAGRAPH).       *
      *****************************************************
       CHECK-DTH-SPOOL-PARAGRAPH.
           IF WS-DSP-ERR-SW NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** WARNING: detail spool " WS-DSPFILE-NAME
               " failed - the posted-ID and detail"
           DISPLAY "*** histories are missing details this run "
               "posted."
           MOVE "W" TO WS-LOG-SEV
           MOVE "0105" TO WS-LOG-MSGNO
           MOVE "Detail histories incomplete - spool failed"
               TO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM WRITE-ALERT-PARAGRAPH.

       WRITE-ONE-DTL-HIST-PARAGRAPH.
           READ DTHSPOOL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DSP-EOF
               NOT AT END
                   MOVE Dth-Spool-Record TO Dtl-Hist-Record
                   MOVE WS-POST-DATE TO DTH-POST-DATE
                   MOVE WS-POST-TIME TO DTH-POST-TIME
                   WRITE Dtl-Hist-Record
                       INVALID KEY
                           REWRITE Dtl-Hist-Record
                   END-WRITE
           END-READ.

      *****************************************************
      * WRITE-DUP-HOLD-PARAGRAPH leaves each held detail on the *
      * hold file, status H, for LABDUPRL.                       *
      *****************************************************
       WRITE-DUP-HOLD-PARAGRAPH.
           IF WS-SIM-SW = "Y" OR WS-DUP-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DUP-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND DUPHOLD-FILE
           IF WS-DHL-STATUS = "35" THEN
               OPEN OUTPUT DUPHOLD-FILE
           END-IF
           PERFORM WRITE-ONE-DUP-HOLD-PARAGRAPH
               VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-DUP-CNT
           CLOSE DUPHOLD-FILE.

       WRITE-ONE-DUP-HOLD-PARAGRAPH.
           MOVE SPACES TO Dup-Hold-Record
           MOVE "H" TO DHL-STATUS
           MOVE WS-DUP-TODAY TO DHL-HOLD-DATE
           MOVE WS-PROVIDER TO DHL-PROVIDER
           MOVE WS-DUP-BDATE(WS-DUP-IDX) TO DHL-BATCH-DATE
           MOVE WS-DUP-CYCLE(WS-DUP-IDX) TO DHL-CYCLE
           MOVE WS-DUP-SEQ(WS-DUP-IDX) TO DHL-SEQ
           MOVE WS-DUP-MDATE(WS-DUP-IDX) TO DHL-MATCH-DATE
           MOVE WS-DUP-MCYCLE(WS-DUP-IDX) TO DHL-MATCH-CYCLE
           MOVE WS-DUP-DETAIL(WS-DUP-IDX) TO DHL-DETAIL
           MOVE 0 TO DHL-ACTION-DATE
           WRITE Dup-Hold-Record.

      *****************************************************
      * WRITE-SUSPENSE-PARAGRAPH appends this run's suspended  *
      * details to the suspense file, status S, for LABSUSWK.   *
      * A simulation run posts nothing here either.              *
      *****************************************************
       WRITE-SUSPENSE-PARAGRAPH.
           IF WS-SIM-SW = "Y" OR WS-SUS-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-SUS-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUS-STATUS = "35" THEN
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           PERFORM WRITE-ONE-SUSPENSE-PARAGRAPH
               VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUS-CNT
           CLOSE SUSPENSE-FILE.

       WRITE-ONE-SUSPENSE-PARAGRAPH.
           MOVE SPACES TO Susp-Record
           MOVE "S" TO SUS-STATUS
           MOVE WS-SUS-TODAY TO SUS-SUSP-DATE
           MOVE WS-PROVIDER TO SUS-PROVIDER
           MOVE WS-SUS-BDATE(WS-SUS-IDX) TO SUS-BATCH-DATE
           MOVE WS-SUS-CYCLE(WS-SUS-IDX) TO SUS-CYCLE
           MOVE WS-SUS-SEQ(WS-SUS-IDX) TO SUS-SEQ
           MOVE WS-SUS-LIMIT(WS-SUS-IDX) TO SUS-LIMIT
           MOVE WS-SUS-DETAIL(WS-SUS-IDX) TO SUS-DETAIL
           MOVE 0 TO SUS-ACTION-DATE
           WRITE Susp-Record.

      *****************************************************
      * WRITE-STATUS-PARAGRAPH leaves this run's date/time/   *
      * count behind for HelloWorld's front-end menu to read  *
      * WRITE-RUNHIST-PARAGRAPH appends this run's figures to  *
      * the run-history file - start/end times, duration in    *
      * seconds (rolling over midnight), record count, and the *
      * run's return code (WS-RUN-RC) - for LABRUNRP.          *
      *****************************************************
       WRITE-RUNHIST-PARAGRAPH.
           MOVE "lab-run-hist.dat" TO WS-RUNHIST-NAME
           MOVE WS-END-TIME TO RNH-END-TIME
           MOVE WS-DURATION TO RNH-DURATION
           MOVE NUM-INT TO RNH-REC-COUNT
           MOVE WS-RUN-RC TO RNH-RC
           WRITE Run-Hist-Record
           CLOSE RUNHIST-FILE.

       STOP-PARAGRAPH.
           PERFORM WRITE-STATUS-PARAGRAPH
           PERFORM RELEASE-LOCK-PARAGRAPH
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.
      *****************************************************
      * WRITE-RUNLOG-PARAGRAPH appends one timestamped event  *
           MOVE SPACES TO Run-Log-Record
           ACCEPT RLG-DATE FROM DATE YYYYMMDD
           ACCEPT RLG-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
                   END-IF
           END-READ.

      *****************************************************
      * LOAD-LOCMAST-PARAGRAPH loads the location master's     *
      * names once at start-up - a missing file leaves the      *
      * table empty and the location subtotals print codes      *
      * only, as before the master existed.                      *
      *****************************************************
       LOAD-LOCMAST-PARAGRAPH.
           MOVE "lab-locations.dat" TO WS-LOCFILE-NAME
           ACCEPT WS-LOCFILE-NAME FROM ENVIRONMENT "LAB_LOCFILE"
           IF WS-LOCFILE-NAME = SPACES THEN
               MOVE "lab-locations.dat" TO WS-LOCFILE-NAME
           END-IF
           MOVE 0 TO WS-LCM-CNT
           MOVE "N" TO WS-LOCMAST-EOF
           OPEN INPUT LOCMAST-FILE
           IF WS-LOCMAST-STATUS = "00" THEN
               PERFORM READ-LOCMAST-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-LOCMAST-EOF = "Y"
               CLOSE LOCMAST-FILE
           END-IF.

       READ-LOCMAST-PARAGRAPH.
           READ LOCMAST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LOCMAST-EOF
               NOT AT END
                   IF WS-LCM-CNT < 50 THEN
                       ADD 1 TO WS-LCM-CNT
                       MOVE LCM-CODE TO WS-LCM-CODE(WS-LCM-CNT)
                       MOVE LCM-NAME TO WS-LCM-NAME(WS-LCM-CNT)
                       MOVE LCM-REGION TO WS-LCM-REGION(WS-LCM-CNT)
                       MOVE LCM-ACTIVE TO WS-LCM-ACTIVE(WS-LCM-CNT)
                   END-IF
           END-READ.

      *    A disabled plant still resolves to its name here - the
      *    report describes what was posted, not what is allowed.
       LOOKUP-LOCMAST-PARAGRAPH.
           MOVE "N" TO WS-LCM-FOUND-SW
           MOVE 0 TO WS-LCM-FOUND-IDX
           PERFORM SCAN-LOCMAST-PARAGRAPH
               VARYING WS-LCM-IDX FROM 1 BY 1
               UNTIL WS-LCM-IDX > WS-LCM-CNT
                   OR WS-LCM-FOUND-SW = "Y".

       SCAN-LOCMAST-PARAGRAPH.
           IF WS-LCM-CODE(WS-LCM-IDX) = WS-LOC-CODE(WS-LOC-IDX) THEN
               MOVE "Y" TO WS-LCM-FOUND-SW
               SET WS-LCM-FOUND-IDX TO WS-LCM-IDX
           END-IF.

      *****************************************************
      * LOOKUP-CATREF-PARAGRAPH finds WS-CRF-LOOK-CODE on the *
      * loaded table - WS-CRF-FOUND-SW says whether it is on   *
           MOVE WS-ALR-NEXT-SEQ TO ALR-SEQ
           ACCEPT ALR-DATE FROM DATE YYYYMMDD
           ACCEPT ALR-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO ALR-PROGRAM
           MOVE WS-LOG-SEV TO ALR-SEVERITY
           MOVE WS-LOG-TEXT TO ALR-TEXT
           MOVE WS-LOG-MSGNO TO ALR-MSG-NO
           MOVE "N" TO ALR-ACK-FLAG
           WRITE Alert-Record
           CLOSE ALERT-FILE.
           MOVE LO-INT TO YJ-POST-LO
           MOVE WS-RUN-DEBIT TO YJ-POST-DEBITS
           MOVE WS-RUN-CREDIT TO YJ-POST-CREDITS
           MOVE "A" TO CHN-FUNCTION
           MOVE WS-YJRNFILE-NAME TO CHN-FILE-NAME
           MOVE 90 TO CHN-DATA-LEN
           MOVE Ytd-Jrnl-Record TO CHN-DATA
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-VALUE TO YJ-CHAIN
           WRITE Ytd-Jrnl-Record
           CLOSE YTDJRNL-FILE.

           MOVE "R" TO LRQ-FUNCTION
           MOVE "YTDFILE" TO LRQ-NAME
           MOVE "LAB2C" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request
           IF WS-L1-LOCK-SW = "Y" THEN
               MOVE "R" TO LRQ-FUNCTION
               MOVE "LAB1C" TO LRQ-NAME
               MOVE "LAB2C" TO LRQ-PROGRAM
               CALL "LABLOCK" USING Lock-Request
               MOVE "N" TO WS-L1-LOCK-SW
           END-IF.

      *****************************************************
      * FIND-ALERT-SEQ-PARAGRAPH walks the indexed alert file  *
