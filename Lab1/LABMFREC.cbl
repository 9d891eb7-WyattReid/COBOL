       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABMFREC.
       AUTHOR. Wyatt Reid.
      * "Master-versus-feed completeness reconciliation - LABRECON"
      * "proves LAB1c and LAB2c saw the same feed; this proves the"
      * "feed matches what LAB-MASTER.dat says should exist. The"
      * "day's posted record IDs off the LAB2c echo listing are"
      * "held against every master record active on the batch"
      * "date (MST-EFF-DATE/MST-EXP-DATE, the same test LABEXTR"
      * "selects by): master records that never arrived, feed"
      * "records with no active master, and feed records whose"
      * "category or plant location disagrees with the master are"
      * "listed on the report, the counts go to the history file"
      * "for the daily control sheet (LABCTLSH), and a missing"
      * "percentage over the threshold raises an operator alert"
      * "and ends the step with RETURN-CODE 4 for LABNIGHT."
      * "2026-10-15 WAR Each alert now carries the run-log message"
      * "            number it was logged under (ALR-MSG-NO), so"
      * "            HelloWorld can show the catalog's operator"
      * "            response beside it."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERFILE ASSIGN TO WS-MASTERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-REC-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT ECHO-FILE ASSIGN TO WS-ECHOFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ECHO-STATUS.
           SELECT LAB2-RECONFILE ASSIGN TO WS-LAB2-RECONFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LAB2-RECON-STATUS.
           SELECT HISTFILE ASSIGN TO WS-HISTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO WS-ALERTFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-SEQ
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTERFILE.
           COPY INTMAST.

       FD  ECHO-FILE.
       01  ECHO-RECORD         Pic X(80).

       FD  LAB2-RECONFILE.
           COPY RECONREC.

       FD  HISTFILE.
           COPY MFRECHST.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
      * "LAB_ALERTS points at the central operator alert file -"
      * "serious conditions land there too, and HelloWorld shows"
      * "them at sign-on until someone acknowledges them."
       01  WS-ALERTFILE-NAME   Pic X(40).
       01  WS-ALERT-STATUS     Pic X(2).
       01  WS-ALERT-EOF        Pic A(1).
       01  WS-ALR-NEXT-SEQ     Pic 9(6).
      * "LAB_RUNLOG points at the shared run-log every program in"
      * "the suite appends its significant events to - see LABLOGVW"
      * "for the filtered listing."
       01  WS-RUNLOG-NAME      Pic X(40).
       01  WS-RUNLOG-STATUS    Pic X(2).
       01  WS-LOG-SEV          Pic X(1).
       01  WS-LOG-MSGNO        Pic X(4).
       01  WS-LOG-TEXT         Pic X(50).

      * "LABMAINT_MASTERFILE/LAB2C_ECHOFILE/LABRECON_LAB2FILE are"
      * "the names the owning programs honor, so the check reads"
      * "exactly the files the night's run wrote."
      * "LABMFREC_OUTFILE/LABMFREC_HISTFILE stand in for JCL DD"
      * "overrides. LABMFREC_DATE overrides the batch date (default"
      * "the LAB2c recon record's, else today); LABMFREC_MISS_PCT"
      * "is the missing-record percentage above which the step"
      * "ends with RETURN-CODE 4 (default 5)."
       01  WS-MASTERFILE-NAME  Pic X(40).
       01  WS-MST-STATUS       Pic X(2).
       01  WS-MST-EOF          Pic A(1).
       01  WS-ECHOFILE-NAME    Pic X(40).
       01  WS-ECHO-STATUS      Pic X(2).
       01  WS-ECHO-EOF         Pic A(1).
       01  WS-LAB2-RECONFILE-NAME Pic X(40).
       01  WS-LAB2-RECON-STATUS Pic X(2).
       01  WS-HISTFILE-NAME    Pic X(40).
       01  WS-HIST-STATUS      Pic X(2).
       01  WS-OUTFILE-NAME     Pic X(40).

       01  WS-DATE-INPUT       Pic X(8).
       01  WS-PCT-INPUT        Pic X(8).
       01  WS-BATCH-DATE       Pic 9(8)        VALUE 0.
       01  WS-THRESHOLD        Pic 9(3)V9(2)   VALUE 5.00.
       01  WS-MISS-PCT         Pic 9(3)V9(2)   VALUE 0.
      * "LAB_REGION names the active region - printed on the"
      * "heading so a test page can never be mistaken for"
      * "production (see LABRGSET)."
       01  WS-REGION           Pic X(8)        VALUE "PROD".

      * "The day's stamped details off the echo listing - record"
      * "ID, category (column 29), and plant location (column"
      * "33). A comparison over a truncated table would list false"
      * "missing records, so an over-2000-detail day skips the"
      * "check loudly instead."
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 2000 TIMES INDEXED BY WS-FEED-IDX.
               10  WS-F-REC-ID     Pic 9(6).
               10  WS-F-CATEGORY   Pic X(2).
               10  WS-F-LOCATION   Pic X(3).
       01  WS-FEED-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-FEED-OVER-SW     Pic A(1)        VALUE "N".
       01  WS-SIM-SW           Pic A(1)        VALUE "N".
       01  WS-FOUND-SW         Pic A(1)        VALUE "N".
       01  WS-ACTIVE-SW        Pic A(1)        VALUE "N".

       01  WS-EFF-WORK         Pic 9(8)        VALUE 0.
       01  WS-EXP-WORK         Pic 9(8)        VALUE 0.
       01  WS-ACTIVE-CNT       Pic 9(6)        VALUE 0.
       01  WS-MATCHED-CNT      Pic 9(6)        VALUE 0.
       01  WS-MISSING-CNT      Pic 9(6)        VALUE 0.
       01  WS-NO-MASTER-CNT    Pic 9(6)        VALUE 0.
       01  WS-DISAGREE-CNT     Pic 9(6)        VALUE 0.
       01  WS-UNSTAMPED-CNT    Pic 9(6)        VALUE 0.
       01  WS-FEED-TOT         Pic 9(6)        VALUE 0.

       01  WS-REPORT-LINE      Pic X(100).
       01  WS-CNT-TXT          Pic Z(5)9.
       01  WS-PCT-TXT          Pic ZZ9.99.
       01  WS-THR-TXT          Pic ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM LOAD-FEED-PARAGRAPH
           IF WS-FEED-OVER-SW = "Y" THEN
               PERFORM FEED-OVERFLOW-PARAGRAPH
               STOP RUN
           END-IF
           OPEN INPUT MASTERFILE
           IF WS-MST-STATUS NOT = "00" THEN
               DISPLAY "*** Master file not found or unreadable: "
                   WS-MASTERFILE-NAME
               DISPLAY "*** FILE STATUS: " WS-MST-STATUS
               DISPLAY "*** Run terminated."
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Feed records with no active master, or disagreeing:"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           PERFORM CHECK-FEED-PARAGRAPH
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-CNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "Active master records that never arrived:"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "N" TO WS-MST-EOF
           MOVE 0 TO MST-REC-ID
           START MASTERFILE KEY NOT < MST-REC-ID
               INVALID KEY MOVE "Y" TO WS-MST-EOF
           END-START
           PERFORM WALK-MASTER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-MST-EOF = "Y"
           CLOSE MASTERFILE
           PERFORM WRAP-UP-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-master.dat" TO WS-MASTERFILE-NAME
           ACCEPT WS-MASTERFILE-NAME FROM ENVIRONMENT
               "LABMAINT_MASTERFILE"
           IF WS-MASTERFILE-NAME = SPACES THEN
               MOVE "lab-master.dat" TO WS-MASTERFILE-NAME
           END-IF
           MOVE "lab2c-echo.dat" TO WS-ECHOFILE-NAME
           ACCEPT WS-ECHOFILE-NAME FROM ENVIRONMENT "LAB2C_ECHOFILE"
           IF WS-ECHOFILE-NAME = SPACES THEN
               MOVE "lab2c-echo.dat" TO WS-ECHOFILE-NAME
           END-IF
           MOVE "lab2c-recon.dat" TO WS-LAB2-RECONFILE-NAME
           ACCEPT WS-LAB2-RECONFILE-NAME FROM ENVIRONMENT
               "LABRECON_LAB2FILE"
           IF WS-LAB2-RECONFILE-NAME = SPACES THEN
               MOVE "lab2c-recon.dat" TO WS-LAB2-RECONFILE-NAME
           END-IF
           MOVE "lab-mfrec-hist.dat" TO WS-HISTFILE-NAME
           ACCEPT WS-HISTFILE-NAME FROM ENVIRONMENT
               "LABMFREC_HISTFILE"
           IF WS-HISTFILE-NAME = SPACES THEN
               MOVE "lab-mfrec-hist.dat" TO WS-HISTFILE-NAME
           END-IF
           MOVE "lab-mfrec-rpt.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABMFREC_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-mfrec-rpt.dat" TO WS-OUTFILE-NAME
           END-IF
           MOVE SPACES TO WS-PCT-INPUT
           ACCEPT WS-PCT-INPUT FROM ENVIRONMENT "LABMFREC_MISS_PCT"
           IF WS-PCT-INPUT NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-PCT-INPUT) = 0 THEN
                   COMPUTE WS-THRESHOLD =
                       FUNCTION NUMVAL(WS-PCT-INPUT)
               END-IF
           END-IF
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           PERFORM FIND-BATCH-DATE-PARAGRAPH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MASTER-VERSUS-FEED COMPLETENESS   Batch date: "
               WS-BATCH-DATE "   Region: " WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

      *****************************************************
      * FIND-BATCH-DATE-PARAGRAPH - the date the master is    *
      * held to: LABMFREC_DATE when given, otherwise the batch *
      * date LAB2c recorded on its recon record, otherwise     *
      * today.                                                  *
      *****************************************************
       FIND-BATCH-DATE-PARAGRAPH.
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT FROM ENVIRONMENT "LABMFREC_DATE"
           IF WS-DATE-INPUT IS NUMERIC THEN
               MOVE WS-DATE-INPUT TO WS-BATCH-DATE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LAB2-RECONFILE
           IF WS-LAB2-RECON-STATUS = "00" THEN
               READ LAB2-RECONFILE
                   AT END CONTINUE
                   NOT AT END
                       IF RCN-BATCH-DATE IS NUMERIC THEN
                           MOVE RCN-BATCH-DATE TO WS-BATCH-DATE
                       END-IF
               END-READ
               CLOSE LAB2-RECONFILE
           END-IF
           IF WS-BATCH-DATE = 0 THEN
               ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           END-IF.

      *****************************************************
      * LOAD-FEED-PARAGRAPH reads the LAB2c echo listing into  *
      * WS-FEED-TABLE. A simulated run's listing is watermarked *
      * and posted nothing, so it loads as an empty feed.       *
      *****************************************************
       LOAD-FEED-PARAGRAPH.
           MOVE "N" TO WS-ECHO-EOF
           OPEN INPUT ECHO-FILE
           IF WS-ECHO-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** Echo listing not available - "
                   WS-ECHOFILE-NAME " - treated as an empty feed"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ECHO-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-ECHO-EOF = "Y"
           CLOSE ECHO-FILE
           IF WS-SIM-SW = "Y" THEN
               MOVE 0 TO WS-FEED-CNT
               MOVE 0 TO WS-UNSTAMPED-CNT
               MOVE "N" TO WS-FEED-OVER-SW
               MOVE "*** Echo listing is from a SIMULATED run - "
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               MOVE "*** nothing was posted, so no feed is counted."
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF
           MOVE WS-FEED-CNT TO WS-FEED-TOT.

      * "A stamped detail line carries its zero-padded ID at"
      * "column 9; an unstamped one has a blank ID and its"
      * "sequence number ending in column 6. The heading line"
      * "fails both tests and drops out here."
       READ-ECHO-PARAGRAPH.
           READ ECHO-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-ECHO-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN ECHO-RECORD(1:17) = "*** SIMULATED RUN"
                           MOVE "Y" TO WS-SIM-SW
                       WHEN ECHO-RECORD(9:6) IS NUMERIC
                           IF WS-FEED-CNT < 2000 THEN
                               ADD 1 TO WS-FEED-CNT
                               MOVE ECHO-RECORD(9:6)
                                   TO WS-F-REC-ID(WS-FEED-CNT)
                               MOVE ECHO-RECORD(29:2)
                                   TO WS-F-CATEGORY(WS-FEED-CNT)
                               MOVE ECHO-RECORD(33:3)
                                   TO WS-F-LOCATION(WS-FEED-CNT)
                           ELSE
                               MOVE "Y" TO WS-FEED-OVER-SW
                           END-IF
                       WHEN ECHO-RECORD(9:6) = SPACES
                               AND ECHO-RECORD(6:1) IS NUMERIC
                           ADD 1 TO WS-UNSTAMPED-CNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       FEED-OVERFLOW-PARAGRAPH.
           MOVE "*** Echo listing holds more than 2000 stamped "
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "*** details - completeness check SKIPPED (a partial"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "*** comparison would list false missing records)."
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           CLOSE REPORT-FILE
           MOVE "W" TO WS-LOG-SEV
           MOVE "0003" TO WS-LOG-MSGNO
           MOVE "Feed over 2000 details - completeness check skipped"
               TO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM WRITE-ALERT-PARAGRAPH
           MOVE 4 TO RETURN-CODE.

      *****************************************************
      * CHECK-FEED-PARAGRAPH looks one posted ID up on the     *
      * master: no record, or a record not active on the batch *
      * date, is a feed record with no master; an active one   *
      * must agree on category and plant location.              *
      *****************************************************
       CHECK-FEED-PARAGRAPH.
           MOVE WS-F-REC-ID(WS-FEED-IDX) TO MST-REC-ID
           READ MASTERFILE
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-CNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  NO MASTER   id " WS-F-REC-ID(WS-FEED-IDX)
                       " cat " WS-F-CATEGORY(WS-FEED-IDX)
                       " loc " WS-F-LOCATION(WS-FEED-IDX)
                       " - not on the master file"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARAGRAPH
                   EXIT PARAGRAPH
           END-READ
           PERFORM ACTIVE-TEST-PARAGRAPH
           IF WS-ACTIVE-SW = "N" THEN
               ADD 1 TO WS-NO-MASTER-CNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NO MASTER   id " WS-F-REC-ID(WS-FEED-IDX)
                   " cat " WS-F-CATEGORY(WS-FEED-IDX)
                   " loc " WS-F-LOCATION(WS-FEED-IDX)
                   " - master not active (eff " WS-EFF-WORK
                   " exp " WS-EXP-WORK ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           IF WS-F-CATEGORY(WS-FEED-IDX) NOT = MST-CATEGORY
                   OR WS-F-LOCATION(WS-FEED-IDX) NOT = MST-LOCATION
                   THEN
               ADD 1 TO WS-DISAGREE-CNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  DISAGREES   id " WS-F-REC-ID(WS-FEED-IDX)
                   " feed cat " WS-F-CATEGORY(WS-FEED-IDX)
                   " loc " WS-F-LOCATION(WS-FEED-IDX)
                   " / master cat " MST-CATEGORY
                   " loc " MST-LOCATION
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           ELSE
               ADD 1 TO WS-MATCHED-CNT
           END-IF.

      *****************************************************
      * ACTIVE-TEST-PARAGRAPH - the master record in hand is   *
      * active on the batch date unless it starts after it or *
      * expired before it (zero, or a packed date older than   *
      * the fields, is open-ended) - LABEXTR's own test.        *
      *****************************************************
       ACTIVE-TEST-PARAGRAPH.
           MOVE "Y" TO WS-ACTIVE-SW
           IF MST-EFF-DATE IS NUMERIC THEN
               MOVE MST-EFF-DATE TO WS-EFF-WORK
           ELSE
               MOVE 0 TO WS-EFF-WORK
           END-IF
           IF MST-EXP-DATE IS NUMERIC THEN
               MOVE MST-EXP-DATE TO WS-EXP-WORK
           ELSE
               MOVE 0 TO WS-EXP-WORK
           END-IF
           IF WS-EFF-WORK NOT = 0
                   AND WS-EFF-WORK > WS-BATCH-DATE THEN
               MOVE "N" TO WS-ACTIVE-SW
           END-IF
           IF WS-EXP-WORK NOT = 0
                   AND WS-EXP-WORK < WS-BATCH-DATE THEN
               MOVE "N" TO WS-ACTIVE-SW
           END-IF.

      *****************************************************
      * WALK-MASTER-PARAGRAPH reads the master in key order;   *
      * every record active on the batch date must appear in   *
      * the day's feed.                                         *
      *****************************************************
       WALK-MASTER-PARAGRAPH.
           READ MASTERFILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MST-EOF
                   EXIT PARAGRAPH
           END-READ
           PERFORM ACTIVE-TEST-PARAGRAPH
           IF WS-ACTIVE-SW = "N" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTIVE-CNT
           MOVE "N" TO WS-FOUND-SW
           PERFORM FIND-FEED-PARAGRAPH
               VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-CNT
                   OR WS-FOUND-SW = "Y"
           IF WS-FOUND-SW = "N" THEN
               ADD 1 TO WS-MISSING-CNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  MISSING     id " MST-REC-ID
                   " cat " MST-CATEGORY " loc " MST-LOCATION
                   " - active on the master, not in the feed"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

       FIND-FEED-PARAGRAPH.
           IF WS-F-REC-ID(WS-FEED-IDX) = MST-REC-ID THEN
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      *****************************************************
      * WRAP-UP-PARAGRAPH prints the counts, appends the       *
      * history record the control sheet reads, and sets       *
      * RETURN-CODE 4 (with an alert) when the missing         *
      * percentage is over the threshold.                       *
      *****************************************************
       WRAP-UP-PARAGRAPH.
           IF WS-ACTIVE-CNT = 0 THEN
               MOVE 0 TO WS-MISS-PCT
           ELSE
               COMPUTE WS-MISS-PCT ROUNDED =
                   WS-MISSING-CNT * 100 / WS-ACTIVE-CNT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-ACTIVE-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Master records active on batch date: " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-FEED-TOT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Stamped feed records posted:         " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-MATCHED-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Matched:                             " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-MISSING-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Missing (master, not in feed):       " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-NO-MASTER-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Feed with no active master:          " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-DISAGREE-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Category/location disagreements:     " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-UNSTAMPED-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Unstamped details (not matchable):   " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-MISS-PCT TO WS-PCT-TXT
           MOVE WS-THRESHOLD TO WS-THR-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Missing percentage:                  " WS-PCT-TXT
               "%  (threshold " WS-THR-TXT "%)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           CLOSE REPORT-FILE
           PERFORM WRITE-HIST-PARAGRAPH
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Act " WS-ACTIVE-CNT " miss " WS-MISSING-CNT
               " nomst " WS-NO-MASTER-CNT " disagr " WS-DISAGREE-CNT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           IF WS-MISS-PCT > WS-THRESHOLD THEN
               MOVE "W" TO WS-LOG-SEV
               MOVE "0002" TO WS-LOG-MSGNO
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE SPACES TO WS-LOG-TEXT
               MOVE WS-MISS-PCT TO WS-PCT-TXT
               STRING "Feed incomplete - " WS-PCT-TXT
                   "% of masters missing"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               PERFORM WRITE-ALERT-PARAGRAPH
               DISPLAY "*** LABMFREC: " WS-LOG-TEXT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "I" TO WS-LOG-SEV
               MOVE "0001" TO WS-LOG-MSGNO
               PERFORM WRITE-RUNLOG-PARAGRAPH
           END-IF
           DISPLAY "Completeness report written to " WS-OUTFILE-NAME.

       WRITE-HIST-PARAGRAPH.
           OPEN EXTEND HISTFILE
           IF WS-HIST-STATUS = "35" THEN
               OPEN OUTPUT HISTFILE
           END-IF
           MOVE SPACES TO Mf-Recon-Hist-Record
           ACCEPT MFH-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT MFH-RUN-TIME FROM TIME
           MOVE WS-BATCH-DATE TO MFH-BATCH-DATE
           MOVE WS-ACTIVE-CNT TO MFH-ACTIVE-CNT
           MOVE WS-FEED-TOT TO MFH-FEED-CNT
           MOVE WS-MATCHED-CNT TO MFH-MATCHED
           MOVE WS-MISSING-CNT TO MFH-MISSING
           MOVE WS-NO-MASTER-CNT TO MFH-NO-MASTER
           MOVE WS-DISAGREE-CNT TO MFH-DISAGREE
           MOVE WS-UNSTAMPED-CNT TO MFH-UNSTAMPED
           MOVE WS-MISS-PCT TO MFH-MISS-PCT
           MOVE WS-THRESHOLD TO MFH-THRESHOLD
           IF WS-MISS-PCT > WS-THRESHOLD THEN
               MOVE "Y" TO MFH-OVER-FLAG
           ELSE
               MOVE "N" TO MFH-OVER-FLAG
           END-IF
           WRITE Mf-Recon-Hist-Record
           CLOSE HISTFILE.

       WRITE-REPORT-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

      *****************************************************
      * WRITE-RUNLOG-PARAGRAPH appends one timestamped event  *
      * to the shared run-log - the caller sets WS-LOG-SEV,    *
      * WS-LOG-MSGNO, and WS-LOG-TEXT first. Opened and closed *
      * per event so the line is on disk the moment it         *
      * happened, even if the run later dies.                   *
      *****************************************************
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
           MOVE "LABMFREC" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.

      *****************************************************
      * WRITE-ALERT-PARAGRAPH appends one record to the        *
      * central operator alert file for a serious condition -  *
      * it reuses the severity and text the run-log call just   *
      * used, so the alert and the log line always agree.        *
      *****************************************************
       WRITE-ALERT-PARAGRAPH.
           MOVE "lab-alerts.dat" TO WS-ALERTFILE-NAME
           ACCEPT WS-ALERTFILE-NAME FROM ENVIRONMENT "LAB_ALERTS"
           IF WS-ALERTFILE-NAME = SPACES THEN
               MOVE "lab-alerts.dat" TO WS-ALERTFILE-NAME
           END-IF
           OPEN I-O ALERT-FILE
           IF WS-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN I-O ALERT-FILE
           END-IF
           PERFORM FIND-ALERT-SEQ-PARAGRAPH
           MOVE SPACES TO Alert-Record
           MOVE WS-ALR-NEXT-SEQ TO ALR-SEQ
           ACCEPT ALR-DATE FROM DATE YYYYMMDD
           ACCEPT ALR-TIME FROM TIME
           MOVE "LABMFREC" TO ALR-PROGRAM
           MOVE WS-LOG-SEV TO ALR-SEVERITY
           MOVE WS-LOG-TEXT TO ALR-TEXT
           MOVE WS-LOG-MSGNO TO ALR-MSG-NO
           MOVE "N" TO ALR-ACK-FLAG
           WRITE Alert-Record
           CLOSE ALERT-FILE.

      *****************************************************
      * FIND-ALERT-SEQ-PARAGRAPH walks the indexed alert file  *
      * for the highest ALR-SEQ and hands back the next one -  *
      * each writer assigns its own key, so the file needs no  *
      * separate sequence record.                               *
      *****************************************************
       FIND-ALERT-SEQ-PARAGRAPH.
           MOVE 0 TO WS-ALR-NEXT-SEQ
           MOVE "N" TO WS-ALERT-EOF
           MOVE 0 TO ALR-SEQ
           START ALERT-FILE KEY NOT < ALR-SEQ
               INVALID KEY MOVE "Y" TO WS-ALERT-EOF
           END-START
           PERFORM SCAN-ALERT-SEQ-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-ALERT-EOF = "Y"
           ADD 1 TO WS-ALR-NEXT-SEQ.

       SCAN-ALERT-SEQ-PARAGRAPH.
           READ ALERT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-ALERT-EOF
               NOT AT END
                   IF ALR-SEQ > WS-ALR-NEXT-SEQ THEN
                       MOVE ALR-SEQ TO WS-ALR-NEXT-SEQ
                   END-IF
           END-READ.
