       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABANLYT.
       AUTHOR. Wyatt Reid.
      * "Anomaly analytics over a month's posted detail - the"
      * "values LAB2c's tolerance check passes because they sit"
      * "inside the limits, but which look wrong in aggregate."
      * "The population is every detail and transfer record on"
      * "the archived feeds (see FEEDREG) whose batch date falls"
      * "in LABANLYT_PERIOD (YYYYMM, default last month), less the"
      * "batches LABREVRS backed out. Four analyses are printed:"
      * "  1 Benford's law - first-digit and first-two-digit"
      * "    distributions per category and provider, with a"
      * "    chi-square statistic flagged against the 5% critical"
      * "    value (groups smaller than LABANLYT_MIN, default 50,"
      * "    are shown but not judged);"
      * "  2 round amounts - the share of values ending .00 and of"
      * "    whole multiples of 100, per category and provider;"
      * "  3 repeats - one value occurring LABANLYT_REPEAT (default"
      * "    5) or more times in the same batch;"
      * "  4 near-limit values - within LABANLYT_NEAR_PCT percent"
      * "    (default 5) under the upper limit LAB2c's tolerance"
      * "    check would apply to the record (see TOLREC)."
      * "2026-10-15 WAR Only LAB2c's archived feeds are read - LAB1c"
      * "            archives its own copy of every transmission,"
      * "            which counted each detail twice in every"
      * "            analysis; a combined pass archives once."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDREG-FILE ASSIGN TO WS-FEEDREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.
           SELECT BATCHREG-FILE ASSIGN TO WS-BREGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.
           SELECT TOL-FILE ASSIGN TO WS-TOLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.
           SELECT SRC-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDREG-FILE.
           COPY FEEDREG.

       FD  BATCHREG-FILE.
           COPY BATCHREG.

       FD  TOL-FILE.
           COPY TOLREC.

       FD  SRC-FILE.
       01  SRC-RECORD          Pic X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
      * "LAB_FEEDREG/LAB_BATCHREG/LAB_TOLFILE are found under the"
      * "names LAB2c uses; LABANLYT_OUTFILE is the report."
       01  WS-FEEDREG-NAME     Pic X(40).
       01  WS-FEEDREG-STATUS   Pic X(2).
       01  WS-FEEDREG-EOF      Pic A(1).
       01  WS-BREGFILE-NAME    Pic X(40).
       01  WS-BREG-STATUS      Pic X(2).
       01  WS-BREG-EOF         Pic A(1).
       01  WS-TOLFILE-NAME     Pic X(40).
       01  WS-TOL-STATUS       Pic X(2).
       01  WS-TOL-EOF          Pic A(1).
       01  WS-SRC-NAME         Pic X(52).
       01  WS-SRC-STATUS       Pic X(2).
       01  WS-SRC-EOF          Pic A(1).
       01  WS-OUTFILE-NAME     Pic X(40).

      * "Period and thresholds."
       01  WS-PERIOD-IN        Pic X(6).
       01  WS-PERIOD           Pic 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PER-YEAR     Pic 9(4).
           05  WS-PER-MONTH    Pic 9(2).
       01  WS-FROM-DATE        Pic 9(8).
       01  WS-TO-DATE          Pic 9(8).
       01  WS-NUM-INPUT        Pic X(6).
       01  WS-MIN-N            Pic 9(6)        VALUE 50.
       01  WS-REPEAT-MIN       Pic 9(4)        VALUE 5.
       01  WS-NEAR-PCT         Pic 9(2)        VALUE 5.

      * "5% critical values of chi-square for 8 degrees of"
      * "freedom (first digit) and 89 (first two digits); the"
      * "round-amount shares are flagged above these percentages"
      * "(about 1% and 0.01% occur naturally)."
       01  WS-CRIT-1           Pic 9(3)V9(3)   VALUE 15.507.
       01  WS-CRIT-2           Pic 9(3)V9(3)   VALUE 112.022.
       01  WS-ROUND-LIMIT      Pic 9(3)V9(2)   VALUE 5.00.
       01  WS-HUNDRED-LIMIT    Pic 9(3)V9(2)   VALUE 1.00.

      * "Benford expected proportions, log10(1 + 1/d), worked out"
      * "once at start-up for d = 1-9 and d = 10-99."
       01  WS-BEN1-TABLE.
           05  WS-BEN1         Pic V9(6)  OCCURS 9 TIMES.
       01  WS-BEN2-TABLE.
           05  WS-BEN2         Pic V9(6)  OCCURS 90 TIMES.
       01  WS-DIGIT            Pic 9(2)   COMP.

      * "Batches backed out by LABREVRS - not part of the month."
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 200 TIMES INDEXED BY WS-REV-IDX.
               10  WS-REV-SOURCE   Pic X(8).
               10  WS-REV-DATE     Pic 9(8).
               10  WS-REV-COUNT    Pic 9(6).
               10  WS-REV-HASH     Pic S9(9)V9(2).
       01  WS-REV-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-REV-SW           Pic X(1).

      * "Tolerance profile rows and the lookup LAB2c uses."
       01  WS-TOL-TABLE.
           05  WS-TOL-ENTRY OCCURS 100 TIMES INDEXED BY WS-TOL-IDX.
               10  WS-TOL-CAT      Pic X(2).
               10  WS-TOL-UNI      Pic X(3).
               10  WS-TOL-UPR      Pic S9(7)V9(2).
       01  WS-TOL-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-TOL-RANK         Pic 9(1).
       01  WS-TOL-BEST         Pic 9(1).
       01  WS-CHK-UPR          Pic S9(7)V9(2).
       01  WS-NEAR-FLOOR       Pic S9(7)V9(2).

      * "One row per category/provider seen, plus row 1 for the"
      * "whole month. Digit counts feed the Benford tests."
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200 TIMES INDEXED BY WS-GRP-IDX.
               10  WS-G-CAT        Pic X(2).
               10  WS-G-PROV       Pic X(5).
               10  WS-G-COUNT      Pic 9(7)   COMP.
               10  WS-G-N1         Pic 9(7)   COMP.
               10  WS-G-N2         Pic 9(7)   COMP.
               10  WS-G-ROUND      Pic 9(7)   COMP.
               10  WS-G-HUNDRED    Pic 9(7)   COMP.
               10  WS-G-D1         Pic 9(7)   COMP   OCCURS 9 TIMES.
               10  WS-G-D2         Pic 9(7)   COMP   OCCURS 90 TIMES.
       01  WS-GRP-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-GRP-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-GRP-OVER-SW      Pic X(1)        VALUE "N".

      * "The archived feeds making up the month."
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 300 TIMES INDEXED BY WS-FILE-IDX.
               10  WS-F-NAME       Pic X(52).
               10  WS-F-DATE       Pic 9(8).
               10  WS-F-PROV       Pic X(5).
       01  WS-FILE-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-FILES-MISSING    Pic 9(4)   COMP   VALUE 0.

      * "The detail record in hand."
           COPY INTRECWS.
       01  WS-SRC-LINE         Pic X(80).
       01  WS-BATCH-DATE       Pic 9(8).
       01  WS-CATEGORY         Pic X(2).
       01  WS-UNIT             Pic X(3).
       01  WS-REC-ID           Pic X(6).
       01  WS-VALUE            Pic S9(7)V9(2).
       01  WS-CENTS            Pic 9(9).
       01  WS-LEAD             Pic 9(9).
       01  WS-REM              Pic 9(9).
       01  WS-QUOT             Pic 9(9).

      * "Distinct values within the current batch, for the"
      * "repeated-value test."
       01  WS-VAL-TABLE.
           05  WS-VAL-ENTRY OCCURS 5000 TIMES INDEXED BY WS-VAL-IDX.
               10  WS-V-VALUE      Pic S9(7)V9(2).
               10  WS-V-COUNT      Pic 9(6)   COMP.
       01  WS-VAL-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-VAL-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-VAL-OVER-SW      Pic X(1).

      * "Findings held for the report - repeats and near-limit"
      * "values are listed after the Benford tables."
       01  WS-REP-TABLE.
           05  WS-REP-ENTRY OCCURS 200 TIMES INDEXED BY WS-REP-IDX.
               10  WS-R-VALUE      Pic S9(7)V9(2).
               10  WS-R-COUNT      Pic 9(6)   COMP.
               10  WS-R-DATE       Pic 9(8).
               10  WS-R-FILE       Pic X(52).
       01  WS-REP-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-REP-TOTAL        Pic 9(6)   COMP   VALUE 0.
       01  WS-NEAR-TABLE.
           05  WS-NEAR-ENTRY OCCURS 200 TIMES INDEXED BY WS-NEAR-IDX.
               10  WS-N-REC-ID     Pic X(6).
               10  WS-N-CAT        Pic X(2).
               10  WS-N-UNIT       Pic X(3).
               10  WS-N-VALUE      Pic S9(7)V9(2).
               10  WS-N-LIMIT      Pic S9(7)V9(2).
               10  WS-N-DATE       Pic 9(8).
       01  WS-NEAR-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-NEAR-TOTAL       Pic 9(6)   COMP   VALUE 0.

      * "Chi-square working fields."
       01  WS-EXPECTED         Pic 9(7)V9(4).
       01  WS-DIFF             Pic S9(7)V9(4).
       01  WS-CHI1             Pic 9(7)V9(3).
       01  WS-CHI2             Pic 9(7)V9(3).
       01  WS-PEAK-EXCESS      Pic S9(7)V9(4).
       01  WS-PEAK-DIGITS      Pic 9(2).
       01  WS-PCT              Pic 9(3)V9(2).
       01  WS-FLAG-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-FINDINGS         Pic 9(6)   COMP   VALUE 0.

       01  WS-DIST-LINE.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-L-CAT        Pic X(2).
           05  FILLER          Pic X(1)        VALUE SPACE.
           05  WS-L-PROV       Pic X(5).
           05  FILLER          Pic X(1)        VALUE SPACE.
           05  WS-L-COUNT      Pic Z(6)9.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-L-PCT-ENTRY OCCURS 9 TIMES.
               10  WS-L-PCT    Pic ZZ9.9.
               10  FILLER      Pic X(1).
           05  FILLER          Pic X(26)       VALUE SPACES.

       01  WS-CNT-TXT          Pic Z(5)9.
       01  WS-CNT2-TXT         Pic Z(5)9.
       01  WS-CHI-TXT          Pic Z(6)9.9(3).
       01  WS-CHI2-TXT         Pic Z(6)9.9(3).
       01  WS-PCT-TXT          Pic ZZ9.9(2).
       01  WS-PCT2-TXT         Pic ZZ9.9(2).
       01  WS-VAL-TXT          Pic -Z(6)9.9(2).
       01  WS-VAL2-TXT         Pic -Z(6)9.9(2).
       01  WS-FLAG-TXT         Pic X(10).
       01  WS-FLAG2-TXT        Pic X(10).
       01  WS-RUN-DATE         Pic 9(8).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR     Pic 9(4).
           05  WS-RUN-MONTH    Pic 9(2).
           05  WS-RUN-DAY      Pic 9(2).

      * "LAB_REGION names the active region - printed on the"
      * "heading so a test report can never be mistaken for"
      * "production (see LABRGSET)."
       01  WS-REGION           Pic X(8)        VALUE "PROD".
       01  WS-REPORT-LINE      Pic X(100).

      * "LAB_RUNLOG points at the shared run-log every program in"
      * "the suite appends its significant events to."
       01  WS-RUNLOG-NAME      Pic X(40).
       01  WS-RUNLOG-STATUS    Pic X(2).
       01  WS-LOG-SEV          Pic X(1).
       01  WS-LOG-MSGNO        Pic X(4).
       01  WS-LOG-TEXT         Pic X(50).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM LOAD-REVERSED-PARAGRAPH
           PERFORM LOAD-TOL-PARAGRAPH
           PERFORM LIST-FEED-FILES-PARAGRAPH
           PERFORM READ-FEED-FILE-PARAGRAPH
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-CNT
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-HEADING-PARAGRAPH
           PERFORM BENFORD-SECTION-PARAGRAPH
           PERFORM ROUND-SECTION-PARAGRAPH
           PERFORM REPEAT-SECTION-PARAGRAPH
           PERFORM NEAR-SECTION-PARAGRAPH
           CLOSE REPORT-FILE
           PERFORM WRAP-UP-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           MOVE "lab-feeds-reg.dat" TO WS-FEEDREG-NAME
           ACCEPT WS-FEEDREG-NAME FROM ENVIRONMENT "LAB_FEEDREG"
           IF WS-FEEDREG-NAME = SPACES THEN
               MOVE "lab-feeds-reg.dat" TO WS-FEEDREG-NAME
           END-IF
           MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           ACCEPT WS-BREGFILE-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BREGFILE-NAME = SPACES THEN
               MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           END-IF
           MOVE "lab-tol.dat" TO WS-TOLFILE-NAME
           ACCEPT WS-TOLFILE-NAME FROM ENVIRONMENT "LAB_TOLFILE"
           IF WS-TOLFILE-NAME = SPACES THEN
               MOVE "lab-tol.dat" TO WS-TOLFILE-NAME
           END-IF
           MOVE "lab-anomaly-rpt.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABANLYT_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-anomaly-rpt.dat" TO WS-OUTFILE-NAME
           END-IF

      * "Default period is the month before the run date."
           MOVE SPACES TO WS-PERIOD-IN
           ACCEPT WS-PERIOD-IN FROM ENVIRONMENT "LABANLYT_PERIOD"
           IF WS-PERIOD-IN IS NUMERIC THEN
               MOVE WS-PERIOD-IN TO WS-PERIOD
           ELSE
               MOVE WS-RUN-YEAR TO WS-PER-YEAR
               MOVE WS-RUN-MONTH TO WS-PER-MONTH
               IF WS-PER-MONTH = 1 THEN
                   SUBTRACT 1 FROM WS-PER-YEAR
                   MOVE 12 TO WS-PER-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PER-MONTH
               END-IF
           END-IF
           COMPUTE WS-FROM-DATE = WS-PERIOD * 100 + 1
           COMPUTE WS-TO-DATE = WS-PERIOD * 100 + 31

           MOVE SPACES TO WS-NUM-INPUT
           ACCEPT WS-NUM-INPUT FROM ENVIRONMENT "LABANLYT_MIN"
           IF WS-NUM-INPUT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-NUM-INPUT) = 0 THEN
               COMPUTE WS-MIN-N = FUNCTION NUMVAL(WS-NUM-INPUT)
           END-IF
           MOVE SPACES TO WS-NUM-INPUT
           ACCEPT WS-NUM-INPUT FROM ENVIRONMENT "LABANLYT_REPEAT"
           IF WS-NUM-INPUT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-NUM-INPUT) = 0 THEN
               COMPUTE WS-REPEAT-MIN = FUNCTION NUMVAL(WS-NUM-INPUT)
           END-IF
           IF WS-REPEAT-MIN < 2 THEN
               MOVE 2 TO WS-REPEAT-MIN
           END-IF
           MOVE SPACES TO WS-NUM-INPUT
           ACCEPT WS-NUM-INPUT FROM ENVIRONMENT "LABANLYT_NEAR_PCT"
           IF WS-NUM-INPUT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-NUM-INPUT) = 0 THEN
               COMPUTE WS-NEAR-PCT = FUNCTION NUMVAL(WS-NUM-INPUT)
           END-IF

           PERFORM SET-BEN1-PARAGRAPH
               VARYING WS-DIGIT FROM 1 BY 1 UNTIL WS-DIGIT > 9
           PERFORM SET-BEN2-PARAGRAPH
               VARYING WS-DIGIT FROM 10 BY 1 UNTIL WS-DIGIT > 99

           MOVE 1 TO WS-GRP-CNT
           INITIALIZE WS-GRP-ENTRY(1)
           MOVE "**" TO WS-G-CAT(1)
           MOVE "ALL" TO WS-G-PROV(1).

       SET-BEN1-PARAGRAPH.
           COMPUTE WS-BEN1(WS-DIGIT) ROUNDED =
               FUNCTION LOG10(1 + 1 / WS-DIGIT).

       SET-BEN2-PARAGRAPH.
           COMPUTE WS-BEN2(WS-DIGIT - 9) ROUNDED =
               FUNCTION LOG10(1 + 1 / WS-DIGIT).

       LOAD-REVERSED-PARAGRAPH.
           MOVE 0 TO WS-REV-CNT
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-BREG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-BREG-EOF = "Y"
           CLOSE BATCHREG-FILE.

       READ-BREG-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   IF BRG-STATUS = "R" AND WS-REV-CNT < 200 THEN
                       ADD 1 TO WS-REV-CNT
                       MOVE BRG-SOURCE TO WS-REV-SOURCE(WS-REV-CNT)
                       MOVE BRG-BATCH-DATE TO WS-REV-DATE(WS-REV-CNT)
                       MOVE BRG-TRL-COUNT TO WS-REV-COUNT(WS-REV-CNT)
                       MOVE BRG-TRL-HASH TO WS-REV-HASH(WS-REV-CNT)
                   END-IF
           END-READ.

       LOAD-TOL-PARAGRAPH.
           MOVE 0 TO WS-TOL-CNT
           MOVE "N" TO WS-TOL-EOF
           OPEN INPUT TOL-FILE
           IF WS-TOL-STATUS = "00" THEN
               PERFORM READ-TOL-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-TOL-EOF = "Y"
               CLOSE TOL-FILE
           END-IF.

       READ-TOL-PARAGRAPH.
           READ TOL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TOL-EOF
               NOT AT END
                   IF WS-TOL-CNT < 100 THEN
                       ADD 1 TO WS-TOL-CNT
                       MOVE TOL-CATEGORY TO WS-TOL-CAT(WS-TOL-CNT)
                       MOVE TOL-UNIT TO WS-TOL-UNI(WS-TOL-CNT)
                       MOVE TOL-UPR-LIMIT TO WS-TOL-UPR(WS-TOL-CNT)
                   END-IF
           END-READ.

      *****************************************************
      * FIND-TOLERANCE-PARAGRAPH resolves the upper limit the  *
      * same way LAB2c's exception check does - the most        *
      * specific profile row wins. No matching row means no    *
      * limit, and the record cannot sit near one.             *
      *****************************************************
       FIND-TOLERANCE-PARAGRAPH.
           MOVE 9999999.99 TO WS-CHK-UPR
           MOVE 0 TO WS-TOL-BEST
           PERFORM MATCH-TOLERANCE-PARAGRAPH
               VARYING WS-TOL-IDX FROM 1 BY 1
               UNTIL WS-TOL-IDX > WS-TOL-CNT.

       MATCH-TOLERANCE-PARAGRAPH.
           MOVE 0 TO WS-TOL-RANK
           EVALUATE TRUE
               WHEN WS-TOL-CAT(WS-TOL-IDX) = WS-CATEGORY
                       AND WS-TOL-UNI(WS-TOL-IDX) = WS-UNIT
                   MOVE 4 TO WS-TOL-RANK
               WHEN WS-TOL-CAT(WS-TOL-IDX) = WS-CATEGORY
                       AND WS-TOL-UNI(WS-TOL-IDX) = "***"
                   MOVE 3 TO WS-TOL-RANK
               WHEN WS-TOL-CAT(WS-TOL-IDX) = "**"
                       AND WS-TOL-UNI(WS-TOL-IDX) = WS-UNIT
                   MOVE 2 TO WS-TOL-RANK
               WHEN WS-TOL-CAT(WS-TOL-IDX) = "**"
                       AND WS-TOL-UNI(WS-TOL-IDX) = "***"
                   MOVE 1 TO WS-TOL-RANK
           END-EVALUATE
           IF WS-TOL-RANK > WS-TOL-BEST THEN
               MOVE WS-TOL-RANK TO WS-TOL-BEST
               MOVE WS-TOL-UPR(WS-TOL-IDX) TO WS-CHK-UPR
           END-IF.

      *    LAB1c and LAB2c archive the same transmission - LAB2c's
      *    copy alone is the population.
       LIST-FEED-FILES-PARAGRAPH.
           MOVE "N" TO WS-FEEDREG-EOF
           OPEN INPUT FEEDREG-FILE
           IF WS-FEEDREG-STATUS NOT = "00" THEN
               DISPLAY "*** Processed-feeds register not found: "
                   WS-FEEDREG-NAME
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-FEEDREG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-FEEDREG-EOF = "Y"
           CLOSE FEEDREG-FILE.

       READ-FEEDREG-PARAGRAPH.
           READ FEEDREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-FEEDREG-EOF
               NOT AT END
                   IF FRG-SOURCE = "LAB2C"
                           AND FRG-BATCH-DATE NOT < WS-FROM-DATE
                           AND FRG-BATCH-DATE NOT > WS-TO-DATE THEN
                       MOVE "N" TO WS-REV-SW
                       PERFORM CHECK-REVERSED-PARAGRAPH
                           VARYING WS-REV-IDX FROM 1 BY 1
                           UNTIL WS-REV-IDX > WS-REV-CNT
                       IF WS-REV-SW = "N" THEN
                           PERFORM ADD-FILE-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       CHECK-REVERSED-PARAGRAPH.
           IF WS-REV-SOURCE(WS-REV-IDX) = FRG-SOURCE
                   AND WS-REV-DATE(WS-REV-IDX) = FRG-BATCH-DATE
                   AND WS-REV-COUNT(WS-REV-IDX) = FRG-REC-COUNT
                   AND WS-REV-HASH(WS-REV-IDX) = FRG-HASH-TOTAL THEN
               MOVE "Y" TO WS-REV-SW
               SET WS-REV-IDX TO WS-REV-CNT
           END-IF.

       ADD-FILE-PARAGRAPH.
           IF WS-FILE-CNT >= 300 THEN
               DISPLAY "*** More than 300 feeds in the period - "
                   "the rest are not analysed."
               MOVE "Y" TO WS-FEEDREG-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-CNT
           MOVE FRG-ARCH-NAME TO WS-F-NAME(WS-FILE-CNT)
           MOVE FRG-BATCH-DATE TO WS-F-DATE(WS-FILE-CNT)
           MOVE FRG-PROVIDER TO WS-F-PROV(WS-FILE-CNT).

      *****************************************************
      * READ-FEED-FILE-PARAGRAPH analyses one archived feed.   *
      * The distinct-value table is per batch, so the repeat   *
      * test is settled when the file closes.                   *
      *****************************************************
       READ-FEED-FILE-PARAGRAPH.
           MOVE WS-F-NAME(WS-FILE-IDX) TO WS-SRC-NAME
           MOVE WS-F-DATE(WS-FILE-IDX) TO WS-BATCH-DATE
           MOVE "N" TO WS-SRC-EOF
           OPEN INPUT SRC-FILE
           IF WS-SRC-STATUS NOT = "00" THEN
               DISPLAY "*** Archived feed not found - left out: "
                   WS-SRC-NAME
               ADD 1 TO WS-FILES-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-VAL-CNT
           MOVE "N" TO WS-VAL-OVER-SW
           PERFORM READ-FEED-RECORD-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-SRC-EOF = "Y"
           CLOSE SRC-FILE
           PERFORM CHECK-REPEAT-PARAGRAPH
               VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > WS-VAL-CNT.

       READ-FEED-RECORD-PARAGRAPH.
           READ SRC-FILE NEXT RECORD INTO WS-SRC-LINE
               AT END MOVE "Y" TO WS-SRC-EOF
               NOT AT END
                   MOVE WS-SRC-LINE TO WS-Record
                   EVALUATE WS-REC-TYPE
                       WHEN "H"
                           IF WS-H-BATCH-DATE IS NUMERIC THEN
                               MOVE WS-H-BATCH-DATE TO WS-BATCH-DATE
                           END-IF
                       WHEN "D"
                           MOVE WS-D-CATEGORY TO WS-CATEGORY
                           MOVE WS-Int TO WS-VALUE
                           PERFORM ANALYSE-DETAIL-PARAGRAPH
                       WHEN "X"
                           MOVE WS-X-CATEGORY TO WS-CATEGORY
                           MOVE WS-X-Int TO WS-VALUE
                           PERFORM ANALYSE-DETAIL-PARAGRAPH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       ANALYSE-DETAIL-PARAGRAPH.
           MOVE WS-D-UNIT TO WS-UNIT
           IF WS-D-REC-ID IS NUMERIC AND WS-D-REC-ID NOT = 0 THEN
               MOVE WS-D-REC-ID TO WS-REC-ID
           ELSE
               MOVE SPACES TO WS-REC-ID
           END-IF
           IF WS-VALUE < 0 THEN
               COMPUTE WS-CENTS = (0 - WS-VALUE) * 100
           ELSE
               COMPUTE WS-CENTS = WS-VALUE * 100
           END-IF
           SET WS-GRP-IDX TO 1
           PERFORM TALLY-GROUP-PARAGRAPH
           PERFORM FIND-GROUP-PARAGRAPH
           IF WS-GRP-FOUND-IDX > 0 THEN
               SET WS-GRP-IDX TO WS-GRP-FOUND-IDX
               PERFORM TALLY-GROUP-PARAGRAPH
           END-IF
           PERFORM TALLY-VALUE-PARAGRAPH
           PERFORM CHECK-NEAR-LIMIT-PARAGRAPH.

      * "Row 1 is the whole month; each category/provider pair"
      * "gets its own row on first sight."
       FIND-GROUP-PARAGRAPH.
           MOVE 0 TO WS-GRP-FOUND-IDX
           PERFORM GROUP-SEARCH-PARAGRAPH
               VARYING WS-GRP-IDX FROM 2 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-CNT
           IF WS-GRP-FOUND-IDX = 0 THEN
               IF WS-GRP-CNT < 200 THEN
                   ADD 1 TO WS-GRP-CNT
                   INITIALIZE WS-GRP-ENTRY(WS-GRP-CNT)
                   MOVE WS-CATEGORY TO WS-G-CAT(WS-GRP-CNT)
                   MOVE WS-F-PROV(WS-FILE-IDX)
                       TO WS-G-PROV(WS-GRP-CNT)
                   MOVE WS-GRP-CNT TO WS-GRP-FOUND-IDX
               ELSE
                   MOVE "Y" TO WS-GRP-OVER-SW
               END-IF
           END-IF.

       GROUP-SEARCH-PARAGRAPH.
           IF WS-G-CAT(WS-GRP-IDX) = WS-CATEGORY
                   AND WS-G-PROV(WS-GRP-IDX)
                       = WS-F-PROV(WS-FILE-IDX) THEN
               SET WS-GRP-FOUND-IDX TO WS-GRP-IDX
               SET WS-GRP-IDX TO WS-GRP-CNT
           END-IF.

      *****************************************************
      * TALLY-GROUP-PARAGRAPH counts the value into row        *
      * WS-GRP-IDX: round-amount tests on the cents, then the  *
      * leading digits. A zero has no leading digit, and a     *
      * value under 0.10 has no second one.                     *
      *****************************************************
       TALLY-GROUP-PARAGRAPH.
           ADD 1 TO WS-G-COUNT(WS-GRP-IDX)
           DIVIDE WS-CENTS BY 100 GIVING WS-QUOT REMAINDER WS-REM
           IF WS-REM = 0 THEN
               ADD 1 TO WS-G-ROUND(WS-GRP-IDX)
               DIVIDE WS-CENTS BY 10000 GIVING WS-QUOT
                   REMAINDER WS-REM
               IF WS-REM = 0 AND WS-CENTS > 0 THEN
                   ADD 1 TO WS-G-HUNDRED(WS-GRP-IDX)
               END-IF
           END-IF
           IF WS-CENTS = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CENTS TO WS-LEAD
           PERFORM SHIFT-DIGIT-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-LEAD < 100
           IF WS-LEAD < 10 THEN
               ADD 1 TO WS-G-N1(WS-GRP-IDX)
               ADD 1 TO WS-G-D1(WS-GRP-IDX, WS-LEAD)
           ELSE
               DIVIDE WS-LEAD BY 10 GIVING WS-QUOT
               ADD 1 TO WS-G-N1(WS-GRP-IDX)
               ADD 1 TO WS-G-D1(WS-GRP-IDX, WS-QUOT)
               ADD 1 TO WS-G-N2(WS-GRP-IDX)
               ADD 1 TO WS-G-D2(WS-GRP-IDX, WS-LEAD - 9)
           END-IF.

       SHIFT-DIGIT-PARAGRAPH.
           DIVIDE WS-LEAD BY 10 GIVING WS-LEAD.

       TALLY-VALUE-PARAGRAPH.
           MOVE 0 TO WS-VAL-FOUND-IDX
           PERFORM VALUE-SEARCH-PARAGRAPH
               VARYING WS-VAL-IDX FROM 1 BY 1
               UNTIL WS-VAL-IDX > WS-VAL-CNT
           IF WS-VAL-FOUND-IDX > 0 THEN
               ADD 1 TO WS-V-COUNT(WS-VAL-FOUND-IDX)
           ELSE
               IF WS-VAL-CNT < 5000 THEN
                   ADD 1 TO WS-VAL-CNT
                   MOVE WS-VALUE TO WS-V-VALUE(WS-VAL-CNT)
                   MOVE 1 TO WS-V-COUNT(WS-VAL-CNT)
               ELSE
                   MOVE "Y" TO WS-VAL-OVER-SW
               END-IF
           END-IF.

       VALUE-SEARCH-PARAGRAPH.
           IF WS-V-VALUE(WS-VAL-IDX) = WS-VALUE THEN
               SET WS-VAL-FOUND-IDX TO WS-VAL-IDX
               SET WS-VAL-IDX TO WS-VAL-CNT
           END-IF.

       CHECK-REPEAT-PARAGRAPH.
           IF WS-V-COUNT(WS-VAL-IDX) NOT < WS-REPEAT-MIN THEN
               ADD 1 TO WS-REP-TOTAL
               IF WS-REP-CNT < 200 THEN
                   ADD 1 TO WS-REP-CNT
                   MOVE WS-V-VALUE(WS-VAL-IDX)
                       TO WS-R-VALUE(WS-REP-CNT)
                   MOVE WS-V-COUNT(WS-VAL-IDX)
                       TO WS-R-COUNT(WS-REP-CNT)
                   MOVE WS-BATCH-DATE TO WS-R-DATE(WS-REP-CNT)
                   MOVE WS-SRC-NAME TO WS-R-FILE(WS-REP-CNT)
               END-IF
           END-IF.

       CHECK-NEAR-LIMIT-PARAGRAPH.
           PERFORM FIND-TOLERANCE-PARAGRAPH
           IF WS-CHK-UPR NOT > 0 OR WS-CHK-UPR = 9999999.99 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-CHK-UPR - WS-CHK-UPR * WS-NEAR-PCT / 100
           IF WS-VALUE NOT < WS-NEAR-FLOOR
                   AND WS-VALUE NOT > WS-CHK-UPR THEN
               ADD 1 TO WS-NEAR-TOTAL
               IF WS-NEAR-CNT < 200 THEN
                   ADD 1 TO WS-NEAR-CNT
                   MOVE WS-REC-ID TO WS-N-REC-ID(WS-NEAR-CNT)
                   MOVE WS-CATEGORY TO WS-N-CAT(WS-NEAR-CNT)
                   MOVE WS-UNIT TO WS-N-UNIT(WS-NEAR-CNT)
                   MOVE WS-VALUE TO WS-N-VALUE(WS-NEAR-CNT)
                   MOVE WS-CHK-UPR TO WS-N-LIMIT(WS-NEAR-CNT)
                   MOVE WS-BATCH-DATE TO WS-N-DATE(WS-NEAR-CNT)
               END-IF
           END-IF.

       WRITE-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Detail Value Anomaly Analytics  Region: "
               WS-REGION "  Period: " WS-PERIOD
               "  Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-FILE-CNT TO WS-CNT-TXT
           MOVE WS-G-COUNT(1) TO WS-CNT2-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Feeds analysed: " WS-CNT-TXT
               "   Detail values: " WS-CNT2-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           IF WS-FILES-MISSING > 0 THEN
               MOVE WS-FILES-MISSING TO WS-CNT-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** Archived feeds not found: " WS-CNT-TXT
                   " - left out of every figure below"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF
           IF WS-GRP-OVER-SW = "Y" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** More than 199 category/provider pairs - "
                   "the rest count in the ALL row only"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

      *****************************************************
      * BENFORD-SECTION-PARAGRAPH prints, per group, the       *
      * first-digit distribution in percent against Benford's *
      * expected row, then the two chi-square statistics and   *
      * the most over-represented leading pair of digits.      *
      *****************************************************
       BENFORD-SECTION-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "1. Benford's law - first-digit distribution (%)"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Ct Prov    Count      1    2    3    4    5    "
               "6    7    8    9"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-L-CAT
           MOVE "Bnfd" TO WS-L-PROV
           MOVE 0 TO WS-L-COUNT
           PERFORM SET-EXPECTED-PCT-PARAGRAPH
               VARYING WS-DIGIT FROM 1 BY 1 UNTIL WS-DIGIT > 9
           MOVE WS-DIST-LINE TO WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE(12:7)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           PERFORM BENFORD-GROUP-PARAGRAPH
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-CNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "   Chi-square: 1st digit (flag above 15.507) and "
               "1st two digits (flag above 112.022)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           PERFORM BENFORD-CHI-PARAGRAPH
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-CNT.

       SET-EXPECTED-PCT-PARAGRAPH.
           COMPUTE WS-L-PCT(WS-DIGIT) ROUNDED =
               WS-BEN1(WS-DIGIT) * 100.

       BENFORD-GROUP-PARAGRAPH.
           MOVE WS-G-CAT(WS-GRP-IDX) TO WS-L-CAT
           MOVE WS-G-PROV(WS-GRP-IDX) TO WS-L-PROV
           MOVE WS-G-N1(WS-GRP-IDX) TO WS-L-COUNT
           PERFORM SET-OBSERVED-PCT-PARAGRAPH
               VARYING WS-DIGIT FROM 1 BY 1 UNTIL WS-DIGIT > 9
           MOVE WS-DIST-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       SET-OBSERVED-PCT-PARAGRAPH.
           IF WS-G-N1(WS-GRP-IDX) = 0 THEN
               MOVE 0 TO WS-L-PCT(WS-DIGIT)
           ELSE
               COMPUTE WS-L-PCT(WS-DIGIT) ROUNDED =
                   WS-G-D1(WS-GRP-IDX, WS-DIGIT) * 100
                   / WS-G-N1(WS-GRP-IDX)
           END-IF.

       BENFORD-CHI-PARAGRAPH.
           MOVE 0 TO WS-CHI1 WS-CHI2
           MOVE 0 TO WS-PEAK-EXCESS WS-PEAK-DIGITS
           IF WS-G-N1(WS-GRP-IDX) > 0 THEN
               PERFORM CHI1-TERM-PARAGRAPH
                   VARYING WS-DIGIT FROM 1 BY 1 UNTIL WS-DIGIT > 9
           END-IF
           IF WS-G-N2(WS-GRP-IDX) > 0 THEN
               PERFORM CHI2-TERM-PARAGRAPH
                   VARYING WS-DIGIT FROM 10 BY 1 UNTIL WS-DIGIT > 99
           END-IF
           MOVE SPACES TO WS-FLAG-TXT WS-FLAG2-TXT
           IF WS-G-N1(WS-GRP-IDX) < WS-MIN-N THEN
               MOVE "too few" TO WS-FLAG-TXT
           ELSE
               IF WS-CHI1 > WS-CRIT-1 THEN
                   MOVE "DEVIATES" TO WS-FLAG-TXT
                   ADD 1 TO WS-FLAG-CNT
               END-IF
           END-IF
           IF WS-G-N2(WS-GRP-IDX) < WS-MIN-N THEN
               MOVE "too few" TO WS-FLAG2-TXT
           ELSE
               IF WS-CHI2 > WS-CRIT-2 THEN
                   MOVE "DEVIATES" TO WS-FLAG2-TXT
                   ADD 1 TO WS-FLAG-CNT
               END-IF
           END-IF
           MOVE WS-CHI1 TO WS-CHI-TXT
           MOVE WS-CHI2 TO WS-CHI2-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-G-CAT(WS-GRP-IDX) " "
               WS-G-PROV(WS-GRP-IDX) "  " WS-CHI-TXT " "
               WS-FLAG-TXT " " WS-CHI2-TXT " " WS-FLAG2-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-PEAK-DIGITS > 0 THEN
               STRING " peak pair " WS-PEAK-DIGITS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(71:30)
           END-IF
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       CHI1-TERM-PARAGRAPH.
           COMPUTE WS-EXPECTED =
               WS-G-N1(WS-GRP-IDX) * WS-BEN1(WS-DIGIT)
           IF WS-EXPECTED > 0 THEN
               COMPUTE WS-DIFF =
                   WS-G-D1(WS-GRP-IDX, WS-DIGIT) - WS-EXPECTED
               COMPUTE WS-CHI1 ROUNDED =
                   WS-CHI1 + WS-DIFF * WS-DIFF / WS-EXPECTED
           END-IF.

       CHI2-TERM-PARAGRAPH.
           COMPUTE WS-EXPECTED =
               WS-G-N2(WS-GRP-IDX) * WS-BEN2(WS-DIGIT - 9)
           IF WS-EXPECTED > 0 THEN
               COMPUTE WS-DIFF =
                   WS-G-D2(WS-GRP-IDX, WS-DIGIT - 9) - WS-EXPECTED
               COMPUTE WS-CHI2 ROUNDED =
                   WS-CHI2 + WS-DIFF * WS-DIFF / WS-EXPECTED
               IF WS-DIFF > WS-PEAK-EXCESS THEN
                   MOVE WS-DIFF TO WS-PEAK-EXCESS
                   MOVE WS-DIGIT TO WS-PEAK-DIGITS
               END-IF
           END-IF.

       ROUND-SECTION-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "2. Round amounts - share ending .00 (flag above "
               "5%) and multiples of 100 (flag above 1%)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           PERFORM ROUND-GROUP-PARAGRAPH
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-CNT.

       ROUND-GROUP-PARAGRAPH.
           IF WS-G-COUNT(WS-GRP-IDX) = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLAG-TXT
           COMPUTE WS-PCT ROUNDED = WS-G-ROUND(WS-GRP-IDX) * 100
               / WS-G-COUNT(WS-GRP-IDX)
           MOVE WS-PCT TO WS-PCT-TXT
           IF WS-PCT > WS-ROUND-LIMIT THEN
               MOVE "ROUND" TO WS-FLAG-TXT
           END-IF
           COMPUTE WS-PCT ROUNDED = WS-G-HUNDRED(WS-GRP-IDX) * 100
               / WS-G-COUNT(WS-GRP-IDX)
           MOVE WS-PCT TO WS-PCT2-TXT
           IF WS-PCT > WS-HUNDRED-LIMIT THEN
               IF WS-FLAG-TXT(1:5) = SPACES THEN
                   MOVE "HUNDREDS" TO WS-FLAG-TXT
               ELSE
                   MOVE "ROUND+100" TO WS-FLAG-TXT
               END-IF
           END-IF
           IF WS-G-COUNT(WS-GRP-IDX) < WS-MIN-N THEN
               MOVE "too few" TO WS-FLAG-TXT
           ELSE
               IF WS-FLAG-TXT NOT = SPACES THEN
                   ADD 1 TO WS-FLAG-CNT
               END-IF
           END-IF
           MOVE WS-G-COUNT(WS-GRP-IDX) TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-G-CAT(WS-GRP-IDX) " "
               WS-G-PROV(WS-GRP-IDX) "  count " WS-CNT-TXT
               "  .00 " WS-PCT-TXT "%  x100 " WS-PCT2-TXT "%  "
               WS-FLAG-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       REPEAT-SECTION-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-REPEAT-MIN TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "3. Values repeated " WS-CNT-TXT
               " or more times in one batch"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           IF WS-REP-TOTAL = 0 THEN
               MOVE "  None found." TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM REPEAT-LINE-PARAGRAPH
               VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX > WS-REP-CNT
           IF WS-REP-TOTAL > WS-REP-CNT THEN
               MOVE WS-REP-TOTAL TO WS-CNT-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ... first 200 of " WS-CNT-TXT " listed"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

       REPEAT-LINE-PARAGRAPH.
           MOVE WS-R-VALUE(WS-REP-IDX) TO WS-VAL-TXT
           MOVE WS-R-COUNT(WS-REP-IDX) TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-VAL-TXT " x" WS-CNT-TXT "  batch "
               WS-R-DATE(WS-REP-IDX) "  " WS-R-FILE(WS-REP-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       NEAR-SECTION-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-NEAR-PCT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "4. Values within " WS-CNT-TXT
               "% under their tolerance upper limit"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           IF WS-TOL-CNT = 0 THEN
               MOVE "  No tolerance profile file - not checked."
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           IF WS-NEAR-TOTAL = 0 THEN
               MOVE "  None found." TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM NEAR-LINE-PARAGRAPH
               VARYING WS-NEAR-IDX FROM 1 BY 1
               UNTIL WS-NEAR-IDX > WS-NEAR-CNT
           MOVE WS-NEAR-TOTAL TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Near-limit values: " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-NEAR-TOTAL > WS-NEAR-CNT THEN
               STRING " (first 200 listed)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(28:20)
           END-IF
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       NEAR-LINE-PARAGRAPH.
           MOVE WS-N-VALUE(WS-NEAR-IDX) TO WS-VAL-TXT
           MOVE WS-N-LIMIT(WS-NEAR-IDX) TO WS-VAL2-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Rec " WS-N-REC-ID(WS-NEAR-IDX) "  "
               WS-N-CAT(WS-NEAR-IDX) " " WS-N-UNIT(WS-NEAR-IDX)
               "  " WS-VAL-TXT "  limit " WS-VAL2-TXT
               "  batch " WS-N-DATE(WS-NEAR-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-REPORT-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       WRAP-UP-PARAGRAPH.
           COMPUTE WS-FINDINGS = WS-FLAG-CNT + WS-REP-TOTAL
               + WS-NEAR-TOTAL
           MOVE WS-FINDINGS TO WS-CNT-TXT
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Anomaly analytics " WS-PERIOD ", findings "
               WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-FINDINGS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILES-MISSING > 0 THEN
               MOVE WS-FILES-MISSING TO WS-CNT-TXT
               MOVE "W" TO WS-LOG-SEV
               MOVE "0101" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Archived feed(s) not found: " WS-CNT-TXT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 4 TO RETURN-CODE
           END-IF.

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
           MOVE "LABANLYT" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.
