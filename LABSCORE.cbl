       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABSCORE.
       AUTHOR. Wyatt Reid.
      * "Monthly operations scorecard - the one-pager management"
      * "asks for, built from the files the shop already keeps"
      * "instead of by hand. For the period (LABSCORE_PERIOD,"
      * "YYYYMM, default last month) and the three months before"
      * "it: feeds on time, late, and missing per the provider"
      * "file, the processing calendar, and BATCHREG (the same"
      * "rule as LABPRVRP); LABEDIT's reject rate off the edit"
      * "history; LABRECON's match rate off the recon history;"
      * "exceptions closed within the aging target off the"
      * "disposition file; nights the chain completed and its"
      * "average finish off the LABNIGHT job log, with step"
      * "failures off the run history; and maintenance volume"
      * "and approval turnaround off MNTJRNL and the pending"
      * "queue. Each measure is shown against its target (see"
      * "SCORTGT) with the prior three months alongside."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARGET-FILE ASSIGN TO WS-TGTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TGT-STATUS.
           SELECT PROV-FILE ASSIGN TO WS-PROVFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO WS-CALFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT BATCHREG-FILE ASSIGN TO WS-BREGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.
           SELECT EDITHIST-FILE ASSIGN TO WS-EDHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EDHIST-STATUS.
           SELECT RECONHST-FILE ASSIGN TO WS-RHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RHIST-STATUS.
           SELECT EXCDISP-FILE ASSIGN TO WS-XDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XD-STATUS.
           SELECT JOBLOG-FILE ASSIGN TO WS-JOBLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO WS-RUNHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT PENDING-FILE ASSIGN TO WS-PENDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TARGET-FILE.
           COPY SCORTGT.

       FD  PROV-FILE.
           COPY PROVREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  BATCHREG-FILE.
           COPY BATCHREG.

       FD  EDITHIST-FILE.
           COPY EDITHST.

       FD  RECONHST-FILE.
           COPY RECONHST.

       FD  EXCDISP-FILE.
           COPY EXCDISP.

       FD  JOBLOG-FILE.
       01  JOBLOG-RECORD       Pic X(80).

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       FD  PENDING-FILE.
           COPY PNDCHG.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       WORKING-STORAGE SECTION.
      * "Every name is the same DD-style override the owning"
      * "program honors, so the scorecard reads exactly the"
      * "files the month's runs wrote. A file that is missing"
      * "leaves its measures n/a rather than stopping the page."
       01  WS-TGTFILE-NAME     Pic X(40).
       01  WS-TGT-STATUS       Pic X(2).
       01  WS-PROVFILE-NAME    Pic X(40).
       01  WS-PROV-STATUS      Pic X(2).
       01  WS-CALFILE-NAME     Pic X(40).
       01  WS-CAL-STATUS       Pic X(2).
       01  WS-BREGFILE-NAME    Pic X(40).
       01  WS-BREG-STATUS      Pic X(2).
       01  WS-EDHIST-NAME      Pic X(40).
       01  WS-EDHIST-STATUS    Pic X(2).
       01  WS-RHIST-NAME       Pic X(40).
       01  WS-RHIST-STATUS     Pic X(2).
       01  WS-XDFILE-NAME      Pic X(40).
       01  WS-XD-STATUS        Pic X(2).
       01  WS-JOBLOG-NAME      Pic X(40).
       01  WS-JOBLOG-STATUS    Pic X(2).
       01  WS-RUNHIST-NAME     Pic X(40).
       01  WS-RUNHIST-STATUS   Pic X(2).
       01  WS-JRNFILE-NAME     Pic X(40).
       01  WS-JRN-STATUS       Pic X(2).
       01  WS-PENDFILE-NAME    Pic X(40).
       01  WS-PEND-STATUS      Pic X(2).
       01  WS-OUTFILE-NAME     Pic X(40).
       01  WS-EOF              Pic A(1).

       01  WS-PERIOD-INPUT     Pic X(6).
       01  WS-TODAY            Pic 9(8).
       01  WS-TODAY-INT        Pic 9(8)   COMP.
       01  WS-REGION           Pic X(8)        VALUE "PROD".

      * "The four months on the page - 1 is the period being"
      * "reported, 2 to 4 the months before it, newest first."
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 4 TIMES.
               10  WS-PER-YM       Pic 9(6).
               10  WS-PER-FIRST    Pic 9(8).
               10  WS-PER-LAST     Pic 9(8).
       01  WS-P                Pic 9(1)   COMP.
       01  WS-PER-HIT          Pic 9(1)   COMP.
       01  WS-YM-WORK          Pic 9(6).
       01  WS-YM-YEAR          Pic 9(4).
       01  WS-YM-MONTH         Pic 9(2).
       01  WS-LOOK-DATE        Pic 9(8).
       01  WS-LOOK-YM          Pic 9(6).
       01  WS-DATE-WORK        Pic 9(8).

      * "Per-month tallies, one set per period on the page."
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 4 TIMES.
               10  WS-A-EXPECTED   Pic 9(6).
               10  WS-A-ONTIME     Pic 9(6).
               10  WS-A-LATE       Pic 9(6).
               10  WS-A-MISSING    Pic 9(6).
               10  WS-A-EH-READ    Pic 9(9).
               10  WS-A-EH-REJ     Pic 9(9).
               10  WS-A-RH-RUNS    Pic 9(6).
               10  WS-A-RH-MATCH   Pic 9(6).
               10  WS-A-XD-RAISED  Pic 9(6).
               10  WS-A-XD-ONTIME  Pic 9(6).
               10  WS-A-NIGHTS     Pic 9(4).
               10  WS-A-NIGHT-OK   Pic 9(4).
               10  WS-A-END-SUM    Pic 9(9).
               10  WS-A-END-CNT    Pic 9(4).
               10  WS-A-STEP-FAIL  Pic 9(6).
               10  WS-A-MNT-CNT    Pic 9(6).
               10  WS-A-DEC-CNT    Pic 9(6).
               10  WS-A-DEC-SUM    Pic 9(11).

      * "The measures, their built-in targets (overridden by any"
      * "row on the targets file), and the figure for each month."
      * "WS-M-KIND says how a figure prints: P a percentage or"
      * "other two-decimal figure, C a count, T a time of day"
      * "held as minutes past the chain date's midnight."
       01  WS-MEAS-TABLE.
           05  WS-MEAS-ENTRY OCCURS 10 TIMES INDEXED BY WS-M-IDX.
               10  WS-M-CODE       Pic X(8).
               10  WS-M-LABEL      Pic X(30).
               10  WS-M-KIND       Pic X(1).
               10  WS-M-TARGET     Pic 9(5)V9(2).
               10  WS-M-DIR        Pic X(1).
               10  WS-M-VAL        Pic S9(9)V9(2) OCCURS 4 TIMES.
               10  WS-M-HAS        Pic X(1)       OCCURS 4 TIMES.
       01  WS-MEAS-CNT         Pic 9(2)        VALUE 10.
       01  WS-EXC-AGE-DAYS     Pic 9(3)        VALUE 5.
       01  WS-MET-CNT          Pic 9(2)        VALUE 0.
       01  WS-SCORED-CNT       Pic 9(2)        VALUE 0.
       01  WS-MET-SW           Pic X(1).

      * "Feed compliance - active providers, the calendar's day"
      * "type for each day of the four months, and a grid of"
      * "what the batch register shows posted per provider per"
      * "day: O on time, L late, blank nothing."
       01  WS-PRV-TABLE.
           05  WS-PRV-ENTRY OCCURS 50 TIMES INDEXED BY WS-PRV-IDX.
               10  WS-PV-CODE      Pic X(5).
               10  WS-PV-DAYS      Pic X(7).
               10  WS-PV-GRID      Pic X(1)       OCCURS 124 TIMES.
       01  WS-PRV-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-PRV-LOADED-SW    Pic X(1)        VALUE "N".
       01  WS-CAL-TABLE.
           05  WS-CAL-DAY      Pic X(1)        OCCURS 124 TIMES.
       01  WS-WIN-FIRST-INT    Pic 9(8)   COMP.
       01  WS-WIN-LAST-INT     Pic 9(8)   COMP.
       01  WS-WIN-DAYS         Pic 9(4)   COMP.
       01  WS-DAY-IDX          Pic 9(4)   COMP.
       01  WS-DAY-INT          Pic 9(8)   COMP.
       01  WS-DOW              Pic 9(1)   COMP.
       01  WS-DOW-WORK         Pic 9(8)   COMP.

      * "Night log parsing - a chain runs from its 'started'"
      * "line to its 'ended' line; its finish is the last step's"
      * "end time, past midnight when earlier than the first"
      * "step's start."
       01  WS-NL-LINE          Pic X(80).
       01  WS-NL-ACTIVE-SW     Pic X(1)        VALUE "N".
       01  WS-NL-DATE          Pic 9(8).
       01  WS-NL-FIRST-MIN     Pic 9(5)        VALUE 0.
       01  WS-NL-START-SW      Pic X(1)        VALUE "N".
       01  WS-NL-END-MIN       Pic 9(5)        VALUE 0.
       01  WS-NL-END-SW        Pic X(1)        VALUE "N".
       01  WS-NL-TIME          Pic 9(8).
       01  WS-NL-TIME-R REDEFINES WS-NL-TIME.
           05  WS-NL-HH        Pic 9(2).
           05  WS-NL-MM        Pic 9(2).
           05  FILLER          Pic 9(4).
       01  WS-NL-RC            Pic 9(1).
       01  WS-NL-JRC           Pic X(1).

       01  WS-MIN-WORK         Pic S9(11).
       01  WS-TGT-MIN          Pic 9(5).
       01  WS-HHMM-WORK        Pic 9(4).
       01  WS-HHMM-R REDEFINES WS-HHMM-WORK.
           05  WS-HHMM-HH      Pic 9(2).
           05  WS-HHMM-MM      Pic 9(2).

       01  WS-REPORT-LINE      Pic X(100).
       01  WS-FIG-TXT          Pic X(10).
       01  WS-DEC-TXT          Pic Z(6)9.99.
       01  WS-CNT-TXT          Pic Z(9)9.
       01  WS-TIME-TXT         Pic X(10).
       01  WS-TIME-HH          Pic 9(2).
       01  WS-TIME-MM          Pic 9(2).
       01  WS-AGE-TXT          Pic ZZ9.
       01  WS-SCORE-TXT        Pic Z9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM DEFAULT-TARGETS-PARAGRAPH
           PERFORM LOAD-TARGETS-PARAGRAPH
           PERFORM FEED-SECTION-PARAGRAPH
           PERFORM EDIT-SECTION-PARAGRAPH
           PERFORM RECON-SECTION-PARAGRAPH
           PERFORM EXCEPTION-SECTION-PARAGRAPH
           PERFORM NIGHTLOG-SECTION-PARAGRAPH
           PERFORM RUNHIST-SECTION-PARAGRAPH
           PERFORM JOURNAL-SECTION-PARAGRAPH
           PERFORM PENDING-SECTION-PARAGRAPH
           PERFORM COMPUTE-MEASURES-PARAGRAPH
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
           PERFORM PRINT-SCORECARD-PARAGRAPH
           CLOSE REPORT-FILE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-score-tgt.dat" TO WS-TGTFILE-NAME
           ACCEPT WS-TGTFILE-NAME FROM ENVIRONMENT "LAB_SCORETGT"
           IF WS-TGTFILE-NAME = SPACES THEN
               MOVE "lab-score-tgt.dat" TO WS-TGTFILE-NAME
           END-IF
           MOVE "lab-providers.dat" TO WS-PROVFILE-NAME
           ACCEPT WS-PROVFILE-NAME FROM ENVIRONMENT "LAB_PROVFILE"
           IF WS-PROVFILE-NAME = SPACES THEN
               MOVE "lab-providers.dat" TO WS-PROVFILE-NAME
           END-IF
           MOVE "lab-calendar.dat" TO WS-CALFILE-NAME
           ACCEPT WS-CALFILE-NAME FROM ENVIRONMENT "LAB_CALENDAR"
           IF WS-CALFILE-NAME = SPACES THEN
               MOVE "lab-calendar.dat" TO WS-CALFILE-NAME
           END-IF
           MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           ACCEPT WS-BREGFILE-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BREGFILE-NAME = SPACES THEN
               MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           END-IF
           MOVE "lab-edit-hist.dat" TO WS-EDHIST-NAME
           ACCEPT WS-EDHIST-NAME FROM ENVIRONMENT "LABEDIT_HISTFILE"
           IF WS-EDHIST-NAME = SPACES THEN
               MOVE "lab-edit-hist.dat" TO WS-EDHIST-NAME
           END-IF
           MOVE "lab-recon-hist.dat" TO WS-RHIST-NAME
           ACCEPT WS-RHIST-NAME FROM ENVIRONMENT "LABRECON_HISTFILE"
           IF WS-RHIST-NAME = SPACES THEN
               MOVE "lab-recon-hist.dat" TO WS-RHIST-NAME
           END-IF
           MOVE "lab-exc-disp.dat" TO WS-XDFILE-NAME
           ACCEPT WS-XDFILE-NAME FROM ENVIRONMENT "LAB_EXCDISP"
           IF WS-XDFILE-NAME = SPACES THEN
               MOVE "lab-exc-disp.dat" TO WS-XDFILE-NAME
           END-IF
           MOVE "lab-night-log.dat" TO WS-JOBLOG-NAME
           ACCEPT WS-JOBLOG-NAME FROM ENVIRONMENT "LABNIGHT_JOBLOG"
           IF WS-JOBLOG-NAME = SPACES THEN
               MOVE "lab-night-log.dat" TO WS-JOBLOG-NAME
           END-IF
           MOVE "lab-run-hist.dat" TO WS-RUNHIST-NAME
           ACCEPT WS-RUNHIST-NAME FROM ENVIRONMENT "LAB_RUNHIST"
           IF WS-RUNHIST-NAME = SPACES THEN
               MOVE "lab-run-hist.dat" TO WS-RUNHIST-NAME
           END-IF
           MOVE "lab-mnt-jrnl.dat" TO WS-JRNFILE-NAME
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "LABMAINT_JRNFILE"
           IF WS-JRNFILE-NAME = SPACES THEN
               MOVE "lab-mnt-jrnl.dat" TO WS-JRNFILE-NAME
           END-IF
           MOVE "lab-mnt-pend.dat" TO WS-PENDFILE-NAME
           ACCEPT WS-PENDFILE-NAME FROM ENVIRONMENT
               "LABMAINT_PENDFILE"
           IF WS-PENDFILE-NAME = SPACES THEN
               MOVE "lab-mnt-pend.dat" TO WS-PENDFILE-NAME
           END-IF
           MOVE "lab-scorecard.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABSCORE_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-scorecard.dat" TO WS-OUTFILE-NAME
           END-IF
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE SPACES TO WS-PERIOD-INPUT
           ACCEPT WS-PERIOD-INPUT FROM ENVIRONMENT "LABSCORE_PERIOD"
           IF WS-PERIOD-INPUT IS NUMERIC
                   AND WS-PERIOD-INPUT(5:2) >= "01"
                   AND WS-PERIOD-INPUT(5:2) <= "12" THEN
               MOVE WS-PERIOD-INPUT TO WS-YM-WORK
           ELSE
               COMPUTE WS-YM-WORK = WS-TODAY / 100
               PERFORM PRIOR-MONTH-PARAGRAPH
           END-IF
           MOVE WS-YM-WORK TO WS-PER-YM(1)
           PERFORM SET-PERIOD-PARAGRAPH
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
           COMPUTE WS-WIN-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-PER-FIRST(4))
           COMPUTE WS-WIN-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-PER-LAST(1))
           COMPUTE WS-WIN-DAYS = WS-WIN-LAST-INT - WS-WIN-FIRST-INT
               + 1
           INITIALIZE WS-ACC-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MONTHLY OPERATIONS SCORECARD   Period: "
               WS-PER-YM(1) "   Run Date: " WS-TODAY
               "   Region: " WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE-PARAGRAPH.

      *****************************************************
      * SET-PERIOD-PARAGRAPH fills in one month's first and    *
      * last day, and the month before it for the next slot.   *
      *****************************************************
       SET-PERIOD-PARAGRAPH.
           MOVE WS-PER-YM(WS-P) TO WS-YM-WORK
           COMPUTE WS-PER-FIRST(WS-P) = WS-YM-WORK * 100 + 1
           DIVIDE WS-YM-WORK BY 100 GIVING WS-YM-YEAR
               REMAINDER WS-YM-MONTH
           IF WS-YM-MONTH = 12 THEN
               COMPUTE WS-DATE-WORK = (WS-YM-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-WORK = WS-YM-WORK * 100 + 101
           END-IF
           COMPUTE WS-PER-LAST(WS-P) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)
           IF WS-P < 4 THEN
               PERFORM PRIOR-MONTH-PARAGRAPH
               MOVE WS-YM-WORK TO WS-PER-YM(WS-P + 1)
           END-IF.

       PRIOR-MONTH-PARAGRAPH.
           DIVIDE WS-YM-WORK BY 100 GIVING WS-YM-YEAR
               REMAINDER WS-YM-MONTH
           IF WS-YM-MONTH = 1 THEN
               COMPUTE WS-YM-WORK = (WS-YM-YEAR - 1) * 100 + 12
           ELSE
               SUBTRACT 1 FROM WS-YM-WORK
           END-IF.

      *****************************************************
      * FIND-PERIOD-PARAGRAPH - which of the four months       *
      * WS-LOOK-DATE falls in; 0 when none of them.             *
      *****************************************************
       FIND-PERIOD-PARAGRAPH.
           MOVE 0 TO WS-PER-HIT
           IF WS-LOOK-DATE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOOK-YM = WS-LOOK-DATE / 100
           EVALUATE WS-LOOK-YM
               WHEN WS-PER-YM(1) MOVE 1 TO WS-PER-HIT
               WHEN WS-PER-YM(2) MOVE 2 TO WS-PER-HIT
               WHEN WS-PER-YM(3) MOVE 3 TO WS-PER-HIT
               WHEN WS-PER-YM(4) MOVE 4 TO WS-PER-HIT
               WHEN OTHER CONTINUE
           END-EVALUATE.

      *****************************************************
      * DEFAULT-TARGETS-PARAGRAPH - the built-in measures and  *
      * targets; a row on the targets file overrides one.       *
      *****************************************************
       DEFAULT-TARGETS-PARAGRAPH.
           INITIALIZE WS-MEAS-TABLE
           MOVE "FEEDONTM" TO WS-M-CODE(1)
           MOVE "Feeds received on time (%)" TO WS-M-LABEL(1)
           MOVE "P" TO WS-M-KIND(1)
           MOVE 95 TO WS-M-TARGET(1)
           MOVE "H" TO WS-M-DIR(1)
           MOVE "FEEDMISS" TO WS-M-CODE(2)
           MOVE "Feeds missing" TO WS-M-LABEL(2)
           MOVE "C" TO WS-M-KIND(2)
           MOVE 0 TO WS-M-TARGET(2)
           MOVE "L" TO WS-M-DIR(2)
           MOVE "REJRATE" TO WS-M-CODE(3)
           MOVE "Edit reject rate (%)" TO WS-M-LABEL(3)
           MOVE "P" TO WS-M-KIND(3)
           MOVE 2 TO WS-M-TARGET(3)
           MOVE "L" TO WS-M-DIR(3)
           MOVE "RECONMT" TO WS-M-CODE(4)
           MOVE "LABRECON match rate (%)" TO WS-M-LABEL(4)
           MOVE "P" TO WS-M-KIND(4)
           MOVE 98 TO WS-M-TARGET(4)
           MOVE "H" TO WS-M-DIR(4)
           MOVE "EXCCLOSE" TO WS-M-CODE(5)
           MOVE "Exceptions closed on time (%)" TO WS-M-LABEL(5)
           MOVE "P" TO WS-M-KIND(5)
           MOVE 90 TO WS-M-TARGET(5)
           MOVE "H" TO WS-M-DIR(5)
           MOVE "CHAINOK" TO WS-M-CODE(6)
           MOVE "Night chain completed (%)" TO WS-M-LABEL(6)
           MOVE "P" TO WS-M-KIND(6)
           MOVE 95 TO WS-M-TARGET(6)
           MOVE "H" TO WS-M-DIR(6)
           MOVE "CHAINEND" TO WS-M-CODE(7)
           MOVE "Night chain avg finish" TO WS-M-LABEL(7)
           MOVE "T" TO WS-M-KIND(7)
           MOVE 600 TO WS-M-TARGET(7)
           MOVE "L" TO WS-M-DIR(7)
           MOVE "STEPFAIL" TO WS-M-CODE(8)
           MOVE "Step failures (rc 8+)" TO WS-M-LABEL(8)
           MOVE "C" TO WS-M-KIND(8)
           MOVE 0 TO WS-M-TARGET(8)
           MOVE "L" TO WS-M-DIR(8)
           MOVE "MNTVOL" TO WS-M-CODE(9)
           MOVE "Master changes applied" TO WS-M-LABEL(9)
           MOVE "C" TO WS-M-KIND(9)
           MOVE 500 TO WS-M-TARGET(9)
           MOVE "L" TO WS-M-DIR(9)
           MOVE "APPRTURN" TO WS-M-CODE(10)
           MOVE "Approval turnaround (avg hrs)" TO WS-M-LABEL(10)
           MOVE "P" TO WS-M-KIND(10)
           MOVE 24 TO WS-M-TARGET(10)
           MOVE "L" TO WS-M-DIR(10).

       LOAD-TARGETS-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT TARGET-FILE
           IF WS-TGT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-TARGET-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE TARGET-FILE.

       READ-TARGET-PARAGRAPH.
           READ TARGET-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF SCT-TARGET IS NUMERIC THEN
                       IF SCT-MEASURE = "EXCAGEDY" THEN
                           MOVE SCT-TARGET TO WS-EXC-AGE-DAYS
                       ELSE
                           PERFORM APPLY-TARGET-PARAGRAPH
                               VARYING WS-M-IDX FROM 1 BY 1
                               UNTIL WS-M-IDX > WS-MEAS-CNT
                       END-IF
                   END-IF
           END-READ.

       APPLY-TARGET-PARAGRAPH.
           IF WS-M-CODE(WS-M-IDX) = SCT-MEASURE THEN
               MOVE SCT-TARGET TO WS-M-TARGET(WS-M-IDX)
               IF SCT-DIRECTION = "H" OR SCT-DIRECTION = "L" THEN
                   MOVE SCT-DIRECTION TO WS-M-DIR(WS-M-IDX)
               END-IF
           END-IF.

      *****************************************************
      * FEED-SECTION-PARAGRAPH - LABPRVRP's rule over the four *
      * months: on each business day per the calendar, every  *
      * active provider flagged for that weekday owes a batch. *
      * The register is read once into the day grid; a batch   *
      * posted after its batch date is late, none is missing.  *
      * Today and later are not judged yet.                     *
      *****************************************************
       FEED-SECTION-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT PROV-FILE
           IF WS-PROV-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PRV-LOADED-SW
           PERFORM READ-PROVIDER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE PROV-FILE
           MOVE SPACES TO WS-CAL-TABLE
           MOVE "N" TO WS-EOF
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00" THEN
               PERFORM READ-CALENDAR-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE CALENDAR-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS = "00" THEN
               PERFORM READ-BATCH-REG-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE BATCHREG-FILE
           END-IF
           PERFORM JUDGE-FEED-DAY-PARAGRAPH
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-WIN-DAYS.

       READ-PROVIDER-PARAGRAPH.
           READ PROV-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF PRV-ACTIVE = "Y" AND WS-PRV-CNT < 50 THEN
                       ADD 1 TO WS-PRV-CNT
                       MOVE PRV-CODE TO WS-PV-CODE(WS-PRV-CNT)
                       MOVE PRV-TRANS-DAYS TO WS-PV-DAYS(WS-PRV-CNT)
                       MOVE SPACES TO WS-PRV-ENTRY(WS-PRV-CNT)(13:124)
                   END-IF
           END-READ.

       READ-CALENDAR-PARAGRAPH.
           READ CALENDAR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CAL-DATE IS NUMERIC
                           AND CAL-DATE >= WS-PER-FIRST(4)
                           AND CAL-DATE <= WS-PER-LAST(1) THEN
                       COMPUTE WS-DAY-IDX =
                           FUNCTION INTEGER-OF-DATE(CAL-DATE)
                           - WS-WIN-FIRST-INT + 1
                       MOVE CAL-DAY-TYPE TO WS-CAL-DAY(WS-DAY-IDX)
                   END-IF
           END-READ.

       READ-BATCH-REG-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BRG-PROVIDER NOT = SPACES
                           AND BRG-BATCH-DATE IS NUMERIC
                           AND BRG-BATCH-DATE >= WS-PER-FIRST(4)
                           AND BRG-BATCH-DATE <= WS-PER-LAST(1) THEN
                       PERFORM MARK-BATCH-PARAGRAPH
                           VARYING WS-PRV-IDX FROM 1 BY 1
                           UNTIL WS-PRV-IDX > WS-PRV-CNT
                   END-IF
           END-READ.

       MARK-BATCH-PARAGRAPH.
           IF WS-PV-CODE(WS-PRV-IDX) NOT = BRG-PROVIDER THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-IDX =
               FUNCTION INTEGER-OF-DATE(BRG-BATCH-DATE)
               - WS-WIN-FIRST-INT + 1
           IF BRG-POST-DATE > BRG-BATCH-DATE THEN
               IF WS-PV-GRID(WS-PRV-IDX, WS-DAY-IDX) NOT = "O" THEN
                   MOVE "L" TO WS-PV-GRID(WS-PRV-IDX, WS-DAY-IDX)
               END-IF
           ELSE
               MOVE "O" TO WS-PV-GRID(WS-PRV-IDX, WS-DAY-IDX)
           END-IF.

       JUDGE-FEED-DAY-PARAGRAPH.
           COMPUTE WS-DAY-INT = WS-WIN-FIRST-INT + WS-DAY-IDX - 1
           IF WS-DAY-INT >= WS-TODAY-INT
                   OR WS-CAL-DAY(WS-DAY-IDX) NOT = "B" THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOOK-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM FIND-PERIOD-PARAGRAPH
      *    Day 1 of the date-integer scale was a Monday, so the
      *    remainder maps 1=Monday ... 0=Sunday.
           COMPUTE WS-DOW-WORK = FUNCTION MOD(WS-DAY-INT 7)
           IF WS-DOW-WORK = 0 THEN
               MOVE 7 TO WS-DOW
           ELSE
               MOVE WS-DOW-WORK TO WS-DOW
           END-IF
           PERFORM JUDGE-FEED-ONE-PARAGRAPH
               VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-CNT.

       JUDGE-FEED-ONE-PARAGRAPH.
           IF WS-PV-DAYS(WS-PRV-IDX)(WS-DOW:1) NOT = "Y"
                   OR WS-PER-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-A-EXPECTED(WS-PER-HIT)
           EVALUATE WS-PV-GRID(WS-PRV-IDX, WS-DAY-IDX)
               WHEN "O" ADD 1 TO WS-A-ONTIME(WS-PER-HIT)
               WHEN "L" ADD 1 TO WS-A-LATE(WS-PER-HIT)
               WHEN OTHER ADD 1 TO WS-A-MISSING(WS-PER-HIT)
           END-EVALUATE.

      *****************************************************
      * EDIT-SECTION-PARAGRAPH - records read and rejected by  *
      * every LABEDIT run in each month.                        *
      *****************************************************
       EDIT-SECTION-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT EDITHIST-FILE
           IF WS-EDHIST-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-EDIT-HIST-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE EDITHIST-FILE.

       READ-EDIT-HIST-PARAGRAPH.
           READ EDITHIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE EH-RUN-DATE TO WS-LOOK-DATE
                   PERFORM FIND-PERIOD-PARAGRAPH
                   IF WS-PER-HIT > 0 AND EH-READ IS NUMERIC
                           AND EH-REJECTED IS NUMERIC THEN
                       ADD EH-READ TO WS-A-EH-READ(WS-PER-HIT)
                       ADD EH-REJECTED TO WS-A-EH-REJ(WS-PER-HIT)
                   END-IF
           END-READ.

      *****************************************************
      * RECON-SECTION-PARAGRAPH - LABRECON runs and how many   *
      * tied out, per month.                                    *
      *****************************************************
       RECON-SECTION-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT RECONHST-FILE
           IF WS-RHIST-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RECON-HIST-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE RECONHST-FILE.

       READ-RECON-HIST-PARAGRAPH.
           READ RECONHST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE RH-RUN-DATE TO WS-LOOK-DATE
                   PERFORM FIND-PERIOD-PARAGRAPH
                   IF WS-PER-HIT > 0 THEN
                       ADD 1 TO WS-A-RH-RUNS(WS-PER-HIT)
                       IF RH-MATCH-FLAG = "Y" THEN
                           ADD 1 TO WS-A-RH-MATCH(WS-PER-HIT)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * EXCEPTION-SECTION-PARAGRAPH - exceptions raised in     *
      * each month, and how many were worked to R, C, or A     *
      * within the aging target (EXCAGEDY) of being raised.     *
      *****************************************************
       EXCEPTION-SECTION-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT EXCDISP-FILE
           IF WS-XD-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-EXC-DISP-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE EXCDISP-FILE.

       READ-EXC-DISP-PARAGRAPH.
           READ EXCDISP-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE XD-RUN-DATE TO WS-LOOK-DATE
                   PERFORM FIND-PERIOD-PARAGRAPH
                   IF WS-PER-HIT > 0 THEN
                       ADD 1 TO WS-A-XD-RAISED(WS-PER-HIT)
                       IF (XD-STATUS = "R" OR XD-STATUS = "C"
                               OR XD-STATUS = "A")
                               AND XD-DISP-DATE IS NUMERIC
                               AND XD-DISP-DATE > 0 THEN
                           IF FUNCTION INTEGER-OF-DATE(XD-DISP-DATE)
                                   - FUNCTION INTEGER-OF-DATE(
                                       XD-RUN-DATE)
                                   <= WS-EXC-AGE-DAYS THEN
                               ADD 1 TO WS-A-XD-ONTIME(WS-PER-HIT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * NIGHTLOG-SECTION-PARAGRAPH walks the LABNIGHT job log. *
      * Each chain counts in the month of its run date; it     *
      * completed when it ended below RETURN-CODE 8, and its   *
      * finish is the last step's end time.                     *
      *****************************************************
       NIGHTLOG-SECTION-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NIGHT-LOG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE JOBLOG-FILE.

       READ-NIGHT-LOG-PARAGRAPH.
           READ JOBLOG-FILE NEXT RECORD INTO WS-NL-LINE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-NL-LINE(1:26)
                               = "=== Nightly chain started "
                           PERFORM NIGHT-START-PARAGRAPH
                       WHEN WS-NL-LINE(1:28)
                               = "=== Nightly chain ended, rc="
                           PERFORM NIGHT-END-PARAGRAPH
                       WHEN WS-NL-ACTIVE-SW = "Y"
                               AND WS-NL-LINE(18:7) = " start="
                           PERFORM NIGHT-STEP-PARAGRAPH
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       NIGHT-START-PARAGRAPH.
           MOVE "N" TO WS-NL-ACTIVE-SW
           IF WS-NL-LINE(27:8) IS NUMERIC THEN
               MOVE WS-NL-LINE(27:8) TO WS-NL-DATE
               MOVE "Y" TO WS-NL-ACTIVE-SW
           END-IF
           MOVE "N" TO WS-NL-START-SW
           MOVE "N" TO WS-NL-END-SW.

       NIGHT-STEP-PARAGRAPH.
           IF WS-NL-LINE(25:8) IS NOT NUMERIC
                   OR WS-NL-LINE(38:8) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NL-LINE(38:8) TO WS-NL-TIME
           IF WS-NL-TIME = 0 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NL-END-MIN = WS-NL-HH * 60 + WS-NL-MM
           MOVE "Y" TO WS-NL-END-SW
           IF WS-NL-START-SW = "N" THEN
               MOVE WS-NL-LINE(25:8) TO WS-NL-TIME
               COMPUTE WS-NL-FIRST-MIN = WS-NL-HH * 60 + WS-NL-MM
               MOVE "Y" TO WS-NL-START-SW
           END-IF.

       NIGHT-END-PARAGRAPH.
           IF WS-NL-ACTIVE-SW NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NL-ACTIVE-SW
           MOVE WS-NL-DATE TO WS-LOOK-DATE
           PERFORM FIND-PERIOD-PARAGRAPH
           IF WS-PER-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-A-NIGHTS(WS-PER-HIT)
           MOVE WS-NL-LINE(29:1) TO WS-NL-JRC
           IF WS-NL-JRC IS NUMERIC THEN
               MOVE WS-NL-JRC TO WS-NL-RC
               IF WS-NL-RC < 8 THEN
                   ADD 1 TO WS-A-NIGHT-OK(WS-PER-HIT)
               END-IF
           END-IF
           IF WS-NL-END-SW = "Y" THEN
               IF WS-NL-END-MIN < WS-NL-FIRST-MIN THEN
                   ADD 1440 TO WS-NL-END-MIN
               END-IF
               ADD WS-NL-END-MIN TO WS-A-END-SUM(WS-PER-HIT)
               ADD 1 TO WS-A-END-CNT(WS-PER-HIT)
           END-IF.

      *****************************************************
      * RUNHIST-SECTION-PARAGRAPH - every run or chain step    *
      * that ended with RETURN-CODE 8 or worse.                 *
      *****************************************************
       RUNHIST-SECTION-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-FILE-READ-PARAGRAPH
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
           PERFORM READ-RUN-HIST-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE RUNHIST-FILE.

       MARK-FILE-READ-PARAGRAPH.
           MOVE "Y" TO WS-M-HAS(8, WS-P).

       READ-RUN-HIST-PARAGRAPH.
           READ RUNHIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE RNH-DATE TO WS-LOOK-DATE
                   PERFORM FIND-PERIOD-PARAGRAPH
                   IF WS-PER-HIT > 0 AND RNH-RC IS NUMERIC THEN
                       IF RNH-RC >= 8 THEN
                           ADD 1 TO WS-A-STEP-FAIL(WS-PER-HIT)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * JOURNAL-SECTION-PARAGRAPH - master changes applied,    *
      * one journal record each.                                *
      *****************************************************
       JOURNAL-SECTION-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-JOURNAL-READ-PARAGRAPH
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
           PERFORM READ-JOURNAL-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE JOURNAL-FILE.

       MARK-JOURNAL-READ-PARAGRAPH.
           MOVE "Y" TO WS-M-HAS(9, WS-P).

       READ-JOURNAL-PARAGRAPH.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE JRN-DATE TO WS-LOOK-DATE
                   PERFORM FIND-PERIOD-PARAGRAPH
                   IF WS-PER-HIT > 0 THEN
                       ADD 1 TO WS-A-MNT-CNT(WS-PER-HIT)
                   END-IF
           END-READ.

      *****************************************************
      * PENDING-SECTION-PARAGRAPH - queued changes approved or *
      * rejected in each month, and the time from keying to    *
      * decision. Entries decided before the decision stamp    *
      * was kept carry no date and are passed over.             *
      *****************************************************
       PENDING-SECTION-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PENDING-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE PENDING-FILE.

       READ-PENDING-PARAGRAPH.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF (PND-STATUS = "A" OR PND-STATUS = "R")
                           AND PND-DEC-DATE IS NUMERIC
                           AND PND-DEC-DATE > 0
                           AND PND-DEC-TIME IS NUMERIC
                           AND PND-DATE IS NUMERIC
                           AND PND-TIME IS NUMERIC THEN
                       MOVE PND-DEC-DATE TO WS-LOOK-DATE
                       PERFORM FIND-PERIOD-PARAGRAPH
                       IF WS-PER-HIT > 0 THEN
                           PERFORM TURNAROUND-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       TURNAROUND-PARAGRAPH.
           MOVE PND-DEC-TIME TO WS-NL-TIME
           COMPUTE WS-MIN-WORK =
               (FUNCTION INTEGER-OF-DATE(PND-DEC-DATE)
                - FUNCTION INTEGER-OF-DATE(PND-DATE)) * 1440
               + WS-NL-HH * 60 + WS-NL-MM
           MOVE PND-TIME TO WS-NL-TIME
           COMPUTE WS-MIN-WORK = WS-MIN-WORK
               - WS-NL-HH * 60 - WS-NL-MM
           IF WS-MIN-WORK < 0 THEN
               MOVE 0 TO WS-MIN-WORK
           END-IF
           ADD 1 TO WS-A-DEC-CNT(WS-PER-HIT)
           ADD WS-MIN-WORK TO WS-A-DEC-SUM(WS-PER-HIT).

      *****************************************************
      * COMPUTE-MEASURES-PARAGRAPH turns one month's tallies   *
      * into its figures. A measure with nothing behind it     *
      * that month stays n/a instead of printing a false zero. *
      *****************************************************
       COMPUTE-MEASURES-PARAGRAPH.
           IF WS-A-EXPECTED(WS-P) > 0 THEN
               COMPUTE WS-M-VAL(1, WS-P) ROUNDED =
                   WS-A-ONTIME(WS-P) * 100 / WS-A-EXPECTED(WS-P)
               MOVE "Y" TO WS-M-HAS(1, WS-P)
               MOVE WS-A-MISSING(WS-P) TO WS-M-VAL(2, WS-P)
               MOVE "Y" TO WS-M-HAS(2, WS-P)
           END-IF
           IF WS-A-EH-READ(WS-P) > 0 THEN
               COMPUTE WS-M-VAL(3, WS-P) ROUNDED =
                   WS-A-EH-REJ(WS-P) * 100 / WS-A-EH-READ(WS-P)
               MOVE "Y" TO WS-M-HAS(3, WS-P)
           END-IF
           IF WS-A-RH-RUNS(WS-P) > 0 THEN
               COMPUTE WS-M-VAL(4, WS-P) ROUNDED =
                   WS-A-RH-MATCH(WS-P) * 100 / WS-A-RH-RUNS(WS-P)
               MOVE "Y" TO WS-M-HAS(4, WS-P)
           END-IF
           IF WS-A-XD-RAISED(WS-P) > 0 THEN
               COMPUTE WS-M-VAL(5, WS-P) ROUNDED =
                   WS-A-XD-ONTIME(WS-P) * 100 / WS-A-XD-RAISED(WS-P)
               MOVE "Y" TO WS-M-HAS(5, WS-P)
           END-IF
           IF WS-A-NIGHTS(WS-P) > 0 THEN
               COMPUTE WS-M-VAL(6, WS-P) ROUNDED =
                   WS-A-NIGHT-OK(WS-P) * 100 / WS-A-NIGHTS(WS-P)
               MOVE "Y" TO WS-M-HAS(6, WS-P)
           END-IF
           IF WS-A-END-CNT(WS-P) > 0 THEN
               COMPUTE WS-M-VAL(7, WS-P) ROUNDED =
                   WS-A-END-SUM(WS-P) / WS-A-END-CNT(WS-P)
               MOVE "Y" TO WS-M-HAS(7, WS-P)
           END-IF
           MOVE WS-A-STEP-FAIL(WS-P) TO WS-M-VAL(8, WS-P)
           MOVE WS-A-MNT-CNT(WS-P) TO WS-M-VAL(9, WS-P)
           IF WS-A-DEC-CNT(WS-P) > 0 THEN
               COMPUTE WS-M-VAL(10, WS-P) ROUNDED =
                   WS-A-DEC-SUM(WS-P) / WS-A-DEC-CNT(WS-P) / 60
               MOVE "Y" TO WS-M-HAS(10, WS-P)
           END-IF.

      *****************************************************
      * PRINT-SCORECARD-PARAGRAPH - one line per measure: its  *
      * target, the period's figure and whether it met the     *
      * target, then the three months before, newest first.    *
      *****************************************************
       PRINT-SCORECARD-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "Measure" TO WS-REPORT-LINE(1:7)
           MOVE "Target" TO WS-REPORT-LINE(38:6)
           MOVE WS-PER-YM(1) TO WS-REPORT-LINE(49:6)
           MOVE "Met" TO WS-REPORT-LINE(56:3)
           MOVE WS-PER-YM(2) TO WS-REPORT-LINE(65:6)
           MOVE WS-PER-YM(3) TO WS-REPORT-LINE(76:6)
           MOVE WS-PER-YM(4) TO WS-REPORT-LINE(87:6)
           PERFORM WRITE-SCORE-LINE-PARAGRAPH
           MOVE ALL "-" TO WS-REPORT-LINE(1:93)
           PERFORM WRITE-SCORE-LINE-PARAGRAPH
           PERFORM PRINT-MEASURE-PARAGRAPH
               VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MEAS-CNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE-PARAGRAPH
           MOVE WS-MET-CNT TO WS-SCORE-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Measures on target: " WS-SCORE-TXT " of "
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-SCORED-CNT TO WS-SCORE-TXT
           STRING WS-SCORE-TXT " with figures for the period"
               DELIMITED BY SIZE INTO WS-REPORT-LINE(27:)
           PERFORM WRITE-SCORE-LINE-PARAGRAPH
           MOVE WS-A-EXPECTED(1) TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Feeds expected " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-A-LATE(1) TO WS-CNT-TXT
           STRING "   late " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE(26:)
           PERFORM WRITE-SCORE-LINE-PARAGRAPH
           IF WS-PRV-LOADED-SW = "N" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  (provider file not available - feed measures"
                   " n/a)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-SCORE-LINE-PARAGRAPH
           END-IF
           MOVE WS-EXC-AGE-DAYS TO WS-AGE-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Exceptions count as closed on time when worked "
               "within " WS-AGE-TXT " day(s) of being raised."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Night chain finish is the last step's end time;"
               " a time before noon is the next morning."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SCORE-LINE-PARAGRAPH.

       PRINT-MEASURE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-M-LABEL(WS-M-IDX) TO WS-REPORT-LINE(1:30)
           IF WS-M-DIR(WS-M-IDX) = "H" THEN
               MOVE ">=" TO WS-REPORT-LINE(33:2)
           ELSE
               MOVE "<=" TO WS-REPORT-LINE(33:2)
           END-IF
           IF WS-M-KIND(WS-M-IDX) = "T" THEN
               MOVE WS-M-TARGET(WS-M-IDX) TO WS-HHMM-WORK
               MOVE SPACES TO WS-TIME-TXT
               STRING "     " WS-HHMM-HH ":" WS-HHMM-MM
                   DELIMITED BY SIZE INTO WS-TIME-TXT
               MOVE WS-TIME-TXT TO WS-FIG-TXT
           ELSE
               MOVE WS-M-TARGET(WS-M-IDX) TO WS-DEC-TXT
               MOVE WS-DEC-TXT TO WS-FIG-TXT
               IF WS-M-KIND(WS-M-IDX) = "C" THEN
                   MOVE WS-M-TARGET(WS-M-IDX) TO WS-CNT-TXT
                   MOVE WS-CNT-TXT TO WS-FIG-TXT
               END-IF
           END-IF
           MOVE WS-FIG-TXT TO WS-REPORT-LINE(35:10)
           MOVE 1 TO WS-P
           PERFORM FORMAT-FIGURE-PARAGRAPH
           MOVE WS-FIG-TXT TO WS-REPORT-LINE(45:10)
           IF WS-M-HAS(WS-M-IDX, 1) = "Y" THEN
               ADD 1 TO WS-SCORED-CNT
               PERFORM JUDGE-TARGET-PARAGRAPH
               IF WS-MET-SW = "Y" THEN
                   MOVE "YES" TO WS-REPORT-LINE(56:3)
                   ADD 1 TO WS-MET-CNT
               ELSE
                   MOVE "NO" TO WS-REPORT-LINE(56:2)
               END-IF
           ELSE
               MOVE "--" TO WS-REPORT-LINE(56:2)
           END-IF
           MOVE 2 TO WS-P
           PERFORM FORMAT-FIGURE-PARAGRAPH
           MOVE WS-FIG-TXT TO WS-REPORT-LINE(61:10)
           MOVE 3 TO WS-P
           PERFORM FORMAT-FIGURE-PARAGRAPH
           MOVE WS-FIG-TXT TO WS-REPORT-LINE(72:10)
           MOVE 4 TO WS-P
           PERFORM FORMAT-FIGURE-PARAGRAPH
           MOVE WS-FIG-TXT TO WS-REPORT-LINE(83:10)
           PERFORM WRITE-SCORE-LINE-PARAGRAPH.

       FORMAT-FIGURE-PARAGRAPH.
           IF WS-M-HAS(WS-M-IDX, WS-P) NOT = "Y" THEN
               MOVE "       n/a" TO WS-FIG-TXT
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-M-KIND(WS-M-IDX)
               WHEN "C"
                   MOVE WS-M-VAL(WS-M-IDX, WS-P) TO WS-CNT-TXT
                   MOVE WS-CNT-TXT TO WS-FIG-TXT
               WHEN "T"
                   COMPUTE WS-MIN-WORK ROUNDED =
                       WS-M-VAL(WS-M-IDX, WS-P)
                   DIVIDE WS-MIN-WORK BY 1440 GIVING WS-TGT-MIN
                       REMAINDER WS-MIN-WORK
                   DIVIDE WS-MIN-WORK BY 60 GIVING WS-TIME-HH
                       REMAINDER WS-TIME-MM
                   MOVE SPACES TO WS-FIG-TXT
                   STRING "     " WS-TIME-HH ":" WS-TIME-MM
                       DELIMITED BY SIZE INTO WS-FIG-TXT
               WHEN OTHER
                   MOVE WS-M-VAL(WS-M-IDX, WS-P) TO WS-DEC-TXT
                   MOVE WS-DEC-TXT TO WS-FIG-TXT
           END-EVALUATE.

      *****************************************************
      * JUDGE-TARGET-PARAGRAPH - the period's figure against   *
      * the target. A finish-time target before noon is the    *
      * next morning, the same reading the figures get.         *
      *****************************************************
       JUDGE-TARGET-PARAGRAPH.
           MOVE "N" TO WS-MET-SW
           IF WS-M-KIND(WS-M-IDX) = "T" THEN
               MOVE WS-M-TARGET(WS-M-IDX) TO WS-HHMM-WORK
               COMPUTE WS-TGT-MIN = WS-HHMM-HH * 60 + WS-HHMM-MM
               IF WS-HHMM-WORK < 1200 THEN
                   ADD 1440 TO WS-TGT-MIN
               END-IF
               COMPUTE WS-MIN-WORK ROUNDED = WS-M-VAL(WS-M-IDX, 1)
               IF WS-MIN-WORK < 720 THEN
                   ADD 1440 TO WS-MIN-WORK
               END-IF
               IF WS-MIN-WORK <= WS-TGT-MIN THEN
                   MOVE "Y" TO WS-MET-SW
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-M-DIR(WS-M-IDX) = "H" THEN
               IF WS-M-VAL(WS-M-IDX, 1) >= WS-M-TARGET(WS-M-IDX) THEN
                   MOVE "Y" TO WS-MET-SW
               END-IF
           ELSE
               IF WS-M-VAL(WS-M-IDX, 1) <= WS-M-TARGET(WS-M-IDX) THEN
                   MOVE "Y" TO WS-MET-SW
               END-IF
           END-IF.

       WRITE-SCORE-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
