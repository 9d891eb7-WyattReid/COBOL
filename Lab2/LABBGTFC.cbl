       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABBGTFC.
       AUTHOR. Wyatt Reid.
      * "Month-end run-rate forecast by category - from the middle"
      * "of the month on, projects each category's actuals so far"
      * "(the category ledger's CLG records, reversals netted in)"
      * "out to the period end, and lines the projection up"
      * "against the budget file's BGT-EXP-COUNT and BGT-EXP-SUM"
      * "while there is still time to act on it:"
      * "  - business days elapsed and remaining come off the"
      * "    processing calendar (CALREC); a date with no row is"
      * "    counted Monday to Friday and warned about;"
      * "  - the projection adds, for each business day left, the"
      * "    category's own average per business day over the"
      * "    prior LABBGTFC_HISTORY months (default 3), counted"
      * "    from the first of those months it posted in - a"
      * "    category new this month falls back to its run-rate"
      * "    so far (basis C on the report);"
      * "  - a projected count or sum more than LABBGTFC_PCT"
      * "    percent (default 10) over or under budget is flagged"
      * "    OVER or UNDER, and the LABBGTFC_ALERTS worst of them"
      * "    (default 3, by percent off budget) are raised on the"
      * "    central alert file as well as the run-log."
      * "The as-of date, LABBGTFC_ASOF (YYYYMMDD), defaults to today"
      * "and fixes the period. Before day LABBGTFC_FROM_DAY of the"
      * "month (default 15) there is too little of it to project"
      * "from, and the run only says so - set it to 1 to force a"
      * "forecast early."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDG-FILE ASSIGN TO WS-BUDGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT CATLEDGER-FILE ASSIGN TO WS-CLGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLG-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO WS-CALFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
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
       FD  BUDG-FILE.
           COPY BUDGREC.

       FD  CATLEDGER-FILE.
           COPY CATLEDG.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
      * "Inputs are found under the names their owners use"
      * "(LAB_BUDGFILE, LABCATRP_LEDGER, LAB_CALENDAR), so an"
      * "override exported for the suite carries through to here."
      * "LABBGTFC_OUTFILE is the report."
       01  WS-BUDGFILE-NAME    Pic X(40).
       01  WS-BUDG-STATUS      Pic X(2).
       01  WS-CLGFILE-NAME     Pic X(40).
       01  WS-CLG-STATUS       Pic X(2).
       01  WS-CALFILE-NAME     Pic X(40).
       01  WS-CAL-STATUS       Pic X(2).
       01  WS-OUTFILE-NAME     Pic X(40).
       01  WS-EOF              Pic A(1)        VALUE "N".
       01  WS-BUDG-FOUND-SW    Pic A(1)        VALUE "N".
       01  WS-CLG-FOUND-SW     Pic A(1)        VALUE "N".
       01  WS-CAL-FOUND-SW     Pic A(1)        VALUE "N".

      * "LAB_ALERTS points at the central operator alert file -"
      * "the worst offenders land there too, and HelloWorld shows"
      * "them at sign-on until someone acknowledges them."
       01  WS-ALERTFILE-NAME   Pic X(40).
       01  WS-ALERT-STATUS     Pic X(2).
       01  WS-ALERT-EOF        Pic A(1).
       01  WS-ALR-NEXT-SEQ     Pic 9(6).

      * "Run parameters - see the program description above."
       01  WS-ASOF             Pic 9(8).
       01  WS-ASOF-PARTS REDEFINES WS-ASOF.
           05  WS-ASOF-YYYY    Pic 9(4).
           05  WS-ASOF-MM      Pic 9(2).
           05  WS-ASOF-DD      Pic 9(2).
       01  WS-PERIOD           Pic 9(6).
       01  WS-DATE-IN          Pic X(8).
       01  WS-PARM-IN          Pic X(4).
       01  WS-FROM-DAY         Pic 9(2)        VALUE 15.
       01  WS-HIST-MONTHS      Pic 9(2)   COMP   VALUE 3.
       01  WS-MAT-PCT          Pic 9(3)        VALUE 10.
       01  WS-ALERT-MAX        Pic 9(2)   COMP   VALUE 3.

      * "The forecast's date range as date integers - the history"
      * "months, then the period to the as-of date and beyond it."
       01  WS-WORK-DATE        Pic 9(8).
       01  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY    Pic 9(4).
           05  WS-WORK-MM      Pic 9(2).
           05  WS-WORK-DD      Pic 9(2).
       01  WS-MON-ABS          Pic 9(6)   COMP.
       01  WS-HIST-BASE        Pic 9(6)   COMP.
       01  WS-HIST-START       Pic 9(8).
       01  WS-PER-START        Pic 9(8).
       01  WS-PER-END          Pic 9(8).
       01  WS-HIST-START-INT   Pic 9(7)   COMP.
       01  WS-PER-START-INT    Pic 9(7)   COMP.
       01  WS-PER-END-INT      Pic 9(7)   COMP.
       01  WS-ASOF-INT         Pic 9(7)   COMP.
       01  WS-DAY-INT          Pic 9(7)   COMP.
       01  WS-CHECK-DATE       Pic 9(8).
       01  WS-DOW-WORK         Pic 9(1).

      * "Calendar rows for the range, loaded once."
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 800 TIMES INDEXED BY WS-CAL-IDX.
               10  WS-C-DATE       Pic 9(8).
               10  WS-C-DAY-TYPE   Pic X(1).
       01  WS-CAL-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-CAL-FULL-SW      Pic A(1)        VALUE "N".
       01  WS-BDAY-SW          Pic A(1).

      * "Business days in each history month (1 is the oldest),"
      * "then this month's elapsed and remaining."
       01  WS-HM-TABLE.
           05  WS-HM-ENTRY OCCURS 12 TIMES INDEXED BY WS-HM-IDX.
               10  WS-HM-BDAYS     Pic 9(3)   COMP.
       01  WS-HM-NO            Pic 9(4)   COMP.
       01  WS-ELAPSED-BD       Pic 9(3)   COMP   VALUE 0.
       01  WS-REMAIN-BD        Pic 9(3)   COMP   VALUE 0.
       01  WS-ASSUMED-CNT      Pic 9(4)   COMP   VALUE 0.
       01  WS-HIST-BD          Pic 9(4)   COMP.

      * "One line per category - actuals so far, history,"
      * "budget, projection and the verdict."
       01  WS-FC-TABLE.
           05  WS-FC-ENTRY OCCURS 50 TIMES INDEXED BY WS-FC-IDX.
               10  WS-F-CATEGORY   Pic X(2).
               10  WS-F-ACT-COUNT  Pic S9(7).
               10  WS-F-ACT-SUM    Pic S9(11)V9(2).
               10  WS-F-HIST-COUNT Pic S9(8).
               10  WS-F-HIST-SUM   Pic S9(12)V9(2).
               10  WS-F-FIRST-MON  Pic 9(2)   COMP.
               10  WS-F-HAS-BGT    Pic X(1).
               10  WS-F-EXP-COUNT  Pic 9(6).
               10  WS-F-EXP-SUM    Pic S9(9)V9(2).
               10  WS-F-BASIS      Pic X(1).
               10  WS-F-PROJ-COUNT Pic S9(8).
               10  WS-F-PROJ-SUM   Pic S9(12)V9(2).
               10  WS-F-CNT-PCT    Pic S9(4)V9.
               10  WS-F-SUM-PCT    Pic S9(4)V9.
               10  WS-F-WORST      Pic 9(4)V9.
               10  WS-F-FLAG       Pic X(5).
               10  WS-F-ALERTED    Pic X(1).
       01  WS-FC-CNT           Pic 9(4)   COMP   VALUE 0.
       01  WS-FC-FOUND-SW      Pic A(1).
       01  WS-FC-FOUND-IDX     Pic 9(4)   COMP   VALUE 0.
       01  WS-FC-FULL-SW       Pic A(1)        VALUE "N".
       01  WS-LOOK-CAT         Pic X(2).

      * "Working figures for the projection."
       01  WS-RATE-COUNT       Pic S9(7)V9(4).
       01  WS-RATE-SUM         Pic S9(11)V9(4).
       01  WS-PCT-WORK         Pic S9(4)V9.
       01  WS-PCT-ABS          Pic 9(4)V9.
       01  WS-MAT-LIMIT        Pic 9(4)V9.
       01  WS-FLAG-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-NOBGT-CNT        Pic 9(4)   COMP   VALUE 0.
       01  WS-ALERT-CNT        Pic 9(2)   COMP   VALUE 0.
       01  WS-PICK-IDX         Pic 9(4)   COMP   VALUE 0.
       01  WS-PICK-WORST       Pic 9(4)V9.
       01  WS-PICK-NO          Pic 9(2)   COMP.
       01  WS-SKIP-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-MISSING-NAME     Pic X(40).
       01  WS-CNT-TXT          Pic Z(5)9.
       01  WS-CNT2-TXT         Pic Z(5)9.
       01  WS-DAY-TXT          Pic Z9.
       01  WS-PCT-TXT          Pic ----9.9.
       01  WS-PCT2-TXT         Pic ----9.9.

      * "One category's line."
       01  WS-DETAIL-LINE.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-CATEGORY   Pic X(2).
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-BASIS      Pic X(1).
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-ACT-COUNT  Pic -Z(5)9.
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-PROJ-COUNT Pic -Z(6)9.
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-EXP-COUNT  Pic Z(5)9.
           05  WS-D-EXP-COUNT-X REDEFINES WS-D-EXP-COUNT
                               Pic X(6).
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-CNT-PCT    Pic ----9.9.
           05  WS-D-CNT-PCT-X REDEFINES WS-D-CNT-PCT
                               Pic X(7).
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-ACT-SUM    Pic -Z(8)9.9(2).
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-PROJ-SUM   Pic -Z(9)9.9(2).
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-EXP-SUM    Pic -Z(8)9.9(2).
           05  WS-D-EXP-SUM-X REDEFINES WS-D-EXP-SUM
                               Pic X(13).
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-SUM-PCT    Pic ----9.9.
           05  WS-D-SUM-PCT-X REDEFINES WS-D-SUM-PCT
                               Pic X(7).
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-FLAG       Pic X(5).

       01  WS-RUN-DATE         Pic 9(8).

      * "LAB_REGION names the active region - printed on the"
      * "heading so a test run can never be mistaken for"
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
           IF WS-ASOF-DD < WS-FROM-DAY THEN
               PERFORM NOT-YET-PARAGRAPH
               STOP RUN
           END-IF
           PERFORM SET-RANGE-PARAGRAPH
           PERFORM LOAD-CALENDAR-PARAGRAPH
           PERFORM COUNT-DAYS-PARAGRAPH
           PERFORM LOAD-LEDGER-PARAGRAPH
           PERFORM LOAD-BUDGET-PARAGRAPH
           PERFORM WRITE-HEADING-PARAGRAPH
           IF WS-CLG-FOUND-SW = "Y" THEN
               PERFORM PROJECT-PARAGRAPH
                   VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-CNT
               PERFORM PRINT-CATEGORIES-PARAGRAPH
           ELSE
               MOVE "  No forecast - the category ledger was not read."
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF
           PERFORM WRITE-LEGEND-PARAGRAPH
           CLOSE REPORT-FILE
           PERFORM RAISE-ALERTS-PARAGRAPH
           PERFORM WRAP-UP-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           MOVE "lab-budget.dat" TO WS-BUDGFILE-NAME
           ACCEPT WS-BUDGFILE-NAME FROM ENVIRONMENT "LAB_BUDGFILE"
           IF WS-BUDGFILE-NAME = SPACES THEN
               MOVE "lab-budget.dat" TO WS-BUDGFILE-NAME
           END-IF
           MOVE "lab-cat-ledger.dat" TO WS-CLGFILE-NAME
           ACCEPT WS-CLGFILE-NAME FROM ENVIRONMENT "LABCATRP_LEDGER"
           IF WS-CLGFILE-NAME = SPACES THEN
               MOVE "lab-cat-ledger.dat" TO WS-CLGFILE-NAME
           END-IF
           MOVE "lab-calendar.dat" TO WS-CALFILE-NAME
           ACCEPT WS-CALFILE-NAME FROM ENVIRONMENT "LAB_CALENDAR"
           IF WS-CALFILE-NAME = SPACES THEN
               MOVE "lab-calendar.dat" TO WS-CALFILE-NAME
           END-IF
           MOVE "lab-budget-fcst.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABBGTFC_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-budget-fcst.dat" TO WS-OUTFILE-NAME
           END-IF

           MOVE WS-RUN-DATE TO WS-ASOF
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN FROM ENVIRONMENT "LABBGTFC_ASOF"
           IF WS-DATE-IN IS NUMERIC THEN
               MOVE WS-DATE-IN TO WS-ASOF
           END-IF
           MOVE WS-ASOF(1:6) TO WS-PERIOD
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT "LABBGTFC_FROM_DAY"
           IF WS-PARM-IN NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-FROM-DAY
           END-IF
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT "LABBGTFC_HISTORY"
           IF WS-PARM-IN NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-HIST-MONTHS
           END-IF
           IF WS-HIST-MONTHS > 12 THEN
               MOVE 12 TO WS-HIST-MONTHS
           END-IF
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT "LABBGTFC_PCT"
           IF WS-PARM-IN NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-MAT-PCT
           END-IF
           MOVE WS-MAT-PCT TO WS-MAT-LIMIT
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN FROM ENVIRONMENT "LABBGTFC_ALERTS"
           IF WS-PARM-IN NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-PARM-IN) TO WS-ALERT-MAX
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Month-End Budget Forecast by Category  Region: "
               WS-REGION "  Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

      *****************************************************
      * NOT-YET-PARAGRAPH - too early in the month for a       *
      * run-rate to mean anything. Said on the report and the  *
      * run-log, and the run ends clean so the night chain      *
      * carries on.                                             *
      *****************************************************
       NOT-YET-PARAGRAPH.
           MOVE WS-FROM-DAY TO WS-DAY-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "As of " WS-ASOF " - no forecast before day "
               WS-DAY-TXT " of the month."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           CLOSE REPORT-FILE
           MOVE "I" TO WS-LOG-SEV
           MOVE "0002" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Budget forecast not run before day " WS-DAY-TXT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           MOVE 0 TO RETURN-CODE.

      *****************************************************
      * SET-RANGE-PARAGRAPH works out the period's first and   *
      * last dates and the first day of the history, all as    *
      * date integers for the day walk.                         *
      *****************************************************
       SET-RANGE-PARAGRAPH.
           MOVE WS-ASOF TO WS-WORK-DATE
           MOVE 1 TO WS-WORK-DD
           MOVE WS-WORK-DATE TO WS-PER-START
           COMPUTE WS-PER-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PER-START)
           IF WS-WORK-MM = 12 THEN
               ADD 1 TO WS-WORK-YYYY
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           COMPUTE WS-PER-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-PER-END =
               FUNCTION DATE-OF-INTEGER(WS-PER-END-INT)
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF)

           COMPUTE WS-MON-ABS = WS-ASOF-YYYY * 12 + WS-ASOF-MM - 1
           COMPUTE WS-HIST-BASE = WS-MON-ABS - WS-HIST-MONTHS
           COMPUTE WS-WORK-YYYY = WS-HIST-BASE / 12
           COMPUTE WS-WORK-MM =
               WS-HIST-BASE - WS-WORK-YYYY * 12 + 1
           MOVE 1 TO WS-WORK-DD
           MOVE WS-WORK-DATE TO WS-HIST-START
           COMPUTE WS-HIST-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-HIST-START)
           PERFORM CLEAR-MONTH-PARAGRAPH
               VARYING WS-HM-IDX FROM 1 BY 1
               UNTIL WS-HM-IDX > 12.

       CLEAR-MONTH-PARAGRAPH.
           MOVE 0 TO WS-HM-BDAYS(WS-HM-IDX).

       LOAD-CALENDAR-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00" THEN
               DISPLAY "*** Processing calendar not found: "
                   WS-CALFILE-NAME
               DISPLAY "*** Every date will be counted Monday to "
                   "Friday - see LABCALMN."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CAL-FOUND-SW
           PERFORM READ-CALENDAR-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE CALENDAR-FILE
           IF WS-CAL-FULL-SW = "Y" THEN
               DISPLAY "*** Calendar table full - later dates "
                   "counted Monday to Friday."
           END-IF.

       READ-CALENDAR-PARAGRAPH.
           READ CALENDAR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CAL-DATE NOT < WS-HIST-START
                           AND CAL-DATE NOT > WS-PER-END THEN
                       IF WS-CAL-CNT < 800 THEN
                           ADD 1 TO WS-CAL-CNT
                           MOVE CAL-DATE TO WS-C-DATE(WS-CAL-CNT)
                           MOVE CAL-DAY-TYPE
                               TO WS-C-DAY-TYPE(WS-CAL-CNT)
                       ELSE
                           MOVE "Y" TO WS-CAL-FULL-SW
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * COUNT-DAYS-PARAGRAPH walks every date from the start   *
      * of the history to the period end once, crediting each  *
      * business day to its history month, or to this month's  *
      * elapsed (to the as-of date) or remaining days.          *
      *****************************************************
       COUNT-DAYS-PARAGRAPH.
           PERFORM COUNT-ONE-DAY-PARAGRAPH
               VARYING WS-DAY-INT FROM WS-HIST-START-INT BY 1
               UNTIL WS-DAY-INT > WS-PER-END-INT.

       COUNT-ONE-DAY-PARAGRAPH.
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM IS-BUSINESS-DAY-PARAGRAPH
           IF WS-BDAY-SW = "Y" THEN
               IF WS-DAY-INT < WS-PER-START-INT THEN
                   MOVE WS-CHECK-DATE TO WS-WORK-DATE
                   COMPUTE WS-HM-NO = WS-WORK-YYYY * 12
                       + WS-WORK-MM - 1 - WS-HIST-BASE + 1
                   ADD 1 TO WS-HM-BDAYS(WS-HM-NO)
               ELSE
                   IF WS-DAY-INT > WS-ASOF-INT THEN
                       ADD 1 TO WS-REMAIN-BD
                   ELSE
                       ADD 1 TO WS-ELAPSED-BD
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * IS-BUSINESS-DAY-PARAGRAPH - WS-CHECK-DATE's row on the *
      * calendar decides. With no row the date is counted      *
      * Monday to Friday and tallied for the warning - never   *
      * assumed without saying so.                              *
      *****************************************************
       IS-BUSINESS-DAY-PARAGRAPH.
           MOVE "?" TO WS-BDAY-SW
           PERFORM SCAN-CALENDAR-PARAGRAPH
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-CNT
                   OR WS-BDAY-SW NOT = "?"
           IF WS-BDAY-SW = "?" THEN
               ADD 1 TO WS-ASSUMED-CNT
      *        Day 1 of the date-integer scale was a Monday, so the
      *        remainder maps 1=Monday ... 6=Saturday, 0=Sunday.
               COMPUTE WS-DOW-WORK = FUNCTION MOD(WS-DAY-INT 7)
               IF WS-DOW-WORK = 0 OR WS-DOW-WORK = 6 THEN
                   MOVE "N" TO WS-BDAY-SW
               ELSE
                   MOVE "Y" TO WS-BDAY-SW
               END-IF
           END-IF.

       SCAN-CALENDAR-PARAGRAPH.
           IF WS-C-DATE(WS-CAL-IDX) = WS-CHECK-DATE THEN
               IF WS-C-DAY-TYPE(WS-CAL-IDX) = "B" THEN
                   MOVE "Y" TO WS-BDAY-SW
               ELSE
                   MOVE "N" TO WS-BDAY-SW
               END-IF
           END-IF.

      *****************************************************
      * LOAD-LEDGER-PARAGRAPH - one pass of the category       *
      * ledger. History-month rows build each category's       *
      * average; this month's rows to the as-of date are the   *
      * actuals so far. Reversing rows (R) carry negated       *
      * figures and simply add in.                              *
      *****************************************************
       LOAD-LEDGER-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT CATLEDGER-FILE
           IF WS-CLG-STATUS NOT = "00" THEN
               DISPLAY "*** Category ledger not found: "
                   WS-CLGFILE-NAME
               ADD 1 TO WS-SKIP-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CLG-FOUND-SW
           PERFORM READ-LEDGER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE CATLEDGER-FILE.

       READ-LEDGER-PARAGRAPH.
           READ CATLEDGER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CLG-RUN-DATE NOT < WS-HIST-START
                           AND CLG-RUN-DATE NOT > WS-ASOF THEN
                       MOVE CLG-CATEGORY TO WS-LOOK-CAT
                       PERFORM FIND-FC-PARAGRAPH
                       IF WS-FC-FOUND-IDX NOT = 0 THEN
                           PERFORM ADD-LEDGER-ROW-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       ADD-LEDGER-ROW-PARAGRAPH.
           IF CLG-RUN-DATE < WS-PER-START THEN
               MOVE CLG-RUN-DATE TO WS-WORK-DATE
               COMPUTE WS-HM-NO = WS-WORK-YYYY * 12
                   + WS-WORK-MM - 1 - WS-HIST-BASE + 1
               ADD CLG-COUNT TO WS-F-HIST-COUNT(WS-FC-FOUND-IDX)
               ADD CLG-SUM TO WS-F-HIST-SUM(WS-FC-FOUND-IDX)
               IF WS-F-FIRST-MON(WS-FC-FOUND-IDX) = 0
                       OR WS-F-FIRST-MON(WS-FC-FOUND-IDX)
                           > WS-HM-NO THEN
                   MOVE WS-HM-NO TO WS-F-FIRST-MON(WS-FC-FOUND-IDX)
               END-IF
           ELSE
               ADD CLG-COUNT TO WS-F-ACT-COUNT(WS-FC-FOUND-IDX)
               ADD CLG-SUM TO WS-F-ACT-SUM(WS-FC-FOUND-IDX)
           END-IF.

       LOAD-BUDGET-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT BUDG-FILE
           IF WS-BUDG-STATUS NOT = "00" THEN
               DISPLAY "*** Budget file not found: " WS-BUDGFILE-NAME
               DISPLAY "*** See LABBGTMN - projections will print "
                   "without a budget."
               ADD 1 TO WS-SKIP-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-BUDG-FOUND-SW
           PERFORM READ-BUDGET-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE BUDG-FILE.

       READ-BUDGET-PARAGRAPH.
           READ BUDG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BGT-PERIOD = WS-PERIOD THEN
                       MOVE BGT-CATEGORY TO WS-LOOK-CAT
                       PERFORM FIND-FC-PARAGRAPH
                       IF WS-FC-FOUND-IDX NOT = 0 THEN
                           MOVE BGT-EXP-COUNT
                               TO WS-F-EXP-COUNT(WS-FC-FOUND-IDX)
                           MOVE BGT-EXP-SUM
                               TO WS-F-EXP-SUM(WS-FC-FOUND-IDX)
                           MOVE "Y"
                               TO WS-F-HAS-BGT(WS-FC-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * FIND-FC-PARAGRAPH finds (or adds) WS-LOOK-CAT's line   *
      * on the forecast table. A full table leaves             *
      * WS-FC-FOUND-IDX 0 and the category is left off.         *
      *****************************************************
       FIND-FC-PARAGRAPH.
           MOVE "N" TO WS-FC-FOUND-SW
           MOVE 0 TO WS-FC-FOUND-IDX
           PERFORM SCAN-FC-PARAGRAPH
               VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-CNT
                   OR WS-FC-FOUND-SW = "Y"
           IF WS-FC-FOUND-SW = "N" THEN
               IF WS-FC-CNT < 50 THEN
                   ADD 1 TO WS-FC-CNT
                   MOVE WS-FC-CNT TO WS-FC-FOUND-IDX
                   INITIALIZE WS-FC-ENTRY(WS-FC-FOUND-IDX)
                   MOVE WS-LOOK-CAT
                       TO WS-F-CATEGORY(WS-FC-FOUND-IDX)
                   MOVE "N" TO WS-F-HAS-BGT(WS-FC-FOUND-IDX)
                   MOVE "N" TO WS-F-ALERTED(WS-FC-FOUND-IDX)
               ELSE
                   MOVE "Y" TO WS-FC-FULL-SW
               END-IF
           END-IF.

       SCAN-FC-PARAGRAPH.
           IF WS-F-CATEGORY(WS-FC-IDX) = WS-LOOK-CAT THEN
               MOVE "Y" TO WS-FC-FOUND-SW
               MOVE WS-FC-IDX TO WS-FC-FOUND-IDX
           END-IF.

      *****************************************************
      * PROJECT-PARAGRAPH - one category's projection to the   *
      * period end and its verdict against budget.             *
      *   basis H: own average per business day over the       *
      *            history months, from the first it posted in;*
      *   basis C: no history - this month's run-rate so far;  *
      *   blank:   nothing to project from, actuals stand.     *
      *****************************************************
       PROJECT-PARAGRAPH.
           MOVE 0 TO WS-HIST-BD
           IF WS-F-FIRST-MON(WS-FC-IDX) NOT = 0 THEN
               PERFORM ADD-HIST-DAYS-PARAGRAPH
                   VARYING WS-HM-IDX
                   FROM WS-F-FIRST-MON(WS-FC-IDX) BY 1
                   UNTIL WS-HM-IDX > WS-HIST-MONTHS
           END-IF
           MOVE SPACE TO WS-F-BASIS(WS-FC-IDX)
           MOVE 0 TO WS-RATE-COUNT
           MOVE 0 TO WS-RATE-SUM
           IF WS-HIST-BD > 0 THEN
               MOVE "H" TO WS-F-BASIS(WS-FC-IDX)
               COMPUTE WS-RATE-COUNT ROUNDED =
                   WS-F-HIST-COUNT(WS-FC-IDX) / WS-HIST-BD
               COMPUTE WS-RATE-SUM ROUNDED =
                   WS-F-HIST-SUM(WS-FC-IDX) / WS-HIST-BD
           ELSE
               IF WS-ELAPSED-BD > 0 THEN
                   MOVE "C" TO WS-F-BASIS(WS-FC-IDX)
                   COMPUTE WS-RATE-COUNT ROUNDED =
                       WS-F-ACT-COUNT(WS-FC-IDX) / WS-ELAPSED-BD
                   COMPUTE WS-RATE-SUM ROUNDED =
                       WS-F-ACT-SUM(WS-FC-IDX) / WS-ELAPSED-BD
               END-IF
           END-IF
           COMPUTE WS-F-PROJ-COUNT(WS-FC-IDX) ROUNDED =
               WS-F-ACT-COUNT(WS-FC-IDX)
                   + WS-RATE-COUNT * WS-REMAIN-BD
           COMPUTE WS-F-PROJ-SUM(WS-FC-IDX) ROUNDED =
               WS-F-ACT-SUM(WS-FC-IDX)
                   + WS-RATE-SUM * WS-REMAIN-BD
           MOVE SPACES TO WS-F-FLAG(WS-FC-IDX)
           MOVE 0 TO WS-F-CNT-PCT(WS-FC-IDX)
           MOVE 0 TO WS-F-SUM-PCT(WS-FC-IDX)
           MOVE 0 TO WS-F-WORST(WS-FC-IDX)
           IF WS-F-HAS-BGT(WS-FC-IDX) = "N" THEN
               ADD 1 TO WS-NOBGT-CNT
               EXIT PARAGRAPH
           END-IF
           PERFORM JUDGE-PARAGRAPH.

       ADD-HIST-DAYS-PARAGRAPH.
           ADD WS-HM-BDAYS(WS-HM-IDX) TO WS-HIST-BD.

      *****************************************************
      * JUDGE-PARAGRAPH - percent off budget for count and     *
      * sum. A projection against a zero budget is shown as    *
      * 9999.9 (off by everything). Either measure past the    *
      * threshold flags the category; over outranks under.     *
      *****************************************************
       JUDGE-PARAGRAPH.
           IF WS-F-EXP-COUNT(WS-FC-IDX) = 0 THEN
               IF WS-F-PROJ-COUNT(WS-FC-IDX) > 0 THEN
                   MOVE 9999.9 TO WS-F-CNT-PCT(WS-FC-IDX)
               END-IF
           ELSE
               COMPUTE WS-F-CNT-PCT(WS-FC-IDX) ROUNDED =
                   (WS-F-PROJ-COUNT(WS-FC-IDX)
                       - WS-F-EXP-COUNT(WS-FC-IDX)) * 100
                       / WS-F-EXP-COUNT(WS-FC-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-F-CNT-PCT(WS-FC-IDX)
               END-COMPUTE
           END-IF
           IF WS-F-EXP-SUM(WS-FC-IDX) = 0 THEN
               IF WS-F-PROJ-SUM(WS-FC-IDX) > 0 THEN
                   MOVE 9999.9 TO WS-F-SUM-PCT(WS-FC-IDX)
               END-IF
           ELSE
               COMPUTE WS-F-SUM-PCT(WS-FC-IDX) ROUNDED =
                   (WS-F-PROJ-SUM(WS-FC-IDX)
                       - WS-F-EXP-SUM(WS-FC-IDX)) * 100
                       / WS-F-EXP-SUM(WS-FC-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-F-SUM-PCT(WS-FC-IDX)
               END-COMPUTE
           END-IF

           MOVE WS-F-CNT-PCT(WS-FC-IDX) TO WS-PCT-ABS
           MOVE WS-PCT-ABS TO WS-F-WORST(WS-FC-IDX)
           MOVE WS-F-SUM-PCT(WS-FC-IDX) TO WS-PCT-ABS
           IF WS-PCT-ABS > WS-F-WORST(WS-FC-IDX) THEN
               MOVE WS-PCT-ABS TO WS-F-WORST(WS-FC-IDX)
           END-IF

           IF WS-F-CNT-PCT(WS-FC-IDX) > WS-MAT-LIMIT
                   OR WS-F-SUM-PCT(WS-FC-IDX) > WS-MAT-LIMIT THEN
               MOVE "OVER" TO WS-F-FLAG(WS-FC-IDX)
           ELSE
               COMPUTE WS-PCT-WORK = 0 - WS-MAT-LIMIT
               IF WS-F-CNT-PCT(WS-FC-IDX) < WS-PCT-WORK
                       OR WS-F-SUM-PCT(WS-FC-IDX) < WS-PCT-WORK THEN
                   MOVE "UNDER" TO WS-F-FLAG(WS-FC-IDX)
               END-IF
           END-IF
           IF WS-F-FLAG(WS-FC-IDX) NOT = SPACES THEN
               ADD 1 TO WS-FLAG-CNT
           END-IF.

       WRITE-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FROM-DAY TO WS-DAY-TXT
           STRING "Period " WS-PERIOD " (" WS-PER-START " - "
               WS-PER-END ")  As of " WS-ASOF
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-ELAPSED-BD TO WS-CNT-TXT
           MOVE WS-REMAIN-BD TO WS-CNT2-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Business days elapsed:" WS-CNT-TXT
               "  remaining:" WS-CNT2-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-HIST-MONTHS TO WS-CNT-TXT
           MOVE WS-MAT-PCT TO WS-CNT2-TXT
           STRING "History months:" WS-CNT-TXT
               "  Threshold %:" WS-CNT2-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE(50:)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           IF WS-CLG-FOUND-SW = "N" THEN
               MOVE WS-CLGFILE-NAME TO WS-MISSING-NAME
               PERFORM NOT-READ-PARAGRAPH
           END-IF
           IF WS-BUDG-FOUND-SW = "N" THEN
               MOVE WS-BUDGFILE-NAME TO WS-MISSING-NAME
               PERFORM NOT-READ-PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "Ct" TO WS-REPORT-LINE(3:2)
           MOVE "B" TO WS-REPORT-LINE(6:1)
           MOVE "Act cnt" TO WS-REPORT-LINE(8:7)
           MOVE "Proj cnt" TO WS-REPORT-LINE(16:8)
           MOVE "Budget" TO WS-REPORT-LINE(25:6)
           MOVE "Cnt %" TO WS-REPORT-LINE(34:5)
           MOVE "Actual sum" TO WS-REPORT-LINE(43:10)
           MOVE "Projected sum" TO WS-REPORT-LINE(55:13)
           MOVE "Budget sum" TO WS-REPORT-LINE(72:10)
           MOVE "Sum %" TO WS-REPORT-LINE(85:5)
           MOVE "Flag" TO WS-REPORT-LINE(91:4)
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       PRINT-CATEGORIES-PARAGRAPH.
           IF WS-FC-CNT = 0 THEN
               MOVE "  Nothing budgeted or posted for the period."
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           ELSE
               PERFORM PRINT-ONE-CATEGORY-PARAGRAPH
                   VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-CNT
           END-IF
           IF WS-FC-FULL-SW = "Y" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** More than 50 categories - the rest are "
                   "left off this report."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

       PRINT-ONE-CATEGORY-PARAGRAPH.
           MOVE WS-F-CATEGORY(WS-FC-IDX) TO WS-D-CATEGORY
           MOVE WS-F-BASIS(WS-FC-IDX) TO WS-D-BASIS
           MOVE WS-F-ACT-COUNT(WS-FC-IDX) TO WS-D-ACT-COUNT
           MOVE WS-F-PROJ-COUNT(WS-FC-IDX) TO WS-D-PROJ-COUNT
           MOVE WS-F-ACT-SUM(WS-FC-IDX) TO WS-D-ACT-SUM
           MOVE WS-F-PROJ-SUM(WS-FC-IDX) TO WS-D-PROJ-SUM
           IF WS-F-HAS-BGT(WS-FC-IDX) = "Y" THEN
               MOVE WS-F-EXP-COUNT(WS-FC-IDX) TO WS-D-EXP-COUNT
               MOVE WS-F-CNT-PCT(WS-FC-IDX) TO WS-D-CNT-PCT
               MOVE WS-F-EXP-SUM(WS-FC-IDX) TO WS-D-EXP-SUM
               MOVE WS-F-SUM-PCT(WS-FC-IDX) TO WS-D-SUM-PCT
               MOVE WS-F-FLAG(WS-FC-IDX) TO WS-D-FLAG
           ELSE
               MOVE SPACES TO WS-D-EXP-COUNT-X
               MOVE SPACES TO WS-D-CNT-PCT-X
               MOVE "    no budget" TO WS-D-EXP-SUM-X
               MOVE SPACES TO WS-D-SUM-PCT-X
               MOVE SPACES TO WS-D-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRITE-LEGEND-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "B(asis): H = own average per business day over the "
               "history months"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         C = no history - this month's run-rate so "
               "far; blank = actuals only"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Cnt %/Sum %: projection over (+) or under (-) "
               "budget; 9999.9 = against a zero budget"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           IF WS-ASSUMED-CNT > 0 THEN
               MOVE WS-ASSUMED-CNT TO WS-CNT-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** " WS-CNT-TXT " date(s) not on the "
                   "processing calendar were counted Monday to "
                   "Friday - see LABCALMN."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF.

      *****************************************************
      * NOT-READ-PARAGRAPH notes on the report an input that   *
      * was not found.                                          *
      *****************************************************
       NOT-READ-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  *** Not read - input file not found: "
               WS-MISSING-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

      *****************************************************
      * RAISE-ALERTS-PARAGRAPH - the LABBGTFC_ALERTS flagged   *
      * categories furthest off budget each get a run-log      *
      * warning and a central alert, worst first.               *
      *****************************************************
       RAISE-ALERTS-PARAGRAPH.
           MOVE 0 TO WS-ALERT-CNT
           IF WS-FLAG-CNT > 0 THEN
               PERFORM PICK-WORST-PARAGRAPH
                   VARYING WS-PICK-NO FROM 1 BY 1
                   UNTIL WS-PICK-NO > WS-ALERT-MAX
           END-IF.

       PICK-WORST-PARAGRAPH.
           MOVE 0 TO WS-PICK-IDX
           MOVE 0 TO WS-PICK-WORST
           PERFORM SCAN-WORST-PARAGRAPH
               VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-CNT
           IF WS-PICK-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-F-ALERTED(WS-PICK-IDX)
           ADD 1 TO WS-ALERT-CNT
           MOVE WS-F-SUM-PCT(WS-PICK-IDX) TO WS-PCT-TXT
           MOVE WS-F-CNT-PCT(WS-PICK-IDX) TO WS-PCT2-TXT
           MOVE "W" TO WS-LOG-SEV
           MOVE "0101" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Cat " WS-F-CATEGORY(WS-PICK-IDX) " "
               WS-F-FLAG(WS-PICK-IDX) " sum" WS-PCT-TXT
               "% cnt" WS-PCT2-TXT "% " WS-PERIOD
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM WRITE-ALERT-PARAGRAPH.

       SCAN-WORST-PARAGRAPH.
           IF WS-F-FLAG(WS-FC-IDX) NOT = SPACES
                   AND WS-F-ALERTED(WS-FC-IDX) = "N"
                   AND (WS-PICK-IDX = 0
                       OR WS-F-WORST(WS-FC-IDX) > WS-PICK-WORST) THEN
               MOVE WS-FC-IDX TO WS-PICK-IDX
               MOVE WS-F-WORST(WS-FC-IDX) TO WS-PICK-WORST
           END-IF.

       WRAP-UP-PARAGRAPH.
           MOVE WS-FC-CNT TO WS-CNT-TXT
           MOVE WS-FLAG-CNT TO WS-CNT2-TXT
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Budget forecast " WS-PERIOD ", cats:" WS-CNT-TXT
               " flagged:" WS-CNT2-TXT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-SKIP-CNT > 0 THEN
               MOVE WS-SKIP-CNT TO WS-CNT2-TXT
               DISPLAY "*** Inputs not read: " WS-CNT2-TXT
                   " - see the report."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0102" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Forecast input(s) not found, not read: "
                   WS-CNT2-TXT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ASSUMED-CNT > 0 THEN
               MOVE WS-ASSUMED-CNT TO WS-CNT2-TXT
               DISPLAY "*** Dates not on the processing calendar: "
                   WS-CNT2-TXT " - counted Monday to Friday."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0103" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Forecast dates not on calendar: " WS-CNT2-TXT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FLAG-CNT > 0 THEN
               MOVE WS-FLAG-CNT TO WS-CNT2-TXT
               DISPLAY "*** Categories projected off budget: "
                   WS-CNT2-TXT " - see " WS-OUTFILE-NAME
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-LINE-PARAGRAPH.
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
           MOVE "LABBGTFC" TO RLG-PROGRAM
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
           MOVE "LABBGTFC" TO ALR-PROGRAM
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
