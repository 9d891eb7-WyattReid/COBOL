       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABDHINQ.
       AUTHOR. Wyatt Reid.
      * "Read-only inquiry for the detail posting history (see"
      * "DTLHIST) - every value LAB2c posted for one record ID,"
      * "oldest batch first, optionally within a batch-date range,"
      * "with the change from the posting before it. A change"
      * "that lies further from the record's other changes than"
      * "LABDHINQ_SIGMA standard deviations (default 3) is"
      * "flagged as a jump, so each record is judged against its"
      * "own normal movement rather than one threshold for all."
      * "Answers 'show me record 4711 every day this quarter'"
      * "without restoring feed archives."
      * "2026-10-15 WAR A posting from a batch LABREVRS has since"
      * "            reversed is listed tagged REVERSED and left"
      * "            out of the changes, which run between live"
      * "            postings only."
      * "2026-10-15 WAR A reversed posting is matched on its post"
      * "            time as well as its date, so a corrected"
      * "            re-feed posted the same day is listed live."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DTLHIST-FILE ASSIGN TO WS-DTHFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTH-KEY
               FILE STATUS IS WS-DTH-STATUS.
           SELECT BATCHREG-FILE ASSIGN TO WS-BREGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DTLHIST-FILE.
           COPY DTLHIST.

       FD  BATCHREG-FILE.
           COPY BATCHREG.

       WORKING-STORAGE SECTION.
      * "LAB_DTLHIST stands in for a JCL DD override, same as"
      * "every other filename in this suite - the name LAB2c"
      * "adds to. The file is opened INPUT only."
       01  WS-DTHFILE-NAME     Pic X(40).
       01  WS-DTH-STATUS       Pic X(2).

      * "LAB_BATCHREG is the processed-batch register - its"
      * "reversed (R) LAB2c rows name the postings LABREVRS has"
      * "backed out. Reloaded for each listing, so a reversal"
      * "made while the inquiry is open shows on the next one."
       01  WS-BREGFILE-NAME    Pic X(40).
       01  WS-BREG-STATUS      Pic X(2).
       01  WS-BREG-EOF         Pic A(1).
       01  WS-RVB-TABLE.
           05  WS-RVB-ENTRY OCCURS 500 TIMES INDEXED BY WS-RVB-IDX.
               10  WS-RVB-BDATE    Pic 9(8).
               10  WS-RVB-CYCLE    Pic 9(1).
               10  WS-RVB-PDATE    Pic 9(8).
               10  WS-RVB-PTIME    Pic 9(8).
               10  WS-RVB-PROVIDER Pic X(5).
       01  WS-RVB-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-RVB-HIT-SW       Pic X(1)        VALUE "N".

       01  WS-CMD              Pic X(1).
       01  WS-KEY-INPUT        Pic X(6).
       01  WS-DATE-INPUT       Pic X(8).
       01  WS-REC-KEY          Pic 9(6)        VALUE 0.
       01  WS-FROM-DATE        Pic 9(8)        VALUE 0.
       01  WS-TO-DATE          Pic 9(8)        VALUE 99999999.
       01  WS-AT-END-SW        Pic A(1).
       01  WS-SIGMA-STAGE      Pic X(6).
       01  WS-SIGMA            Pic 9(2)V9(2)   VALUE 3.

      * "One record's history, held so every change can be"
      * "judged against the others before any line is shown."
      * "Past 1000 postings the rest are left off and the"
      * "listing says so - narrow the date range to see them."
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 1000 TIMES INDEXED BY WS-H-IDX.
               10  WS-H-BDATE      Pic 9(8).
               10  WS-H-CYCLE      Pic 9(1).
               10  WS-H-LOC        Pic X(3).
               10  WS-H-CAT        Pic X(2).
               10  WS-H-UNIT       Pic X(3).
               10  WS-H-VALUE      Pic S9(7)V9(2).
               10  WS-H-CHANGE     Pic S9(8)V9(2).
               10  WS-H-PROVIDER   Pic X(5).
               10  WS-H-ORIGIN     Pic X(1).
               10  WS-H-JUMP       Pic X(1).
               10  WS-H-REV        Pic X(1).
               10  WS-H-HAS-CHG    Pic X(1).
       01  WS-HIST-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-LIVE-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-LAST-LIVE-VALUE  Pic S9(7)V9(2)  VALUE 0.
       01  WS-HIST-OVER-SW     Pic X(1)        VALUE "N".

      * "Change statistics - WS-CHG-CNT changes (one fewer than"
      * "live postings). Each change is measured against the mean and"
      * "standard deviation of all the OTHER changes, so one big"
      * "jump cannot widen its own yardstick and hide itself."
       01  WS-CHG-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-CHG-SUM          Pic S9(9)V9(4)  VALUE 0.
       01  WS-CHG-SUMSQ        Pic S9(15)V9(4) VALUE 0.
       01  WS-CHG-MEAN         Pic S9(9)V9(4)  VALUE 0.
       01  WS-CHG-VAR          Pic S9(15)V9(4) VALUE 0.
       01  WS-CHG-SD           Pic S9(9)V9(4)  VALUE 0.
       01  WS-OTH-MEAN         Pic S9(9)V9(4)  VALUE 0.
       01  WS-OTH-VAR          Pic S9(15)V9(4) VALUE 0.
       01  WS-OTH-SD           Pic S9(9)V9(4)  VALUE 0.
       01  WS-DEV              Pic S9(9)V9(4)  VALUE 0.
       01  WS-JUMP-CNT         Pic 9(4)        VALUE 0.

       01  WS-VAL-TXT          Pic -Z,ZZZ,ZZ9.99.
       01  WS-CHG-TXT          Pic -ZZ,ZZZ,ZZ9.99.
       01  WS-MEAN-TXT         Pic -ZZ,ZZZ,ZZ9.99.
       01  WS-SD-TXT           Pic ZZ,ZZZ,ZZ9.99.
       01  WS-SIGMA-TXT        Pic Z9.99.
       01  WS-CNT-TXT          Pic ZZZ9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM OPENHIST-PARAGRAPH
           PERFORM MENU-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-CMD = "Q"
           CLOSE DTLHIST-FILE
           STOP RUN.

       OPENHIST-PARAGRAPH.
           MOVE "lab-dtl-hist.dat" TO WS-DTHFILE-NAME
           ACCEPT WS-DTHFILE-NAME FROM ENVIRONMENT "LAB_DTLHIST"
           IF WS-DTHFILE-NAME = SPACES THEN
               MOVE "lab-dtl-hist.dat" TO WS-DTHFILE-NAME
           END-IF
           MOVE SPACES TO WS-SIGMA-STAGE
           ACCEPT WS-SIGMA-STAGE FROM ENVIRONMENT "LABDHINQ_SIGMA"
           IF WS-SIGMA-STAGE NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-SIGMA-STAGE) = 0 THEN
               COMPUTE WS-SIGMA = FUNCTION NUMVAL(WS-SIGMA-STAGE)
           END-IF
           IF WS-SIGMA = 0 THEN
               MOVE 3 TO WS-SIGMA
           END-IF
           MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           ACCEPT WS-BREGFILE-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BREGFILE-NAME = SPACES THEN
               MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           END-IF
           OPEN INPUT DTLHIST-FILE
           IF WS-DTH-STATUS NOT = "00" THEN
               DISPLAY "*** Detail history not found or unreadable: "
                   WS-DTHFILE-NAME
               DISPLAY "*** FILE STATUS: " WS-DTH-STATUS
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       MENU-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Detail history inquiry - H)istory of a record  "
               "D)ate range  Q)uit"
           IF WS-FROM-DATE NOT = 0 OR WS-TO-DATE NOT = 99999999 THEN
               DISPLAY "  batch dates " WS-FROM-DATE " to "
                   WS-TO-DATE
           END-IF
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-CMD
           EVALUATE WS-CMD
               WHEN "H"
                   PERFORM SHOW-HISTORY-PARAGRAPH
               WHEN "D"
                   PERFORM SET-RANGE-PARAGRAPH
               WHEN "Q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Invalid command - enter H, D, or Q"
           END-EVALUATE.

      *****************************************************
      * SET-RANGE-PARAGRAPH limits the listing to a range of   *
      * batch dates. A blank entry opens that end of the range. *
      *****************************************************
       SET-RANGE-PARAGRAPH.
           DISPLAY "From batch date (YYYYMMDD, blank = earliest): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES THEN
               MOVE 0 TO WS-FROM-DATE
           ELSE
               IF WS-DATE-INPUT IS NOT NUMERIC THEN
                   DISPLAY "*** Invalid entry - enter 8 digits."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-INPUT TO WS-FROM-DATE
           END-IF
           DISPLAY "To batch date (YYYYMMDD, blank = latest): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DATE-INPUT
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES THEN
               MOVE 99999999 TO WS-TO-DATE
           ELSE
               IF WS-DATE-INPUT IS NOT NUMERIC THEN
                   DISPLAY "*** Invalid entry - enter 8 digits."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-INPUT TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE THEN
               DISPLAY "*** From date is after to date - range "
                   "cleared."
               MOVE 0 TO WS-FROM-DATE
               MOVE 99999999 TO WS-TO-DATE
           END-IF.

      *****************************************************
      * SHOW-HISTORY-PARAGRAPH positions on the first key for  *
      * the record at or after the from-date and reads forward *
      * while the record ID holds and the batch date is in     *
      * range - the key order is the batch-date order.          *
      *****************************************************
       SHOW-HISTORY-PARAGRAPH.
           DISPLAY "Record ID (6 digits): " WITH NO ADVANCING
           ACCEPT WS-KEY-INPUT
           IF WS-KEY-INPUT IS NOT NUMERIC THEN
               DISPLAY "*** Invalid entry - enter 6 numeric digits."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-INPUT TO WS-REC-KEY
           PERFORM LOAD-REVERSED-PARAGRAPH
           MOVE 0 TO WS-HIST-CNT
           MOVE 0 TO WS-LIVE-CNT
           MOVE "N" TO WS-HIST-OVER-SW
           MOVE "N" TO WS-AT-END-SW
           MOVE WS-REC-KEY TO DTH-REC-ID
           MOVE WS-FROM-DATE TO DTH-BATCH-DATE
           MOVE 0 TO DTH-CYCLE
           MOVE 0 TO DTH-SEQ
           START DTLHIST-FILE KEY NOT < DTH-KEY
               INVALID KEY MOVE "Y" TO WS-AT-END-SW
           END-START
           PERFORM LOAD-ONE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-AT-END-SW = "Y"
           IF WS-HIST-CNT = 0 THEN
               DISPLAY "No postings on file for that record"
                   " in the range."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHANGE-STATS-PARAGRAPH
           DISPLAY "Batch date C Loc Cat Unit          Value"
               "         Change Prov  O"
           PERFORM PRINT-ENTRY-PARAGRAPH
               VARYING WS-H-IDX FROM 1 BY 1
               UNTIL WS-H-IDX > WS-HIST-CNT
           PERFORM PRINT-SUMMARY-PARAGRAPH.

      *****************************************************
      * LOAD-REVERSED-PARAGRAPH picks the reversed LAB2c rows  *
      * off the batch register. A missing register just means *
      * nothing has been reversed.                              *
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
           CLOSE BATCHREG-FILE.

       READ-REVERSED-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   IF BRG-SOURCE = "LAB2C"
                           AND BRG-STATUS = "R"
                           AND WS-RVB-CNT < 500 THEN
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
                       MOVE BRG-PROVIDER
                           TO WS-RVB-PROVIDER(WS-RVB-CNT)
                   END-IF
           END-READ.

       FIND-REVERSED-PARAGRAPH.
           IF WS-RVB-BDATE(WS-RVB-IDX) = DTH-BATCH-DATE
                   AND WS-RVB-CYCLE(WS-RVB-IDX) = DTH-CYCLE
                   AND WS-RVB-PDATE(WS-RVB-IDX) = DTH-POST-DATE
                   AND WS-RVB-PTIME(WS-RVB-IDX) = DTH-POST-TIME
                   AND (WS-RVB-PROVIDER(WS-RVB-IDX) = SPACES
                       OR WS-RVB-PROVIDER(WS-RVB-IDX) = DTH-PROVIDER)
                   THEN
               MOVE "Y" TO WS-RVB-HIT-SW
           END-IF.

       LOAD-ONE-PARAGRAPH.
           READ DTLHIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-AT-END-SW
           END-READ
           IF WS-AT-END-SW = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           IF DTH-REC-ID NOT = WS-REC-KEY
                   OR DTH-BATCH-DATE > WS-TO-DATE THEN
               MOVE "Y" TO WS-AT-END-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-CNT >= 1000 THEN
               MOVE "Y" TO WS-HIST-OVER-SW
               MOVE "Y" TO WS-AT-END-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-CNT
           MOVE DTH-BATCH-DATE TO WS-H-BDATE(WS-HIST-CNT)
           MOVE DTH-CYCLE TO WS-H-CYCLE(WS-HIST-CNT)
           MOVE DTH-LOCATION TO WS-H-LOC(WS-HIST-CNT)
           MOVE DTH-CATEGORY TO WS-H-CAT(WS-HIST-CNT)
           MOVE DTH-UNIT TO WS-H-UNIT(WS-HIST-CNT)
           MOVE DTH-VALUE TO WS-H-VALUE(WS-HIST-CNT)
           MOVE DTH-PROVIDER TO WS-H-PROVIDER(WS-HIST-CNT)
           MOVE DTH-ORIGIN TO WS-H-ORIGIN(WS-HIST-CNT)
           MOVE "N" TO WS-H-JUMP(WS-HIST-CNT)
           MOVE "N" TO WS-RVB-HIT-SW
           PERFORM FIND-REVERSED-PARAGRAPH
               VARYING WS-RVB-IDX FROM 1 BY 1
               UNTIL WS-RVB-IDX > WS-RVB-CNT OR WS-RVB-HIT-SW = "Y"
           MOVE WS-RVB-HIT-SW TO WS-H-REV(WS-HIST-CNT)
           MOVE "N" TO WS-H-HAS-CHG(WS-HIST-CNT)
           MOVE 0 TO WS-H-CHANGE(WS-HIST-CNT)
           IF WS-H-REV(WS-HIST-CNT) = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-LIVE-CNT > 0 THEN
               COMPUTE WS-H-CHANGE(WS-HIST-CNT) =
                   WS-H-VALUE(WS-HIST-CNT) - WS-LAST-LIVE-VALUE
               MOVE "Y" TO WS-H-HAS-CHG(WS-HIST-CNT)
           END-IF
           ADD 1 TO WS-LIVE-CNT
           MOVE WS-H-VALUE(WS-HIST-CNT) TO WS-LAST-LIVE-VALUE.

      *****************************************************
      * CHANGE-STATS-PARAGRAPH totals the changes, then judges *
      * each one against the others. Fewer than three changes  *
      * is too little movement to call anything a jump. A      *
      * reversed posting carries no change and is not judged.   *
      *****************************************************
       CHANGE-STATS-PARAGRAPH.
           MOVE 0 TO WS-CHG-SUM
           MOVE 0 TO WS-CHG-SUMSQ
           MOVE 0 TO WS-JUMP-CNT
           MOVE 0 TO WS-CHG-CNT
           PERFORM SUM-CHANGE-PARAGRAPH
               VARYING WS-H-IDX FROM 1 BY 1
               UNTIL WS-H-IDX > WS-HIST-CNT
           MOVE 0 TO WS-CHG-MEAN
           MOVE 0 TO WS-CHG-SD
           IF WS-CHG-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHG-MEAN ROUNDED = WS-CHG-SUM / WS-CHG-CNT
           COMPUTE WS-CHG-VAR ROUNDED =
               WS-CHG-SUMSQ / WS-CHG-CNT - WS-CHG-MEAN * WS-CHG-MEAN
           IF WS-CHG-VAR > 0 THEN
               COMPUTE WS-CHG-SD ROUNDED = FUNCTION SQRT(WS-CHG-VAR)
           END-IF
           IF WS-CHG-CNT < 3 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM JUDGE-CHANGE-PARAGRAPH
               VARYING WS-H-IDX FROM 1 BY 1
               UNTIL WS-H-IDX > WS-HIST-CNT.

       SUM-CHANGE-PARAGRAPH.
           IF WS-H-HAS-CHG(WS-H-IDX) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHG-CNT
           ADD WS-H-CHANGE(WS-H-IDX) TO WS-CHG-SUM
           COMPUTE WS-CHG-SUMSQ = WS-CHG-SUMSQ
               + WS-H-CHANGE(WS-H-IDX) * WS-H-CHANGE(WS-H-IDX).

       JUDGE-CHANGE-PARAGRAPH.
           IF WS-H-HAS-CHG(WS-H-IDX) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OTH-MEAN ROUNDED =
               (WS-CHG-SUM - WS-H-CHANGE(WS-H-IDX))
               / (WS-CHG-CNT - 1)
           COMPUTE WS-OTH-VAR ROUNDED =
               (WS-CHG-SUMSQ
                   - WS-H-CHANGE(WS-H-IDX) * WS-H-CHANGE(WS-H-IDX))
               / (WS-CHG-CNT - 1)
               - WS-OTH-MEAN * WS-OTH-MEAN
           MOVE 0 TO WS-OTH-SD
           IF WS-OTH-VAR > 0 THEN
               COMPUTE WS-OTH-SD ROUNDED = FUNCTION SQRT(WS-OTH-VAR)
           END-IF
           COMPUTE WS-DEV = WS-H-CHANGE(WS-H-IDX) - WS-OTH-MEAN
           IF WS-DEV < 0 THEN
               COMPUTE WS-DEV = 0 - WS-DEV
           END-IF
           IF WS-DEV > WS-SIGMA * WS-OTH-SD THEN
               MOVE "Y" TO WS-H-JUMP(WS-H-IDX)
               ADD 1 TO WS-JUMP-CNT
           END-IF.

       PRINT-ENTRY-PARAGRAPH.
           MOVE WS-H-VALUE(WS-H-IDX) TO WS-VAL-TXT
           IF WS-H-REV(WS-H-IDX) = "Y" THEN
               DISPLAY WS-H-BDATE(WS-H-IDX) "   " WS-H-CYCLE(WS-H-IDX)
                   " " WS-H-LOC(WS-H-IDX) " " WS-H-CAT(WS-H-IDX)
                   "  " WS-H-UNIT(WS-H-IDX) "  " WS-VAL-TXT
                   "                " WS-H-PROVIDER(WS-H-IDX)
                   " " WS-H-ORIGIN(WS-H-IDX) " << REVERSED"
               EXIT PARAGRAPH
           END-IF
           IF WS-H-HAS-CHG(WS-H-IDX) NOT = "Y" THEN
               DISPLAY WS-H-BDATE(WS-H-IDX) "   " WS-H-CYCLE(WS-H-IDX)
                   " " WS-H-LOC(WS-H-IDX) " " WS-H-CAT(WS-H-IDX)
                   "  " WS-H-UNIT(WS-H-IDX) "  " WS-VAL-TXT
                   "                " WS-H-PROVIDER(WS-H-IDX)
                   " " WS-H-ORIGIN(WS-H-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-H-CHANGE(WS-H-IDX) TO WS-CHG-TXT
           IF WS-H-JUMP(WS-H-IDX) = "Y" THEN
               DISPLAY WS-H-BDATE(WS-H-IDX) "   " WS-H-CYCLE(WS-H-IDX)
                   " " WS-H-LOC(WS-H-IDX) " " WS-H-CAT(WS-H-IDX)
                   "  " WS-H-UNIT(WS-H-IDX) "  " WS-VAL-TXT
                   " " WS-CHG-TXT " " WS-H-PROVIDER(WS-H-IDX)
                   " " WS-H-ORIGIN(WS-H-IDX) " << JUMP"
           ELSE
               DISPLAY WS-H-BDATE(WS-H-IDX) "   " WS-H-CYCLE(WS-H-IDX)
                   " " WS-H-LOC(WS-H-IDX) " " WS-H-CAT(WS-H-IDX)
                   "  " WS-H-UNIT(WS-H-IDX) "  " WS-VAL-TXT
                   " " WS-CHG-TXT " " WS-H-PROVIDER(WS-H-IDX)
                   " " WS-H-ORIGIN(WS-H-IDX)
           END-IF.

       PRINT-SUMMARY-PARAGRAPH.
           MOVE WS-HIST-CNT TO WS-CNT-TXT
           DISPLAY "Postings shown: " WS-CNT-TXT
           IF WS-HIST-OVER-SW = "Y" THEN
               DISPLAY "*** More postings on file than one listing "
                   "holds - narrow the date range (D)."
           END-IF
           IF WS-CHG-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHG-MEAN TO WS-MEAN-TXT
           MOVE WS-CHG-SD TO WS-SD-TXT
           DISPLAY "Change from posting to posting: mean "
               WS-MEAN-TXT "  std dev " WS-SD-TXT
           IF WS-CHG-CNT < 3 THEN
               DISPLAY "(too few changes to judge jumps - at least "
                   "three are needed)"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIGMA TO WS-SIGMA-TXT
           MOVE WS-JUMP-CNT TO WS-CNT-TXT
           DISPLAY "Jumps beyond " WS-SIGMA-TXT
               " std dev of the record's other changes: " WS-CNT-TXT.
