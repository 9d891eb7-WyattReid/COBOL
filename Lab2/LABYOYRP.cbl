       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABYOYRP.
       AUTHOR. Wyatt Reid.
      * "Year-over-year comparison report - accumulates count and"
      * "sum per category from the category ledger's CLG records"
      * "for a chosen window and for the same window one year"
      * "earlier, and prints each category's count/sum/average for"
      * "both years with the change and percent change, then the"
      * "same figures rolled up to department off CRF-DEPT. The"
      * "window is LABYOYRP_PERIOD (YYYYMM, default the current"
      * "month) - the month alone (LABYOYRP_WINDOW M, the default)"
      * "or January through that month (Y, year-to-date). When the"
      * "period is the month in progress both years stop at"
      * "today's day of the month, so a half month is not held"
      * "against a whole one. A category LABCATMG retired is"
      * "counted under the code it was merged into (CRF-MERGED-TO,"
      * "followed to the surviving code), so a merge does not show"
      * "as a drop in one code and a jump in another. Categories"
      * "that posted in only one of the two years are listed at"
      * "the end. LABREVRS reversing rows net out as they are"
      * "added up, as on the actual-versus-budget report."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATLEDGER-FILE ASSIGN TO WS-CLGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLG-STATUS.
           SELECT CATREF-FILE ASSIGN TO WS-CATREF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATREF-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATLEDGER-FILE.
           COPY CATLEDG.

       FD  CATREF-FILE.
           COPY CATREF.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       WORKING-STORAGE SECTION.
      * "LABCATRP_LEDGER/LAB_CATREF/LABYOYRP_OUTFILE stand in for"
      * "JCL DD overrides, same as every other filename in this"
      * "suite."
       01  WS-CLGFILE-NAME     Pic X(40).
       01  WS-CLG-STATUS       Pic X(2).
       01  WS-CATREF-NAME      Pic X(40).
       01  WS-CATREF-STATUS    Pic X(2).
       01  WS-OUTFILE-NAME     Pic X(40).
       01  WS-EOF              Pic A(1)        VALUE "N".

      * "The window: this year's first and last month (YYYYMM),"
      * "last year's, and the last day of the final month that"
      * "counts (31 unless the period is the month in progress)."
       01  WS-PERIOD-INPUT     Pic X(6).
       01  WS-PERIOD           Pic 9(6)        VALUE 0.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PER-YEAR     Pic 9(4).
           05  WS-PER-MONTH    Pic 9(2).
       01  WS-WINDOW           Pic X(1)        VALUE "M".
       01  WS-TODAY            Pic 9(8).
       01  WS-CUR-FROM         Pic 9(6).
       01  WS-CUR-TO           Pic 9(6).
       01  WS-PRI-FROM         Pic 9(6).
       01  WS-PRI-TO           Pic 9(6).
       01  WS-LAST-DAY         Pic 9(2)        VALUE 31.
       01  WS-CLG-MONTH        Pic 9(6).
       01  WS-CLG-DAY          Pic 9(2).
       01  WS-YEAR-SW          Pic X(1).

      * "Category reference - description, department, and the"
      * "code a retired category was merged into."
       01  WS-CATREF-EOF       Pic A(1).
       01  WS-CRF-TABLE.
           05  WS-CRF-ENTRY OCCURS 100 TIMES INDEXED BY WS-CRF-IDX.
               10  WS-CRF-CODE     Pic X(2).
               10  WS-CRF-DESC     Pic X(30).
               10  WS-CRF-DEPT     Pic X(2).
               10  WS-CRF-MERGED   Pic X(2).
       01  WS-CRF-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-CRF-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-HOP-CNT          Pic 9(2)        VALUE 0.
       01  WS-LOOK-CAT         Pic X(2).
       01  WS-ORIG-CAT         Pic X(2).

      * "One line per surviving category seen in either year,"
      * "sorted by code before printing."
       01  WS-YOY-TABLE.
           05  WS-YOY-ENTRY OCCURS 100 TIMES INDEXED BY WS-YOY-IDX.
               10  WS-Y-CATEGORY   Pic X(2).
               10  WS-Y-CUR-COUNT  Pic S9(9)       COMP.
               10  WS-Y-CUR-SUM    Pic S9(11)V9(2).
               10  WS-Y-PRI-COUNT  Pic S9(9)       COMP.
               10  WS-Y-PRI-SUM    Pic S9(11)V9(2).
               10  WS-Y-CUR-SW     Pic X(1).
               10  WS-Y-PRI-SW     Pic X(1).
       01  WS-YOY-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-YOY-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-YOY-OVER-SW      Pic X(1)        VALUE "N".
       01  WS-YOY-SWAP         Pic X(38).
       01  WS-SWAP-SW          Pic X(1).
       01  WS-SORT-IDX         Pic 9(4)   COMP   VALUE 0.

      * "Merges applied - each retired code that actually carried"
      * "ledger rows in the window, and the code it counted under."
       01  WS-MRG-TABLE.
           05  WS-MRG-ENTRY OCCURS 50 TIMES INDEXED BY WS-MRG-IDX.
               10  WS-MRG-FROM     Pic X(2).
               10  WS-MRG-TO       Pic X(2).
       01  WS-MRG-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-MRG-FOUND-SW     Pic X(1).

      * "Department roll-up of the category lines."
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 20 TIMES INDEXED BY WS-DEP-IDX.
               10  WS-D-CODE       Pic X(2).
               10  WS-D-CUR-COUNT  Pic S9(9)       COMP.
               10  WS-D-CUR-SUM    Pic S9(11)V9(2).
               10  WS-D-PRI-COUNT  Pic S9(9)       COMP.
               10  WS-D-PRI-SUM    Pic S9(11)V9(2).
       01  WS-DEPT-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-DEP-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-DEP-LOOK         Pic X(2).
       01  WS-DESC-LOOK        Pic X(30).

      * "One comparison block's figures - loaded from a category"
      * "or a department line, then printed the same way."
       01  WS-B-CUR-COUNT      Pic S9(9)       COMP.
       01  WS-B-CUR-SUM        Pic S9(11)V9(2).
       01  WS-B-PRI-COUNT      Pic S9(9)       COMP.
       01  WS-B-PRI-SUM        Pic S9(11)V9(2).
       01  WS-B-CUR-AVG        Pic S9(9)V9(2).
       01  WS-B-PRI-AVG        Pic S9(9)V9(2).
       01  WS-B-CHG-COUNT      Pic S9(9)       COMP.
       01  WS-B-CHG-SUM        Pic S9(11)V9(2).
       01  WS-B-CHG-AVG        Pic S9(9)V9(2).
       01  WS-PCT              Pic S9(5)V9(2).
       01  WS-ONLY-CNT         Pic 9(4)        VALUE 0.

      * "LAB_REGION names the active region - printed on the"
      * "heading so a test page can never be mistaken for"
      * "production (see LABRGSET)."
       01  WS-REGION           Pic X(8)        VALUE "PROD".
       01  WS-REPORT-LINE      Pic X(100).
       01  WS-CNT-TXT          Pic -Z(8)9.
       01  WS-SUM-TXT          Pic -Z(10)9.9(2).
       01  WS-AVG-TXT          Pic -Z(8)9.9(2).
       01  WS-PCT-EDIT         Pic -Z(4)9.9(2).
       01  WS-PCT-CNT-TXT      Pic X(10).
       01  WS-PCT-SUM-TXT      Pic X(10).
       01  WS-PCT-AVG-TXT      Pic X(10).
       01  WS-PCT-TXT          Pic X(10).
       01  WS-WINDOW-TXT       Pic X(40).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM LOAD-CATREF-PARAGRAPH
           PERFORM LOAD-LEDGER-PARAGRAPH
           PERFORM SORT-YOY-PARAGRAPH
           PERFORM WRITE-REPORT-PARAGRAPH
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-cat-ledger.dat" TO WS-CLGFILE-NAME
           ACCEPT WS-CLGFILE-NAME FROM ENVIRONMENT "LABCATRP_LEDGER"
           IF WS-CLGFILE-NAME = SPACES THEN
               MOVE "lab-cat-ledger.dat" TO WS-CLGFILE-NAME
           END-IF
           MOVE "lab-yoy-rpt.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABYOYRP_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-yoy-rpt.dat" TO WS-OUTFILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-PERIOD-INPUT
           ACCEPT WS-PERIOD-INPUT FROM ENVIRONMENT "LABYOYRP_PERIOD"
           IF WS-PERIOD-INPUT = SPACES THEN
               MOVE WS-TODAY(1:6) TO WS-PERIOD
           ELSE
               IF WS-PERIOD-INPUT IS NOT NUMERIC THEN
                   DISPLAY "*** LABYOYRP_PERIOD must be YYYYMM: "
                       WS-PERIOD-INPUT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-INPUT TO WS-PERIOD
           END-IF
           IF WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
                   OR WS-PER-YEAR < 1601 THEN
               DISPLAY "*** LABYOYRP_PERIOD must be YYYYMM: "
                   WS-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-WINDOW
           ACCEPT WS-WINDOW FROM ENVIRONMENT "LABYOYRP_WINDOW"
           IF WS-WINDOW NOT = "Y" THEN
               MOVE "M" TO WS-WINDOW
           END-IF
           MOVE WS-PERIOD TO WS-CUR-TO
           IF WS-WINDOW = "Y" THEN
               COMPUTE WS-CUR-FROM = WS-PER-YEAR * 100 + 1
           ELSE
               MOVE WS-PERIOD TO WS-CUR-FROM
           END-IF
           COMPUTE WS-PRI-FROM = WS-CUR-FROM - 100
           COMPUTE WS-PRI-TO = WS-CUR-TO - 100
           IF WS-PERIOD = WS-TODAY(1:6) THEN
               MOVE WS-TODAY(7:2) TO WS-LAST-DAY
           END-IF
           MOVE SPACES TO WS-WINDOW-TXT
           IF WS-WINDOW = "Y" THEN
               STRING "year-to-date " WS-CUR-FROM "-" WS-CUR-TO
                   DELIMITED BY SIZE INTO WS-WINDOW-TXT
           ELSE
               STRING "month " WS-CUR-TO
                   DELIMITED BY SIZE INTO WS-WINDOW-TXT
           END-IF.

      *****************************************************
      * LOAD-CATREF-PARAGRAPH loads the category reference -   *
      * description, department, and merge successor. A       *
      * missing reference file just means no merges are        *
      * mapped and everything rolls up under ??.               *
      *****************************************************
       LOAD-CATREF-PARAGRAPH.
           MOVE "lab-catref.dat" TO WS-CATREF-NAME
           ACCEPT WS-CATREF-NAME FROM ENVIRONMENT "LAB_CATREF"
           IF WS-CATREF-NAME = SPACES THEN
               MOVE "lab-catref.dat" TO WS-CATREF-NAME
           END-IF
           MOVE 0 TO WS-CRF-CNT
           MOVE "N" TO WS-CATREF-EOF
           OPEN INPUT CATREF-FILE
           IF WS-CATREF-STATUS = "00" THEN
               PERFORM READ-CATREF-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-CATREF-EOF = "Y"
               CLOSE CATREF-FILE
           END-IF.

       READ-CATREF-PARAGRAPH.
           READ CATREF-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-CATREF-EOF
               NOT AT END
                   IF WS-CRF-CNT < 100 THEN
                       ADD 1 TO WS-CRF-CNT
                       MOVE CRF-CODE TO WS-CRF-CODE(WS-CRF-CNT)
                       MOVE CRF-DESC TO WS-CRF-DESC(WS-CRF-CNT)
                       MOVE CRF-DEPT TO WS-CRF-DEPT(WS-CRF-CNT)
                       MOVE CRF-MERGED-TO
                           TO WS-CRF-MERGED(WS-CRF-CNT)
                   END-IF
           END-READ.

       LOAD-LEDGER-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT CATLEDGER-FILE
           IF WS-CLG-STATUS NOT = "00" THEN
               DISPLAY "*** Category ledger not found: "
                   WS-CLGFILE-NAME
               DISPLAY "*** Nothing has been posted yet - run LAB2c "
                   "first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-LEDGER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE CATLEDGER-FILE.

      *****************************************************
      * READ-LEDGER-PARAGRAPH decides which year (if either)   *
      * the ledger row falls in, resolves its category to the  *
      * surviving code, and adds it to that code's line.        *
      *****************************************************
       READ-LEDGER-PARAGRAPH.
           READ CATLEDGER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE CLG-RUN-DATE(1:6) TO WS-CLG-MONTH
                   MOVE CLG-RUN-DATE(7:2) TO WS-CLG-DAY
                   MOVE SPACE TO WS-YEAR-SW
                   IF WS-CLG-MONTH NOT < WS-CUR-FROM
                           AND WS-CLG-MONTH NOT > WS-CUR-TO THEN
                       MOVE "C" TO WS-YEAR-SW
                       IF WS-CLG-MONTH = WS-CUR-TO
                               AND WS-CLG-DAY > WS-LAST-DAY THEN
                           MOVE SPACE TO WS-YEAR-SW
                       END-IF
                   END-IF
                   IF WS-CLG-MONTH NOT < WS-PRI-FROM
                           AND WS-CLG-MONTH NOT > WS-PRI-TO THEN
                       MOVE "P" TO WS-YEAR-SW
                       IF WS-CLG-MONTH = WS-PRI-TO
                               AND WS-CLG-DAY > WS-LAST-DAY THEN
                           MOVE SPACE TO WS-YEAR-SW
                       END-IF
                   END-IF
                   IF WS-YEAR-SW NOT = SPACE THEN
                       PERFORM ADD-LEDGER-ROW-PARAGRAPH
                   END-IF
           END-READ.

       ADD-LEDGER-ROW-PARAGRAPH.
           MOVE CLG-CATEGORY TO WS-ORIG-CAT
           MOVE CLG-CATEGORY TO WS-LOOK-CAT
           MOVE 0 TO WS-HOP-CNT
           PERFORM RESOLVE-MERGE-PARAGRAPH
               WITH TEST AFTER
               UNTIL WS-CRF-FOUND-IDX = 0 OR WS-HOP-CNT > 9
           IF WS-LOOK-CAT NOT = WS-ORIG-CAT THEN
               PERFORM NOTE-MERGE-PARAGRAPH
           END-IF
           PERFORM FIND-YOY-PARAGRAPH
           IF WS-YOY-FOUND-IDX = 0 THEN
               MOVE "Y" TO WS-YOY-OVER-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-YEAR-SW = "C" THEN
               ADD CLG-COUNT TO WS-Y-CUR-COUNT(WS-YOY-FOUND-IDX)
               ADD CLG-SUM TO WS-Y-CUR-SUM(WS-YOY-FOUND-IDX)
               MOVE "Y" TO WS-Y-CUR-SW(WS-YOY-FOUND-IDX)
           ELSE
               ADD CLG-COUNT TO WS-Y-PRI-COUNT(WS-YOY-FOUND-IDX)
               ADD CLG-SUM TO WS-Y-PRI-SUM(WS-YOY-FOUND-IDX)
               MOVE "Y" TO WS-Y-PRI-SW(WS-YOY-FOUND-IDX)
           END-IF.

      *****************************************************
      * RESOLVE-MERGE-PARAGRAPH takes one step along the merge *
      * chain - a code merged into a code later merged again    *
      * ends up under the last survivor. The hop limit stops a  *
      * mis-keyed circular chain from looping.                  *
      *****************************************************
       RESOLVE-MERGE-PARAGRAPH.
           ADD 1 TO WS-HOP-CNT
           MOVE 0 TO WS-CRF-FOUND-IDX
           PERFORM SCAN-MERGE-PARAGRAPH
               VARYING WS-CRF-IDX FROM 1 BY 1
               UNTIL WS-CRF-IDX > WS-CRF-CNT
                   OR WS-CRF-FOUND-IDX NOT = 0
           IF WS-CRF-FOUND-IDX NOT = 0 THEN
               MOVE WS-CRF-MERGED(WS-CRF-FOUND-IDX) TO WS-LOOK-CAT
           END-IF.

       SCAN-MERGE-PARAGRAPH.
           IF WS-CRF-CODE(WS-CRF-IDX) = WS-LOOK-CAT
                   AND WS-CRF-MERGED(WS-CRF-IDX) NOT = SPACES
                   AND WS-CRF-MERGED(WS-CRF-IDX) NOT = WS-LOOK-CAT
                   THEN
               SET WS-CRF-FOUND-IDX TO WS-CRF-IDX
           END-IF.

       NOTE-MERGE-PARAGRAPH.
           MOVE "N" TO WS-MRG-FOUND-SW
           PERFORM SCAN-MRG-PARAGRAPH
               VARYING WS-MRG-IDX FROM 1 BY 1
               UNTIL WS-MRG-IDX > WS-MRG-CNT
                   OR WS-MRG-FOUND-SW = "Y"
           IF WS-MRG-FOUND-SW = "N" AND WS-MRG-CNT < 50 THEN
               ADD 1 TO WS-MRG-CNT
               MOVE WS-ORIG-CAT TO WS-MRG-FROM(WS-MRG-CNT)
               MOVE WS-LOOK-CAT TO WS-MRG-TO(WS-MRG-CNT)
           END-IF.

       SCAN-MRG-PARAGRAPH.
           IF WS-MRG-FROM(WS-MRG-IDX) = WS-ORIG-CAT THEN
               MOVE "Y" TO WS-MRG-FOUND-SW
           END-IF.

      *****************************************************
      * FIND-YOY-PARAGRAPH finds (or adds) WS-LOOK-CAT's line   *
      * on the comparison table - zero when the table is full.  *
      *****************************************************
       FIND-YOY-PARAGRAPH.
           MOVE 0 TO WS-YOY-FOUND-IDX
           PERFORM SCAN-YOY-PARAGRAPH
               VARYING WS-YOY-IDX FROM 1 BY 1
               UNTIL WS-YOY-IDX > WS-YOY-CNT
                   OR WS-YOY-FOUND-IDX NOT = 0
           IF WS-YOY-FOUND-IDX = 0 AND WS-YOY-CNT < 100 THEN
               ADD 1 TO WS-YOY-CNT
               MOVE WS-YOY-CNT TO WS-YOY-FOUND-IDX
               MOVE WS-LOOK-CAT TO WS-Y-CATEGORY(WS-YOY-FOUND-IDX)
               MOVE 0 TO WS-Y-CUR-COUNT(WS-YOY-FOUND-IDX)
               MOVE 0 TO WS-Y-CUR-SUM(WS-YOY-FOUND-IDX)
               MOVE 0 TO WS-Y-PRI-COUNT(WS-YOY-FOUND-IDX)
               MOVE 0 TO WS-Y-PRI-SUM(WS-YOY-FOUND-IDX)
               MOVE "N" TO WS-Y-CUR-SW(WS-YOY-FOUND-IDX)
               MOVE "N" TO WS-Y-PRI-SW(WS-YOY-FOUND-IDX)
           END-IF.

       SCAN-YOY-PARAGRAPH.
           IF WS-Y-CATEGORY(WS-YOY-IDX) = WS-LOOK-CAT THEN
               SET WS-YOY-FOUND-IDX TO WS-YOY-IDX
           END-IF.

      *****************************************************
      * SORT-YOY-PARAGRAPH bubble-sorts the category lines by  *
      * code so this year's and last year's reports list them  *
      * in the same order.                                      *
      *****************************************************
       SORT-YOY-PARAGRAPH.
           MOVE "Y" TO WS-SWAP-SW
           PERFORM YOY-BUBBLE-PASS-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-SWAP-SW = "N".

       YOY-BUBBLE-PASS-PARAGRAPH.
           MOVE "N" TO WS-SWAP-SW
           PERFORM YOY-COMPARE-SWAP-PARAGRAPH
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX >= WS-YOY-CNT.

       YOY-COMPARE-SWAP-PARAGRAPH.
           IF WS-Y-CATEGORY(WS-SORT-IDX) >
                   WS-Y-CATEGORY(WS-SORT-IDX + 1) THEN
               MOVE WS-YOY-ENTRY(WS-SORT-IDX) TO WS-YOY-SWAP
               MOVE WS-YOY-ENTRY(WS-SORT-IDX + 1)
                   TO WS-YOY-ENTRY(WS-SORT-IDX)
               MOVE WS-YOY-SWAP TO WS-YOY-ENTRY(WS-SORT-IDX + 1)
               MOVE "Y" TO WS-SWAP-SW
           END-IF.

      *****************************************************
      * WRITE-REPORT-PARAGRAPH prints the category blocks, the *
      * department roll-up, the one-year-only list, and the    *
      * merges that were mapped.                                *
      *****************************************************
       WRITE-REPORT-PARAGRAPH.
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Year-over-Year Category Report - " WS-WINDOW-TXT
               "   Region: " WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "This year " WS-CUR-FROM "-" WS-CUR-TO
               "   last year " WS-PRI-FROM "-" WS-PRI-TO
               "   through day " WS-LAST-DAY " of the last month"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           IF WS-YOY-CNT = 0 THEN
               MOVE "Nothing posted in either window."
                   TO WS-REPORT-LINE
               PERFORM WRITE-YOY-LINE-PARAGRAPH
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM PRINT-CATEGORY-PARAGRAPH
               VARYING WS-YOY-IDX FROM 1 BY 1
               UNTIL WS-YOY-IDX > WS-YOY-CNT
           PERFORM DEPT-RECAP-PARAGRAPH
           PERFORM ONLY-ONE-YEAR-PARAGRAPH
           IF WS-MRG-CNT > 0 THEN
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-YOY-LINE-PARAGRAPH
               MOVE "Merged categories counted under their successor:"
                   TO WS-REPORT-LINE
               PERFORM WRITE-YOY-LINE-PARAGRAPH
               PERFORM PRINT-MERGE-PARAGRAPH
                   VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-CNT
           END-IF
           IF WS-YOY-OVER-SW = "Y" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** More than 100 categories - the rest are "
                   "not on this report."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-YOY-LINE-PARAGRAPH
           END-IF
           CLOSE REPORT-FILE.

       PRINT-CATEGORY-PARAGRAPH.
           MOVE WS-Y-CATEGORY(WS-YOY-IDX) TO WS-LOOK-CAT
           PERFORM FIND-CATREF-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Category " WS-LOOK-CAT " " WS-DESC-LOOK
               "  Department " WS-DEP-LOOK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           IF WS-Y-PRI-SW(WS-YOY-IDX) = "N" THEN
               MOVE "  (no postings last year - new this year)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-YOY-LINE-PARAGRAPH
           END-IF
           IF WS-Y-CUR-SW(WS-YOY-IDX) = "N" THEN
               MOVE "  (no postings this year)" TO WS-REPORT-LINE
               PERFORM WRITE-YOY-LINE-PARAGRAPH
           END-IF
           MOVE WS-Y-CUR-COUNT(WS-YOY-IDX) TO WS-B-CUR-COUNT
           MOVE WS-Y-CUR-SUM(WS-YOY-IDX) TO WS-B-CUR-SUM
           MOVE WS-Y-PRI-COUNT(WS-YOY-IDX) TO WS-B-PRI-COUNT
           MOVE WS-Y-PRI-SUM(WS-YOY-IDX) TO WS-B-PRI-SUM
           PERFORM PRINT-BLOCK-PARAGRAPH.

      *****************************************************
      * FIND-CATREF-PARAGRAPH looks up WS-LOOK-CAT's            *
      * description and department (?? when it has none).      *
      *****************************************************
       FIND-CATREF-PARAGRAPH.
           MOVE "??" TO WS-DEP-LOOK
           MOVE SPACES TO WS-DESC-LOOK
           PERFORM SCAN-CATREF-PARAGRAPH
               VARYING WS-CRF-IDX FROM 1 BY 1
               UNTIL WS-CRF-IDX > WS-CRF-CNT.

       SCAN-CATREF-PARAGRAPH.
           IF WS-CRF-CODE(WS-CRF-IDX) = WS-LOOK-CAT THEN
               MOVE WS-CRF-DESC(WS-CRF-IDX) TO WS-DESC-LOOK
               IF WS-CRF-DEPT(WS-CRF-IDX) NOT = SPACES THEN
                   MOVE WS-CRF-DEPT(WS-CRF-IDX) TO WS-DEP-LOOK
               END-IF
           END-IF.

      *****************************************************
      * PRINT-BLOCK-PARAGRAPH prints this year, last year, the *
      * change, and the percent change for count, sum, and     *
      * average. A zero base year prints n/a for the percent.  *
      *****************************************************
       PRINT-BLOCK-PARAGRAPH.
           IF WS-B-CUR-COUNT = 0 THEN
               MOVE 0 TO WS-B-CUR-AVG
           ELSE
               COMPUTE WS-B-CUR-AVG ROUNDED =
                   WS-B-CUR-SUM / WS-B-CUR-COUNT
           END-IF
           IF WS-B-PRI-COUNT = 0 THEN
               MOVE 0 TO WS-B-PRI-AVG
           ELSE
               COMPUTE WS-B-PRI-AVG ROUNDED =
                   WS-B-PRI-SUM / WS-B-PRI-COUNT
           END-IF
           COMPUTE WS-B-CHG-COUNT = WS-B-CUR-COUNT - WS-B-PRI-COUNT
           COMPUTE WS-B-CHG-SUM = WS-B-CUR-SUM - WS-B-PRI-SUM
           COMPUTE WS-B-CHG-AVG = WS-B-CUR-AVG - WS-B-PRI-AVG
           MOVE "                count            sum            avg"
               TO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           MOVE WS-B-CUR-COUNT TO WS-CNT-TXT
           MOVE WS-B-CUR-SUM TO WS-SUM-TXT
           MOVE WS-B-CUR-AVG TO WS-AVG-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  This year " WS-CNT-TXT " " WS-SUM-TXT " "
               WS-AVG-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           MOVE WS-B-PRI-COUNT TO WS-CNT-TXT
           MOVE WS-B-PRI-SUM TO WS-SUM-TXT
           MOVE WS-B-PRI-AVG TO WS-AVG-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Last year " WS-CNT-TXT " " WS-SUM-TXT " "
               WS-AVG-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           MOVE WS-B-CHG-COUNT TO WS-CNT-TXT
           MOVE WS-B-CHG-SUM TO WS-SUM-TXT
           MOVE WS-B-CHG-AVG TO WS-AVG-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Change    " WS-CNT-TXT " " WS-SUM-TXT " "
               WS-AVG-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           MOVE "       n/a" TO WS-PCT-CNT-TXT
           IF WS-B-PRI-COUNT NOT = 0 THEN
               COMPUTE WS-PCT ROUNDED =
                   WS-B-CHG-COUNT * 100 / WS-B-PRI-COUNT
                   ON SIZE ERROR MOVE 99999.99 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-CNT-TXT
           END-IF
           MOVE "       n/a" TO WS-PCT-SUM-TXT
           IF WS-B-PRI-SUM NOT = 0 THEN
               COMPUTE WS-PCT ROUNDED =
                   WS-B-CHG-SUM * 100 / WS-B-PRI-SUM
                   ON SIZE ERROR MOVE 99999.99 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-SUM-TXT
           END-IF
           MOVE "       n/a" TO WS-PCT-AVG-TXT
           IF WS-B-PRI-AVG NOT = 0 THEN
               COMPUTE WS-PCT ROUNDED =
                   WS-B-CHG-AVG * 100 / WS-B-PRI-AVG
                   ON SIZE ERROR MOVE 99999.99 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-AVG-TXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Pct chg   " WS-PCT-CNT-TXT "     "
               WS-PCT-SUM-TXT "   " WS-PCT-AVG-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH.

      *****************************************************
      * DEPT-RECAP-PARAGRAPH rolls the category lines up to     *
      * their departments (after the merge mapping, so a merged *
      * code counts toward its successor's department) and      *
      * prints one comparison block per department.             *
      *****************************************************
       DEPT-RECAP-PARAGRAPH.
           MOVE 0 TO WS-DEPT-CNT
           PERFORM DEPT-ROLL-PARAGRAPH
               VARYING WS-YOY-IDX FROM 1 BY 1
               UNTIL WS-YOY-IDX > WS-YOY-CNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           MOVE "Department recap:" TO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           PERFORM DEPT-PRINT-PARAGRAPH
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPT-CNT.

       DEPT-ROLL-PARAGRAPH.
           MOVE WS-Y-CATEGORY(WS-YOY-IDX) TO WS-LOOK-CAT
           PERFORM FIND-CATREF-PARAGRAPH
           MOVE 0 TO WS-DEP-FOUND-IDX
           PERFORM DEPT-SEARCH-PARAGRAPH
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPT-CNT
                   OR WS-DEP-FOUND-IDX NOT = 0
           IF WS-DEP-FOUND-IDX = 0 THEN
               IF WS-DEPT-CNT = 20 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-CNT
               MOVE WS-DEPT-CNT TO WS-DEP-FOUND-IDX
               MOVE WS-DEP-LOOK TO WS-D-CODE(WS-DEP-FOUND-IDX)
               MOVE 0 TO WS-D-CUR-COUNT(WS-DEP-FOUND-IDX)
               MOVE 0 TO WS-D-CUR-SUM(WS-DEP-FOUND-IDX)
               MOVE 0 TO WS-D-PRI-COUNT(WS-DEP-FOUND-IDX)
               MOVE 0 TO WS-D-PRI-SUM(WS-DEP-FOUND-IDX)
           END-IF
           ADD WS-Y-CUR-COUNT(WS-YOY-IDX)
               TO WS-D-CUR-COUNT(WS-DEP-FOUND-IDX)
           ADD WS-Y-CUR-SUM(WS-YOY-IDX)
               TO WS-D-CUR-SUM(WS-DEP-FOUND-IDX)
           ADD WS-Y-PRI-COUNT(WS-YOY-IDX)
               TO WS-D-PRI-COUNT(WS-DEP-FOUND-IDX)
           ADD WS-Y-PRI-SUM(WS-YOY-IDX)
               TO WS-D-PRI-SUM(WS-DEP-FOUND-IDX).

       DEPT-SEARCH-PARAGRAPH.
           IF WS-D-CODE(WS-DEP-IDX) = WS-DEP-LOOK THEN
               SET WS-DEP-FOUND-IDX TO WS-DEP-IDX
           END-IF.

       DEPT-PRINT-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Department " WS-D-CODE(WS-DEP-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           MOVE WS-D-CUR-COUNT(WS-DEP-IDX) TO WS-B-CUR-COUNT
           MOVE WS-D-CUR-SUM(WS-DEP-IDX) TO WS-B-CUR-SUM
           MOVE WS-D-PRI-COUNT(WS-DEP-IDX) TO WS-B-PRI-COUNT
           MOVE WS-D-PRI-SUM(WS-DEP-IDX) TO WS-B-PRI-SUM
           PERFORM PRINT-BLOCK-PARAGRAPH.

      *****************************************************
      * ONLY-ONE-YEAR-PARAGRAPH lists every category that      *
      * posted in one of the two windows and not the other.    *
      *****************************************************
       ONLY-ONE-YEAR-PARAGRAPH.
           MOVE 0 TO WS-ONLY-CNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           MOVE "Categories posted in only one of the two years:"
               TO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH
           PERFORM ONLY-ONE-PRINT-PARAGRAPH
               VARYING WS-YOY-IDX FROM 1 BY 1
               UNTIL WS-YOY-IDX > WS-YOY-CNT
           IF WS-ONLY-CNT = 0 THEN
               MOVE "  (none - every category posted in both years)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-YOY-LINE-PARAGRAPH
           END-IF.

       ONLY-ONE-PRINT-PARAGRAPH.
           IF WS-Y-CUR-SW(WS-YOY-IDX) = WS-Y-PRI-SW(WS-YOY-IDX) THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ONLY-CNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-Y-CUR-SW(WS-YOY-IDX) = "Y" THEN
               MOVE WS-Y-CUR-SUM(WS-YOY-IDX) TO WS-SUM-TXT
               STRING "  " WS-Y-CATEGORY(WS-YOY-IDX)
                   "  this year only   sum " WS-SUM-TXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-Y-PRI-SUM(WS-YOY-IDX) TO WS-SUM-TXT
               STRING "  " WS-Y-CATEGORY(WS-YOY-IDX)
                   "  last year only   sum " WS-SUM-TXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-YOY-LINE-PARAGRAPH.

       PRINT-MERGE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-MRG-FROM(WS-MRG-IDX) " -> "
               WS-MRG-TO(WS-MRG-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-YOY-LINE-PARAGRAPH.

       WRITE-YOY-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
