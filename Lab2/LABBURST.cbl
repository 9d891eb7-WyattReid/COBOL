       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABBURST.
       AUTHOR. Wyatt Reid.
      * "Report bursting and distribution by department - cuts the"
      * "LAB2c hi/lo/average report, the LABCATRP category trend"
      * "report, and the LABBGTRP actual-versus-budget report down"
      * "to one section per department, using the CRF-DEPT roll-up"
      * "on the category reference file, so each department gets"
      * "its own categories' lines instead of the whole printout."
      * "The distribution list (see DISTLIST) says which department"
      * "receives which reports; each department's sections go,"
      * "behind a cover page, to its own distribution file"
      * "(lab-dist-<dept>.dat), and every section sent is entered"
      * "on the distribution register (see DISTREG) - what went"
      * "out, to whom, and when."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATREF-FILE ASSIGN TO WS-CATREF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATREF-STATUS.
           SELECT DISTLIST-FILE ASSIGN TO WS-DISTLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISTLIST-STATUS.
           SELECT SOURCE-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT DIST-FILE ASSIGN TO WS-DISTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTREG-FILE ASSIGN TO WS-DISTREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISTREG-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATREF-FILE.
           COPY CATREF.

       FD  DISTLIST-FILE.
           COPY DISTLIST.

       FD  SOURCE-FILE.
       01  SOURCE-RECORD       Pic X(100).

       FD  DIST-FILE.
       01  DIST-RECORD         Pic X(100).

       FD  DISTREG-FILE.
           COPY DISTREG.

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
      * "LAB_CATREF/LAB_DISTLIST/LAB_DISTREG stand in for JCL DD"
      * "overrides, same as every other filename in this suite."
      * "The three reports are found under the same names the"
      * "programs that write them use (LAB2C_OUTFILE,"
      * "LABCATRP_OUTFILE, LABBGTRP_OUTFILE), so an override"
      * "exported for the report step carries through to here."
       01  WS-CATREF-NAME      Pic X(40).
       01  WS-CATREF-STATUS    Pic X(2).
       01  WS-CATREF-EOF       Pic A(1).
       01  WS-DISTLIST-NAME    Pic X(40).
       01  WS-DISTLIST-STATUS  Pic X(2).
       01  WS-DISTLIST-EOF     Pic A(1).
       01  WS-SRC-NAME         Pic X(40).
       01  WS-SRC-STATUS       Pic X(2).
       01  WS-SRC-EOF          Pic A(1).
       01  WS-DISTFILE-NAME    Pic X(40).
       01  WS-DISTREG-NAME     Pic X(40).
       01  WS-DISTREG-STATUS   Pic X(2).

      * "The reports that can be distributed, in the order their"
      * "sections appear in a department's file."
       01  WS-RPT-TABLE.
           05  WS-RPT-ENTRY OCCURS 3 TIMES INDEXED BY WS-RPT-IDX.
               10  WS-RPT-ID       Pic X(8).
               10  WS-RPT-DESC     Pic X(30).
               10  WS-RPT-FILE     Pic X(40).

      * "Category-to-department map off the reference file - a"
      * "category with no row (or no department) bursts under ??,"
      * "the same as the LAB2c and LABCATRP department subtotals."
       01  WS-CRF-TABLE.
           05  WS-CRF-ENTRY OCCURS 100 TIMES INDEXED BY WS-CRF-IDX.
               10  WS-CRF-CODE     Pic X(2).
               10  WS-CRF-DEPT     Pic X(2).
       01  WS-CRF-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-LOOK-CAT         Pic X(2).
       01  WS-LOOK-DEPT        Pic X(2).

      * "The distribution list as read, and the distinct"
      * "departments on it in first-seen order - one distribution"
      * "file is written per department."
       01  WS-DL-TABLE.
           05  WS-DL-ENTRY OCCURS 100 TIMES INDEXED BY WS-DL-IDX.
               10  WS-DL-DEPT      Pic X(2).
               10  WS-DL-REPORT    Pic X(8).
               10  WS-DL-RECIPIENT Pic X(30).
       01  WS-DL-CNT           Pic 9(4)   COMP   VALUE 0.
       01  WS-DEPT-TABLE.
           05  WS-DEP-CODE     Pic X(2)   OCCURS 20 TIMES
                                           INDEXED BY WS-DEP-IDX.
       01  WS-DEPT-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-DEP-FOUND-SW     Pic X(1).

       01  WS-CUR-DEPT         Pic X(2).
       01  WS-RECV-SW          Pic X(1).
       01  WS-RECIPIENT        Pic X(30).

      * "Line routing while a report is read: WS-BLOCK-DEPT is the"
      * "department of the category block in progress (a column-1"
      * "Category XX: heading owns the indented lines under it),"
      * "WS-LINE-DEPT the department the current line belongs to."
      * "WS-CAPTION holds the last section heading passed (e.g."
      * "Category Subtotals:), printed ahead of the first line the"
      * "department gets under it."
       01  WS-BLOCK-DEPT       Pic X(2).
       01  WS-LINE-DEPT        Pic X(2).
       01  WS-CAPTION          Pic X(100).
       01  WS-CAPTION-SW       Pic X(1).
       01  WS-SRC-LINE-NO      Pic 9(6)   COMP   VALUE 0.
       01  WS-SEC-LINES        Pic 9(6)   COMP   VALUE 0.
       01  WS-SEC-STATUS       Pic X(1).

       01  WS-FILE-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-SECTION-CNT      Pic 9(4)   COMP   VALUE 0.
       01  WS-MISSING-CNT      Pic 9(4)   COMP   VALUE 0.
       01  WS-CNT-TXT          Pic Z(3)9.
       01  WS-CNT2-TXT         Pic Z(3)9.

       01  WS-RUN-DATE         Pic 9(8).
       01  WS-RUN-TIME         Pic 9(8).

      * "LAB_REGION names the active region - printed on the"
      * "cover page so a test distribution can never be mistaken"
      * "for production (see LABRGSET)."
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
           PERFORM LOAD-CATREF-PARAGRAPH
           PERFORM LOAD-DISTLIST-PARAGRAPH
           PERFORM BURST-DEPT-PARAGRAPH
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPT-CNT
           PERFORM WRAP-UP-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           MOVE "lab-dist-list.dat" TO WS-DISTLIST-NAME
           ACCEPT WS-DISTLIST-NAME FROM ENVIRONMENT "LAB_DISTLIST"
           IF WS-DISTLIST-NAME = SPACES THEN
               MOVE "lab-dist-list.dat" TO WS-DISTLIST-NAME
           END-IF
           MOVE "lab-dist-reg.dat" TO WS-DISTREG-NAME
           ACCEPT WS-DISTREG-NAME FROM ENVIRONMENT "LAB_DISTREG"
           IF WS-DISTREG-NAME = SPACES THEN
               MOVE "lab-dist-reg.dat" TO WS-DISTREG-NAME
           END-IF

           MOVE "LAB2C" TO WS-RPT-ID(1)
           MOVE "Hi/lo/average report" TO WS-RPT-DESC(1)
           MOVE "lab2c-rpt.dat" TO WS-RPT-FILE(1)
           ACCEPT WS-RPT-FILE(1) FROM ENVIRONMENT "LAB2C_OUTFILE"
           IF WS-RPT-FILE(1) = SPACES THEN
               MOVE "lab2c-rpt.dat" TO WS-RPT-FILE(1)
           END-IF
           MOVE "LABCATRP" TO WS-RPT-ID(2)
           MOVE "Category trend report" TO WS-RPT-DESC(2)
           MOVE "lab-cat-trend-rpt.dat" TO WS-RPT-FILE(2)
           ACCEPT WS-RPT-FILE(2) FROM ENVIRONMENT "LABCATRP_OUTFILE"
           IF WS-RPT-FILE(2) = SPACES THEN
               MOVE "lab-cat-trend-rpt.dat" TO WS-RPT-FILE(2)
           END-IF
           MOVE "LABBGTRP" TO WS-RPT-ID(3)
           MOVE "Actual-versus-budget report" TO WS-RPT-DESC(3)
           MOVE "lab-budget-rpt.dat" TO WS-RPT-FILE(3)
           ACCEPT WS-RPT-FILE(3) FROM ENVIRONMENT "LABBGTRP_OUTFILE"
           IF WS-RPT-FILE(3) = SPACES THEN
               MOVE "lab-budget-rpt.dat" TO WS-RPT-FILE(3)
           END-IF.

      *****************************************************
      * LOAD-CATREF-PARAGRAPH loads the category-to-department *
      * map once at start-up. A missing reference file just    *
      * bursts everything under ??.                             *
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
           ELSE
               DISPLAY "*** Category reference file not found: "
                   WS-CATREF-NAME
               DISPLAY "*** Every category bursts under department ??."
           END-IF.

       READ-CATREF-PARAGRAPH.
           READ CATREF-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-CATREF-EOF
               NOT AT END
                   IF WS-CRF-CNT < 100 THEN
                       ADD 1 TO WS-CRF-CNT
                       MOVE CRF-CODE TO WS-CRF-CODE(WS-CRF-CNT)
                       MOVE CRF-DEPT TO WS-CRF-DEPT(WS-CRF-CNT)
                   END-IF
           END-READ.

      *****************************************************
      * LOAD-DISTLIST-PARAGRAPH reads the distribution list    *
      * and collects the departments on it. Without a list     *
      * there is no one to send anything to, so the run stops. *
      *****************************************************
       LOAD-DISTLIST-PARAGRAPH.
           OPEN INPUT DISTLIST-FILE
           IF WS-DISTLIST-STATUS NOT = "00" THEN
               DISPLAY "*** Distribution list not found: "
                   WS-DISTLIST-NAME
               DISPLAY "*** Nothing distributed."
               MOVE "E" TO WS-LOG-SEV
               MOVE "0201" TO WS-LOG-MSGNO
               MOVE "Distribution list missing - nothing distributed"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-DL-CNT
           MOVE 0 TO WS-DEPT-CNT
           MOVE "N" TO WS-DISTLIST-EOF
           PERFORM READ-DISTLIST-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-DISTLIST-EOF = "Y"
           CLOSE DISTLIST-FILE
           IF WS-DEPT-CNT = 0 THEN
               DISPLAY "Distribution list is empty - nothing "
                   "distributed."
           END-IF.

       READ-DISTLIST-PARAGRAPH.
           READ DISTLIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-DISTLIST-EOF
               NOT AT END
                   IF DL-DEPT = SPACES OR DL-REPORT = SPACES THEN
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-DL-CNT = 100 THEN
                       DISPLAY "*** Distribution list holds more "
                           "than 100 rows - the rest are ignored."
                       MOVE "Y" TO WS-DISTLIST-EOF
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-DL-CNT
                   MOVE DL-DEPT TO WS-DL-DEPT(WS-DL-CNT)
                   MOVE DL-REPORT TO WS-DL-REPORT(WS-DL-CNT)
                   MOVE DL-RECIPIENT TO WS-DL-RECIPIENT(WS-DL-CNT)
                   PERFORM ADD-DEPT-PARAGRAPH
           END-READ.

       ADD-DEPT-PARAGRAPH.
           MOVE "N" TO WS-DEP-FOUND-SW
           PERFORM DEPT-SEARCH-PARAGRAPH
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPT-CNT
                   OR WS-DEP-FOUND-SW = "Y"
           IF WS-DEP-FOUND-SW = "N" THEN
               IF WS-DEPT-CNT = 20 THEN
                   DISPLAY "*** More than 20 departments listed - "
                       "department " DL-DEPT " skipped."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-CNT
               MOVE DL-DEPT TO WS-DEP-CODE(WS-DEPT-CNT)
           END-IF.

       DEPT-SEARCH-PARAGRAPH.
           IF WS-DEP-CODE(WS-DEP-IDX) = DL-DEPT THEN
               MOVE "Y" TO WS-DEP-FOUND-SW
           END-IF.

      *****************************************************
      * BURST-DEPT-PARAGRAPH writes one department's            *
      * distribution file - the cover page, then a section for  *
      * each report the list sends it, each report re-read from *
      * the top the way LABEXTR's split mode re-reads the       *
      * master for each category file.                          *
      *****************************************************
       BURST-DEPT-PARAGRAPH.
           MOVE WS-DEP-CODE(WS-DEP-IDX) TO WS-CUR-DEPT
           MOVE SPACES TO WS-DISTFILE-NAME
           STRING "lab-dist-" WS-CUR-DEPT ".dat"
               DELIMITED BY SIZE INTO WS-DISTFILE-NAME
           OPEN OUTPUT DIST-FILE
           PERFORM WRITE-COVER-PARAGRAPH
           PERFORM BURST-REPORT-PARAGRAPH
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > 3
           CLOSE DIST-FILE
           ADD 1 TO WS-FILE-CNT
           DISPLAY "Department " WS-CUR-DEPT " distributed to "
               WS-DISTFILE-NAME.

       WRITE-COVER-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Report Distribution - Department " WS-CUR-DEPT
               "   Region: " WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DIST-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Prepared " WS-RUN-DATE " " WS-RUN-TIME(1:4)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DIST-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-DIST-LINE-PARAGRAPH
           MOVE "Reports enclosed:" TO WS-REPORT-LINE
           PERFORM WRITE-DIST-LINE-PARAGRAPH
           PERFORM COVER-ENTRY-PARAGRAPH
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > 3
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-DIST-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Only the lines for this department's categories "
               "are included." DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-DIST-LINE-PARAGRAPH.

       COVER-ENTRY-PARAGRAPH.
           PERFORM FIND-RECIPIENT-PARAGRAPH
           IF WS-RECV-SW = "Y" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-RPT-ID(WS-RPT-IDX)
                   "  " WS-RPT-DESC(WS-RPT-IDX)
                   "  to " WS-RECIPIENT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DIST-LINE-PARAGRAPH
           END-IF.

      *****************************************************
      * FIND-RECIPIENT-PARAGRAPH - does the current department *
      * receive the current report? The first list row naming  *
      * the department and the report (or ALL) decides, and     *
      * gives the recipient.                                     *
      *****************************************************
       FIND-RECIPIENT-PARAGRAPH.
           MOVE "N" TO WS-RECV-SW
           MOVE SPACES TO WS-RECIPIENT
           PERFORM RECIPIENT-SEARCH-PARAGRAPH
               VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-CNT
                   OR WS-RECV-SW = "Y".

       RECIPIENT-SEARCH-PARAGRAPH.
           IF WS-DL-DEPT(WS-DL-IDX) = WS-CUR-DEPT
                   AND (WS-DL-REPORT(WS-DL-IDX) = WS-RPT-ID(WS-RPT-IDX)
                       OR WS-DL-REPORT(WS-DL-IDX) = "ALL") THEN
               MOVE "Y" TO WS-RECV-SW
               MOVE WS-DL-RECIPIENT(WS-DL-IDX) TO WS-RECIPIENT
           END-IF.

      *****************************************************
      * BURST-REPORT-PARAGRAPH - one report's section for the  *
      * current department: a section banner, the report's own *
      * title line, then the department's lines. A report that  *
      * has not been produced gets a notice in its place and is *
      * registered as missing.                                   *
      *****************************************************
       BURST-REPORT-PARAGRAPH.
           PERFORM FIND-RECIPIENT-PARAGRAPH
           IF WS-RECV-SW = "N" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RPT-FILE(WS-RPT-IDX) TO WS-SRC-NAME
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-DIST-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "==== " WS-RPT-ID(WS-RPT-IDX)
               " - " WS-RPT-DESC(WS-RPT-IDX)
               " - Department " WS-CUR-DEPT " ===="
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-DIST-LINE-PARAGRAPH
           MOVE 0 TO WS-SEC-LINES
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** Report not available at distribution "
                   "time: " WS-SRC-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-DIST-LINE-PARAGRAPH
               DISPLAY "*** " WS-RPT-ID(WS-RPT-IDX)
                   " report not found: " WS-SRC-NAME
               ADD 1 TO WS-MISSING-CNT
               MOVE "M" TO WS-SEC-STATUS
               PERFORM WRITE-DISTREG-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BLOCK-DEPT
           MOVE SPACES TO WS-CAPTION
           MOVE "Y" TO WS-CAPTION-SW
           MOVE 0 TO WS-SRC-LINE-NO
           MOVE "N" TO WS-SRC-EOF
           PERFORM READ-SOURCE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-SRC-EOF = "Y"
           CLOSE SOURCE-FILE
           IF WS-SEC-LINES = 0 THEN
               MOVE "  (nothing on this report for the department)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-DIST-LINE-PARAGRAPH
           END-IF
           ADD 1 TO WS-SECTION-CNT
           MOVE "S" TO WS-SEC-STATUS
           PERFORM WRITE-DISTREG-PARAGRAPH.

       READ-SOURCE-PARAGRAPH.
           READ SOURCE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SRC-EOF
               NOT AT END PERFORM ROUTE-LINE-PARAGRAPH
           END-READ.

      *****************************************************
      * ROUTE-LINE-PARAGRAPH decides which department a report  *
      * line belongs to, from the layouts the three reports     *
      * share:                                                   *
      *   "Category XX:" in column 1 opens a category block -   *
      *       it and the indented lines under it (LABCATRP run  *
      *       dates, LABBGTRP figures) go to XX's department;   *
      *   "  Category XX ..." is a one-line category subtotal;  *
      *   "  Department DD ..." is a department total line;     *
      *   any other column-1 line is a section heading, kept as *
      *       the caption for the lines that follow it;         *
      *   a blank or column-1 line closes an open block.         *
      * The report's first line is its title and goes to every  *
      * department's section.                                     *
      *****************************************************
       ROUTE-LINE-PARAGRAPH.
           ADD 1 TO WS-SRC-LINE-NO
           IF WS-SRC-LINE-NO = 1 THEN
               MOVE SOURCE-RECORD TO WS-REPORT-LINE
               PERFORM WRITE-DIST-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE-DEPT
           EVALUATE TRUE
               WHEN SOURCE-RECORD(1:9) = "Category "
                       AND SOURCE-RECORD(12:1) = ":"
                   MOVE SOURCE-RECORD(10:2) TO WS-LOOK-CAT
                   PERFORM LOOKUP-DEPT-PARAGRAPH
                   MOVE WS-LOOK-DEPT TO WS-BLOCK-DEPT
                   MOVE WS-LOOK-DEPT TO WS-LINE-DEPT
               WHEN SOURCE-RECORD(1:11) = "  Category "
                   MOVE SOURCE-RECORD(12:2) TO WS-LOOK-CAT
                   PERFORM LOOKUP-DEPT-PARAGRAPH
                   MOVE SPACES TO WS-BLOCK-DEPT
                   MOVE WS-LOOK-DEPT TO WS-LINE-DEPT
               WHEN SOURCE-RECORD(1:13) = "  Department "
                   MOVE SPACES TO WS-BLOCK-DEPT
                   MOVE SOURCE-RECORD(14:2) TO WS-LINE-DEPT
               WHEN SOURCE-RECORD = SPACES
                   MOVE SPACES TO WS-BLOCK-DEPT
               WHEN SOURCE-RECORD(1:1) = SPACE
                   MOVE WS-BLOCK-DEPT TO WS-LINE-DEPT
               WHEN OTHER
                   MOVE SPACES TO WS-BLOCK-DEPT
                   MOVE SOURCE-RECORD TO WS-CAPTION
                   MOVE "N" TO WS-CAPTION-SW
           END-EVALUATE
           IF WS-LINE-DEPT NOT = WS-CUR-DEPT THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-CAPTION-SW = "N" THEN
               MOVE WS-CAPTION TO WS-REPORT-LINE
               PERFORM WRITE-DIST-LINE-PARAGRAPH
               MOVE "Y" TO WS-CAPTION-SW
           END-IF
           MOVE SOURCE-RECORD TO WS-REPORT-LINE
           PERFORM WRITE-DIST-LINE-PARAGRAPH
           ADD 1 TO WS-SEC-LINES.

       LOOKUP-DEPT-PARAGRAPH.
           MOVE "??" TO WS-LOOK-DEPT
           PERFORM FIND-DEPT-PARAGRAPH
               VARYING WS-CRF-IDX FROM 1 BY 1
               UNTIL WS-CRF-IDX > WS-CRF-CNT.

       FIND-DEPT-PARAGRAPH.
           IF WS-CRF-CODE(WS-CRF-IDX) = WS-LOOK-CAT
                   AND WS-CRF-DEPT(WS-CRF-IDX) NOT = SPACES THEN
               MOVE WS-CRF-DEPT(WS-CRF-IDX) TO WS-LOOK-DEPT
           END-IF.

       WRITE-DIST-LINE-PARAGRAPH.
           WRITE DIST-RECORD FROM WS-REPORT-LINE.

      *****************************************************
      * WRITE-DISTREG-PARAGRAPH appends one register entry for *
      * the section just written - report, department,          *
      * recipient, distribution file, date/time, line count.    *
      *****************************************************
       WRITE-DISTREG-PARAGRAPH.
           OPEN EXTEND DISTREG-FILE
           IF WS-DISTREG-STATUS = "35" THEN
               OPEN OUTPUT DISTREG-FILE
           END-IF
           MOVE SPACES TO Dist-Reg-Record
           MOVE WS-RUN-DATE TO DR-DATE
           MOVE WS-RUN-TIME TO DR-TIME
           MOVE WS-CUR-DEPT TO DR-DEPT
           MOVE WS-RPT-ID(WS-RPT-IDX) TO DR-REPORT
           MOVE WS-RECIPIENT TO DR-RECIPIENT
           MOVE WS-DISTFILE-NAME TO DR-FILE-NAME
           MOVE WS-SEC-LINES TO DR-LINE-COUNT
           MOVE WS-SEC-STATUS TO DR-STATUS
           WRITE Dist-Reg-Record
           CLOSE DISTREG-FILE.

       WRAP-UP-PARAGRAPH.
           MOVE WS-FILE-CNT TO WS-CNT-TXT
           DISPLAY "Distribution files written: " WS-CNT-TXT
           MOVE WS-SECTION-CNT TO WS-CNT-TXT
           DISPLAY "Report sections sent:       " WS-CNT-TXT
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE WS-SECTION-CNT TO WS-CNT-TXT
           MOVE WS-FILE-CNT TO WS-CNT2-TXT
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Distributed " WS-CNT-TXT " section(s) to "
               WS-CNT2-TXT " department(s)"
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-MISSING-CNT > 0 THEN
               MOVE WS-MISSING-CNT TO WS-CNT-TXT
               DISPLAY "*** Report sections missing:  " WS-CNT-TXT
                   " - see the distribution register."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0101" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Report(s) missing at distribution: "
                   WS-CNT-TXT
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
           MOVE "LABBURST" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.
