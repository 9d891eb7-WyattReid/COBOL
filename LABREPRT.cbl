       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABREPRT.
       AUTHOR. Wyatt Reid.
      * "Report reprint from the generations register. The report"
      * "writers keep dated generations on LAB_GENREG (see"
      * "GENREG), but reprinting an old EOD report meant finding"
      * "the file on disk and printing it raw. This lists the"
      * "generations on file by report and date, lets the"
      * "operator pick one by its list number or a date range"
      * "(optionally for one report only), and reproduces each"
      * "into LABREPRT_OUTFILE with a REPRINT banner - original"
      * "run date, reprinted by, reprinted on - at the top of"
      * "every page. Every generation pulled is entered on the"
      * "reprint register (see RPRTREG) so the auditors can be"
      * "shown who took copies of controlled reports; option A"
      * "lists that register. LABREPRT_PICK, or LABREPRT_FROM/"
      * "LABREPRT_TO with LABREPRT_REPORT, select without the"
      * "prompts. RETURN-CODE 4 when a selected generation's file"
      * "has already been purged from disk, 8 when nothing could"
      * "be selected."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENREG-FILE ASSIGN TO WS-GENREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GENREG-STATUS.
           SELECT GENIN-FILE ASSIGN TO WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT REPRINT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RPRTREG-FILE ASSIGN TO WS-RPRTREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPRTREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENREG-FILE.
           COPY GENREG.

       FD  GENIN-FILE.
       01  GENIN-RECORD        Pic X(132).

       FD  REPRINT-FILE.
       01  REPRINT-RECORD      Pic X(132).

       FD  RPRTREG-FILE.
           COPY RPRTREG.

       WORKING-STORAGE SECTION.
      * "LAB_GENREG, LABREPRT_OUTFILE, and LAB_RPRTREG stand in"
      * "for JCL DD overrides. LABREPRT_PAGE_LINES is how many of"
      * "the original report's lines go on each reprinted page"
      * "under the banner (default 60)."
       01  WS-GENREG-NAME      Pic X(40).
       01  WS-GENREG-STATUS    Pic X(2).
       01  WS-GEN-NAME         Pic X(52).
       01  WS-GEN-STATUS       Pic X(2).
       01  WS-OUTFILE-NAME     Pic X(40).
       01  WS-OUT-STATUS       Pic X(2).
       01  WS-RPRTREG-NAME     Pic X(40).
       01  WS-RPRTREG-STATUS   Pic X(2).
       01  WS-EOF              Pic A(1)        VALUE "N".
       01  WS-PAGE-INPUT       Pic X(3).
       01  WS-PAGE-LINES       Pic 9(3)        VALUE 60.

      * "The generations register, held in register order (the"
      * "order the writers appended them, so oldest first within"
      * "each report). WS-G-REPORT is the report the generation"
      * "belongs to - its file name less the .Dyyyymmdd suffix the"
      * "writers add."
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 999 TIMES INDEXED BY WS-G-IDX.
               10  WS-G-DATE       Pic 9(8).
               10  WS-G-FILE       Pic X(52).
               10  WS-G-REPORT     Pic X(52).
               10  WS-G-SEL        Pic X(1).
       01  WS-GEN-CNT          Pic 9(4)        VALUE 0.
       01  WS-RPT-TABLE.
           05  WS-RPT-NAME     Pic X(52)  OCCURS 100 TIMES
                                           INDEXED BY WS-RPT-IDX.
       01  WS-RPT-CNT          Pic 9(3)        VALUE 0.
       01  WS-SFX-POS          Pic 9(2)   COMP.
       01  WS-SCAN-POS         Pic 9(2)   COMP.
       01  WS-FOUND-SW         Pic A(1).

      * "The selection - one list number, or a from/to date range"
      * "with an optional report name (blank means every report)."
       01  WS-CHOICE           Pic X(4).
       01  WS-PICK-INPUT       Pic X(4).
       01  WS-PICK-NUM         Pic 9(4)        VALUE 0.
       01  WS-FROM-INPUT       Pic X(8).
       01  WS-TO-INPUT         Pic X(8).
       01  WS-FROM-DATE        Pic 9(8)        VALUE 0.
       01  WS-TO-DATE          Pic 9(8)        VALUE 99999999.
       01  WS-REPORT-SEL       Pic X(52).
       01  WS-SEL-CNT          Pic 9(4)        VALUE 0.

       01  WS-OPERATOR         Pic X(10).
       01  WS-RUN-DATE         Pic 9(8).
       01  WS-RUN-TIME         Pic 9(8).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05  WS-RUN-HH       Pic 9(2).
           05  WS-RUN-MM       Pic 9(2).
           05  FILLER          Pic 9(4).
       01  WS-PAGE-NUM         Pic 9(4).
       01  WS-PAGE-LINE-CNT    Pic 9(3).
       01  WS-GEN-LINE-CNT     Pic 9(7).
       01  WS-REPRINT-CNT      Pic 9(4)        VALUE 0.
       01  WS-MISSING-CNT      Pic 9(4)        VALUE 0.
       01  WS-TOTAL-LINES      Pic 9(9)        VALUE 0.
       01  WS-OUT-OPEN-SW      Pic A(1)        VALUE "N".
       01  WS-RESULT           Pic X(1).
       01  WS-BANNER-LINE      Pic X(132).
       01  WS-LIST-LINE        Pic X(80).
       01  WS-NUM-TXT          Pic ZZZ9.
       01  WS-RUN-RC           Pic 9(1)        VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM LOAD-REGISTER-PARAGRAPH
           PERFORM PICK-SELECTION-PARAGRAPH
           IF WS-CHOICE = "A" THEN
               PERFORM AUDIT-LISTING-PARAGRAPH
               STOP RUN
           END-IF
           IF WS-SEL-CNT = 0 THEN
               DISPLAY "*** No generation on the register matches "
                   "the selection - nothing reprinted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM IDENTIFY-OPERATOR-PARAGRAPH
           PERFORM REPRINT-ONE-PARAGRAPH
               VARYING WS-G-IDX FROM 1 BY 1
               UNTIL WS-G-IDX > WS-GEN-CNT
           IF WS-OUT-OPEN-SW = "Y" THEN
               CLOSE REPRINT-FILE
           END-IF
           DISPLAY "Reprint complete - " WS-REPRINT-CNT
               " generation(s), " WS-TOTAL-LINES " line(s) to "
               WS-OUTFILE-NAME
           IF WS-MISSING-CNT NOT = 0 THEN
               DISPLAY "*** " WS-MISSING-CNT " selected generation(s)"
                   " no longer on disk - see above."
               MOVE 4 TO WS-RUN-RC
           END-IF
           IF WS-REPRINT-CNT = 0 THEN
               MOVE 8 TO WS-RUN-RC
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-gens.dat" TO WS-GENREG-NAME
           ACCEPT WS-GENREG-NAME FROM ENVIRONMENT "LAB_GENREG"
           IF WS-GENREG-NAME = SPACES THEN
               MOVE "lab-gens.dat" TO WS-GENREG-NAME
           END-IF
           MOVE "lab-reprint.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABREPRT_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-reprint.dat" TO WS-OUTFILE-NAME
           END-IF
           MOVE "lab-reprint-reg.dat" TO WS-RPRTREG-NAME
           ACCEPT WS-RPRTREG-NAME FROM ENVIRONMENT "LAB_RPRTREG"
           IF WS-RPRTREG-NAME = SPACES THEN
               MOVE "lab-reprint-reg.dat" TO WS-RPRTREG-NAME
           END-IF
           MOVE SPACES TO WS-PAGE-INPUT
           ACCEPT WS-PAGE-INPUT FROM ENVIRONMENT "LABREPRT_PAGE_LINES"
           IF WS-PAGE-INPUT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PAGE-INPUT) = 0 THEN
               COMPUTE WS-PAGE-LINES = FUNCTION NUMVAL(WS-PAGE-INPUT)
           END-IF
           IF WS-PAGE-LINES < 10 THEN
               MOVE 60 TO WS-PAGE-LINES
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.

      *****************************************************
      * LOAD-REGISTER-PARAGRAPH reads the generations register *
      * into the table and builds the list of reports on it in *
      * the order each first appears.                           *
      *****************************************************
       LOAD-REGISTER-PARAGRAPH.
           OPEN INPUT GENREG-FILE
           IF WS-GENREG-STATUS NOT = "00" THEN
               DISPLAY "*** Generations register not found: "
                   WS-GENREG-NAME
               DISPLAY "*** FILE STATUS: " WS-GENREG-STATUS
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM READ-REGISTER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE GENREG-FILE
           IF WS-GEN-CNT = 0 THEN
               DISPLAY "*** The generations register is empty - "
                   "nothing to reprint."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-REGISTER-PARAGRAPH.
           READ GENREG-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-GEN-CNT < 999 THEN
                       ADD 1 TO WS-GEN-CNT
                       MOVE GEN-DATE TO WS-G-DATE(WS-GEN-CNT)
                       MOVE GEN-FILE-NAME TO WS-G-FILE(WS-GEN-CNT)
                       MOVE "N" TO WS-G-SEL(WS-GEN-CNT)
                       PERFORM REPORT-NAME-PARAGRAPH
                       PERFORM ADD-REPORT-PARAGRAPH
                   ELSE
                       DISPLAY "*** More than 999 generations on the"
                           " register - the latest are not listed."
                       DISPLAY "*** Run LABPURGE to age old ones off."
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-READ.

      *    The writers name a generation <report>.Dyyyymmdd; the
      *    last such suffix is cut off to get the report's name.
       REPORT-NAME-PARAGRAPH.
           MOVE 0 TO WS-SFX-POS
           PERFORM FIND-SUFFIX-PARAGRAPH
               VARYING WS-SCAN-POS FROM 2 BY 1
               UNTIL WS-SCAN-POS > 43
           MOVE SPACES TO WS-G-REPORT(WS-GEN-CNT)
           IF WS-SFX-POS = 0 THEN
               MOVE GEN-FILE-NAME TO WS-G-REPORT(WS-GEN-CNT)
           ELSE
               MOVE GEN-FILE-NAME(1:WS-SFX-POS - 1)
                   TO WS-G-REPORT(WS-GEN-CNT)
           END-IF.

       FIND-SUFFIX-PARAGRAPH.
           IF GEN-FILE-NAME(WS-SCAN-POS:2) = ".D"
                   AND GEN-FILE-NAME(WS-SCAN-POS + 2:8) IS NUMERIC THEN
               MOVE WS-SCAN-POS TO WS-SFX-POS
           END-IF.

       ADD-REPORT-PARAGRAPH.
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-REPORT-PARAGRAPH
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-CNT OR WS-FOUND-SW = "Y"
           IF WS-FOUND-SW = "N" AND WS-RPT-CNT < 100 THEN
               ADD 1 TO WS-RPT-CNT
               MOVE WS-G-REPORT(WS-GEN-CNT) TO WS-RPT-NAME(WS-RPT-CNT)
           END-IF.

       MATCH-REPORT-PARAGRAPH.
           IF WS-RPT-NAME(WS-RPT-IDX) = WS-G-REPORT(WS-GEN-CNT) THEN
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      *****************************************************
      * PICK-SELECTION-PARAGRAPH takes the selection from the  *
      * environment when one is set; otherwise it lists the    *
      * generations and asks.                                   *
      *****************************************************
       PICK-SELECTION-PARAGRAPH.
           MOVE SPACES TO WS-CHOICE
           MOVE SPACES TO WS-PICK-INPUT
           MOVE SPACES TO WS-FROM-INPUT
           MOVE SPACES TO WS-TO-INPUT
           MOVE SPACES TO WS-REPORT-SEL
           ACCEPT WS-PICK-INPUT FROM ENVIRONMENT "LABREPRT_PICK"
           ACCEPT WS-FROM-INPUT FROM ENVIRONMENT "LABREPRT_FROM"
           ACCEPT WS-TO-INPUT FROM ENVIRONMENT "LABREPRT_TO"
           ACCEPT WS-REPORT-SEL FROM ENVIRONMENT "LABREPRT_REPORT"
           EVALUATE TRUE
               WHEN WS-PICK-INPUT NOT = SPACES
                   MOVE "N" TO WS-CHOICE
               WHEN WS-FROM-INPUT NOT = SPACES
                       OR WS-TO-INPUT NOT = SPACES
                       OR WS-REPORT-SEL NOT = SPACES
                   MOVE "R" TO WS-CHOICE
               WHEN OTHER
                   PERFORM LIST-GENERATIONS-PARAGRAPH
                   DISPLAY "Reprint - list number, R for a date "
                       "range, A for the reprint register, "
                       "Q to quit: " WITH NO ADVANCING
                   ACCEPT WS-CHOICE
                   INSPECT WS-CHOICE CONVERTING "arq" TO "ARQ"
                   EVALUATE TRUE
                       WHEN WS-CHOICE = "A" OR WS-CHOICE = "R"
                           CONTINUE
                       WHEN WS-CHOICE = "Q" OR WS-CHOICE = SPACES
                           STOP RUN
                       WHEN OTHER
                           MOVE WS-CHOICE TO WS-PICK-INPUT
                           MOVE "N" TO WS-CHOICE
                   END-EVALUATE
                   IF WS-CHOICE = "R" THEN
                       DISPLAY "Report name (blank for all): "
                           WITH NO ADVANCING
                       ACCEPT WS-REPORT-SEL
                       DISPLAY "From date YYYYMMDD (blank for the "
                           "earliest): " WITH NO ADVANCING
                       ACCEPT WS-FROM-INPUT
                       DISPLAY "To date YYYYMMDD (blank for the "
                           "latest): " WITH NO ADVANCING
                       ACCEPT WS-TO-INPUT
                   END-IF
           END-EVALUATE
           IF WS-CHOICE = "N" THEN
               IF FUNCTION TEST-NUMVAL(WS-PICK-INPUT) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-PICK-INPUT) TO WS-PICK-NUM
               END-IF
               IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-GEN-CNT THEN
                   DISPLAY "*** " WS-PICK-INPUT " is not a number on "
                       "the list."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-G-SEL(WS-PICK-NUM)
               MOVE 1 TO WS-SEL-CNT
           END-IF
           IF WS-CHOICE = "R" THEN
               IF WS-FROM-INPUT IS NUMERIC THEN
                   MOVE WS-FROM-INPUT TO WS-FROM-DATE
               END-IF
               IF WS-TO-INPUT IS NUMERIC THEN
                   MOVE WS-TO-INPUT TO WS-TO-DATE
               END-IF
               PERFORM SELECT-RANGE-PARAGRAPH
                   VARYING WS-G-IDX FROM 1 BY 1
                   UNTIL WS-G-IDX > WS-GEN-CNT
           END-IF.

       SELECT-RANGE-PARAGRAPH.
           IF WS-G-DATE(WS-G-IDX) NOT < WS-FROM-DATE
                   AND WS-G-DATE(WS-G-IDX) NOT > WS-TO-DATE
                   AND (WS-REPORT-SEL = SPACES
                     OR WS-REPORT-SEL = WS-G-REPORT(WS-G-IDX)) THEN
               MOVE "Y" TO WS-G-SEL(WS-G-IDX)
               ADD 1 TO WS-SEL-CNT
           END-IF.

      *****************************************************
      * LIST-GENERATIONS-PARAGRAPH shows the register report by *
      * report, each report's generations by date. The list    *
      * number is the generation's place on the register.       *
      *****************************************************
       LIST-GENERATIONS-PARAGRAPH.
           DISPLAY "Report generations on " WS-GENREG-NAME
           PERFORM LIST-ONE-REPORT-PARAGRAPH
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-CNT.

       LIST-ONE-REPORT-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Report: " WS-RPT-NAME(WS-RPT-IDX)
           PERFORM LIST-ONE-GEN-PARAGRAPH
               VARYING WS-G-IDX FROM 1 BY 1
               UNTIL WS-G-IDX > WS-GEN-CNT.

       LIST-ONE-GEN-PARAGRAPH.
           IF WS-G-REPORT(WS-G-IDX) = WS-RPT-NAME(WS-RPT-IDX) THEN
               SET WS-PICK-NUM TO WS-G-IDX
               MOVE WS-PICK-NUM TO WS-NUM-TXT
               MOVE SPACES TO WS-LIST-LINE
               STRING "  " WS-NUM-TXT "  " WS-G-DATE(WS-G-IDX) "  "
                   WS-G-FILE(WS-G-IDX)
                   DELIMITED BY SIZE INTO WS-LIST-LINE
               DISPLAY WS-LIST-LINE
           END-IF.

       IDENTIFY-OPERATOR-PARAGRAPH.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           IF WS-OPERATOR = SPACES THEN
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF.

      *****************************************************
      * REPRINT-ONE-PARAGRAPH reproduces one selected           *
      * generation under the REPRINT banner, a fresh page each  *
      * WS-PAGE-LINES lines of the original, and enters it on  *
      * the reprint register either way - a generation whose   *
      * file is already purged is entered as missing.           *
      *****************************************************
       REPRINT-ONE-PARAGRAPH.
           IF WS-G-SEL(WS-G-IDX) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-G-FILE(WS-G-IDX) TO WS-GEN-NAME
           MOVE 0 TO WS-GEN-LINE-CNT
           OPEN INPUT GENIN-FILE
           IF WS-GEN-STATUS NOT = "00" THEN
               DISPLAY "*** Generation no longer on disk: "
                   WS-GEN-NAME
               ADD 1 TO WS-MISSING-CNT
               MOVE "M" TO WS-RESULT
               PERFORM WRITE-REGISTER-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           IF WS-OUT-OPEN-SW = "N" THEN
               OPEN OUTPUT REPRINT-FILE
               IF WS-OUT-STATUS NOT = "00" THEN
                   DISPLAY "*** Cannot create reprint file: "
                       WS-OUTFILE-NAME
                   DISPLAY "*** FILE STATUS: " WS-OUT-STATUS
                   CLOSE GENIN-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-OUT-OPEN-SW
           END-IF
           MOVE 0 TO WS-PAGE-NUM
           PERFORM BANNER-PARAGRAPH
           MOVE "N" TO WS-EOF
           PERFORM COPY-LINE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE GENIN-FILE
           ADD 1 TO WS-REPRINT-CNT
           ADD WS-GEN-LINE-CNT TO WS-TOTAL-LINES
           MOVE SPACES TO WS-LIST-LINE
           STRING "Reprinted " DELIMITED BY SIZE
               WS-GEN-NAME DELIMITED BY " "
               " (" WS-GEN-LINE-CNT " line(s))"
               DELIMITED BY SIZE INTO WS-LIST-LINE
           DISPLAY WS-LIST-LINE
           MOVE "R" TO WS-RESULT
           PERFORM WRITE-REGISTER-PARAGRAPH.

       COPY-LINE-PARAGRAPH.
           READ GENIN-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-PAGE-LINE-CNT >= WS-PAGE-LINES THEN
                       PERFORM BANNER-PARAGRAPH
                   END-IF
                   WRITE REPRINT-RECORD FROM GENIN-RECORD
                   ADD 1 TO WS-PAGE-LINE-CNT
                   ADD 1 TO WS-GEN-LINE-CNT
           END-READ.

      *    Every page opens with the banner, so a page torn off
      *    the reprint can never pass for the original.
       BANNER-PARAGRAPH.
           ADD 1 TO WS-PAGE-NUM
           MOVE SPACES TO WS-BANNER-LINE
           STRING "*** REPRINT *** " DELIMITED BY SIZE
               WS-G-REPORT(WS-G-IDX) DELIMITED BY " "
               "   Page " WS-PAGE-NUM
               DELIMITED BY SIZE INTO WS-BANNER-LINE
           WRITE REPRINT-RECORD FROM WS-BANNER-LINE
           MOVE SPACES TO WS-BANNER-LINE
           STRING "Original run date: " WS-G-DATE(WS-G-IDX)
               "   Reprinted by: " WS-OPERATOR
               "   Reprinted on: " WS-RUN-DATE " " WS-RUN-HH ":"
               WS-RUN-MM
               DELIMITED BY SIZE INTO WS-BANNER-LINE
           WRITE REPRINT-RECORD FROM WS-BANNER-LINE
           MOVE SPACES TO WS-BANNER-LINE
           MOVE ALL "-" TO WS-BANNER-LINE(1:80)
           WRITE REPRINT-RECORD FROM WS-BANNER-LINE
           MOVE 0 TO WS-PAGE-LINE-CNT.

       WRITE-REGISTER-PARAGRAPH.
           OPEN EXTEND RPRTREG-FILE
           IF WS-RPRTREG-STATUS = "35" THEN
               OPEN OUTPUT RPRTREG-FILE
           END-IF
           MOVE SPACES TO Reprint-Reg-Record
           MOVE WS-RESULT TO RPR-RESULT
           MOVE WS-RUN-DATE TO RPR-DATE
           MOVE WS-RUN-TIME TO RPR-TIME
           MOVE WS-OPERATOR TO RPR-OPERATOR
           MOVE WS-G-DATE(WS-G-IDX) TO RPR-GEN-DATE
           MOVE WS-G-FILE(WS-G-IDX) TO RPR-FILE-NAME
           MOVE WS-GEN-LINE-CNT TO RPR-LINE-CNT
           IF WS-RESULT = "R" THEN
               MOVE WS-OUTFILE-NAME TO RPR-OUTFILE
           END-IF
           WRITE Reprint-Reg-Record
           CLOSE RPRTREG-FILE.

      *****************************************************
      * AUDIT-LISTING-PARAGRAPH lists the reprint register -   *
      * who pulled which generation, when, and how much of it.  *
      *****************************************************
       AUDIT-LISTING-PARAGRAPH.
           OPEN INPUT RPRTREG-FILE
           IF WS-RPRTREG-STATUS NOT = "00" THEN
               DISPLAY "No reprints on the register ("
                   WS-RPRTREG-NAME ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reprint register - " WS-RPRTREG-NAME
           DISPLAY "Date     Time   Operator   Orig date  Lines   "
               "R/M  Generation"
           MOVE "N" TO WS-EOF
           PERFORM AUDIT-LINE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE RPRTREG-FILE.

       AUDIT-LINE-PARAGRAPH.
           READ RPRTREG-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE SPACES TO WS-LIST-LINE
                   STRING RPR-DATE " " RPR-TIME(1:6) " "
                       RPR-OPERATOR " " RPR-GEN-DATE "   "
                       RPR-LINE-CNT " " RPR-RESULT "    "
                       RPR-FILE-NAME
                       DELIMITED BY SIZE INTO WS-LIST-LINE
                   DISPLAY WS-LIST-LINE
           END-READ.
