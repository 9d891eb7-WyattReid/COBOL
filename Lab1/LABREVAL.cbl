       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABREVAL.
       AUTHOR. Wyatt Reid.
      * "Rule-driven mass revaluation of LAB-MASTER.dat. Instead of"
      * "building a LABMAINT batch transaction file line by line"
      * "in a spreadsheet, the operator keys one rule - a category"
      * "or department, an optional plant location and record-ID"
      * "range, a percentage or flat amount, the rounding, and the"
      * "date it takes effect from - and gets a preview of every"
      * "record it would move with the count and value impact"
      * "(LABREVAL_PREVIEW, default lab-reval-prev.dat). Submitted"
      * "rules are kept on the rule file (see REVALRL) and queued"
      * "on the LABMAINT pending-change queue as ONE entry, so a"
      * "second person approves the whole revaluation in LABMAINT"
      * "R)eview, which applies and journals every record through"
      * "the ordinary maintenance path. Nothing here touches the"
      * "master."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERFILE ASSIGN TO WS-MASTERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-REC-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT CATREF-FILE ASSIGN TO WS-CATREF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATREF-STATUS.
           SELECT REVAL-FILE ASSIGN TO WS-REVALFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVAL-STATUS.
           SELECT PENDING-FILE ASSIGN TO WS-PENDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PREVIEW-FILE ASSIGN TO WS-PREVIEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTERFILE.
           COPY INTMAST.

       FD  CATREF-FILE.
           COPY CATREF.

       FD  REVAL-FILE.
           COPY REVALRL.

       FD  PENDING-FILE.
           COPY PNDCHG.

       FD  PREVIEW-FILE.
       01  PREVIEW-RECORD      Pic X(80).

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
      * "LABMAINT_MASTERFILE/LAB_CATREF/LAB_REVALFILE/"
      * "LABMAINT_PENDFILE/LABREVAL_PREVIEW stand in for JCL DD"
      * "overrides, same as every other filename in this suite."
       01  WS-MASTERFILE-NAME  Pic X(40).
       01  WS-MST-STATUS       Pic X(2).
       01  WS-MST-EOF          Pic A(1).
       01  WS-CATREF-NAME      Pic X(40).
       01  WS-CATREF-STATUS    Pic X(2).
       01  WS-CATREF-EOF       Pic A(1).
       01  WS-REVALFILE-NAME   Pic X(40).
       01  WS-REVAL-STATUS     Pic X(2).
       01  WS-REVAL-EOF        Pic A(1).
       01  WS-PENDFILE-NAME    Pic X(40).
       01  WS-PEND-STATUS      Pic X(2).
       01  WS-PREVIEW-NAME     Pic X(40).
       01  WS-RUNLOG-NAME      Pic X(40).
       01  WS-RUNLOG-STATUS    Pic X(2).
       01  WS-LOG-SEV          Pic X(1).
       01  WS-LOG-MSGNO        Pic X(4).
       01  WS-LOG-TEXT         Pic X(50).

      * "Category reference table - the category check on a C"
      * "rule, and the category-to-department roll-up a D rule"
      * "selects by. A department rule needs the file."
       01  WS-CATREF-TABLE.
           05  WS-CRF-ENTRY OCCURS 100 TIMES INDEXED BY WS-CRF-IDX.
               10  WS-CRF-CODE     Pic X(2).
               10  WS-CRF-ACTIVE   Pic X(1).
               10  WS-CRF-DEPT     Pic X(2).
       01  WS-CRF-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-CRF-FOUND-SW     Pic X(1).
       01  WS-CRF-LOOK-CODE    Pic X(2).
       01  WS-CRF-LOOK-DEPT    Pic X(2).

       01  WS-OPERATOR         Pic X(10).
       01  WS-TODAY            Pic 9(8).

      * "The rule being keyed - same layout as REVALRL, held here"
      * "because the rule file's record area is reused while the"
      * "next rule number is found."
       01  WS-RULE.
           05  WS-RL-RULE-ID       Pic 9(6).
           05  WS-RL-OPERATOR      Pic X(10).
           05  WS-RL-DATE          Pic 9(8).
           05  WS-RL-TIME          Pic 9(8).
           05  WS-RL-SEL-TYPE      Pic X(1).
           05  WS-RL-SEL-CODE      Pic X(2).
           05  WS-RL-LOCATION      Pic X(3).
           05  WS-RL-FROM-ID       Pic 9(6).
           05  WS-RL-TO-ID         Pic 9(6).
           05  WS-RL-METHOD        Pic X(1).
           05  WS-RL-FACTOR        Pic S9(7)V9(2).
           05  WS-RL-ROUNDING      Pic X(1).
           05  WS-RL-EFF-DATE      Pic 9(8).
           05  WS-RL-PRV-COUNT     Pic 9(6).
           05  WS-RL-PRV-OLD-TOT   Pic S9(11)V9(2).
           05  WS-RL-PRV-NEW-TOT   Pic S9(11)V9(2).
           05  WS-RL-DESC          Pic X(30).
           05  FILLER              Pic X(10).

       01  WS-CMD              Pic X(1).
       01  WS-VALID-SW         Pic A(1).
       01  WS-ID-INPUT         Pic X(6).
       01  WS-VAL-INPUT        Pic X(10).
       01  WS-VAL-CHK          Pic S9(4).
       01  WS-DATE-INPUT       Pic X(8).
       01  WS-MAX-RULE-ID      Pic 9(6)        VALUE 0.

      * "One record's revaluation - the new value is worked in a"
      * "wider field first so an overflow of MST-INT is caught"
      * "and reported instead of truncated."
       01  WS-MATCH-SW         Pic A(1).
       01  WS-SIZE-SW          Pic A(1).
       01  WS-EXP-WORK         Pic 9(8).
       01  WS-CALC-VALUE       Pic S9(11)V9(6).
       01  WS-WHOLE-VALUE      Pic S9(7).
       01  WS-NEW-VALUE        Pic S9(7)V9(2).
       01  WS-DIFF-VALUE       Pic S9(7)V9(2).
       01  WS-SEL-CNT          Pic 9(6)        VALUE 0.
       01  WS-SIZE-ERR-CNT     Pic 9(6)        VALUE 0.
       01  WS-OLD-TOT          Pic S9(11)V9(2) VALUE 0.
       01  WS-NEW-TOT          Pic S9(11)V9(2) VALUE 0.
       01  WS-NET-TOT          Pic S9(11)V9(2) VALUE 0.

       01  WS-PREVIEW-LINE     Pic X(80).
       01  WS-CNT-TXT          Pic Z(5)9.
       01  WS-VAL-TXT          Pic -Z(6)9.9(2).
       01  WS-NEW-TXT          Pic -Z(6)9.9(2).
       01  WS-DIFF-TXT         Pic -Z(6)9.9(2).
       01  WS-TOT-TXT          Pic -Z(10)9.9(2).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM ACCEPT-RULE-PARAGRAPH
           PERFORM PREVIEW-PARAGRAPH
           IF WS-SEL-CNT = 0 THEN
               DISPLAY "No master records match the rule - nothing "
                   "to submit."
               STOP RUN
           END-IF
           IF WS-SIZE-ERR-CNT NOT = 0 THEN
               DISPLAY "*** " WS-SIZE-ERR-CNT " record(s) would "
                   "overflow the value field - rule"
               DISPLAY "*** not submitted. Narrow the rule or fix "
                   "those records first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY " "
           DISPLAY "S)ubmit for approval  Q)uit without submitting: "
               WITH NO ADVANCING
           ACCEPT WS-CMD
           IF WS-CMD = "S" THEN
               PERFORM SUBMIT-PARAGRAPH
           ELSE
               DISPLAY "Rule discarded - nothing queued."
           END-IF
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-master.dat" TO WS-MASTERFILE-NAME
           ACCEPT WS-MASTERFILE-NAME FROM ENVIRONMENT
               "LABMAINT_MASTERFILE"
           IF WS-MASTERFILE-NAME = SPACES THEN
               MOVE "lab-master.dat" TO WS-MASTERFILE-NAME
           END-IF
           MOVE "lab-reval-rules.dat" TO WS-REVALFILE-NAME
           ACCEPT WS-REVALFILE-NAME FROM ENVIRONMENT "LAB_REVALFILE"
           IF WS-REVALFILE-NAME = SPACES THEN
               MOVE "lab-reval-rules.dat" TO WS-REVALFILE-NAME
           END-IF
           MOVE "lab-mnt-pend.dat" TO WS-PENDFILE-NAME
           ACCEPT WS-PENDFILE-NAME FROM ENVIRONMENT
               "LABMAINT_PENDFILE"
           IF WS-PENDFILE-NAME = SPACES THEN
               MOVE "lab-mnt-pend.dat" TO WS-PENDFILE-NAME
           END-IF
           MOVE "lab-reval-prev.dat" TO WS-PREVIEW-NAME
           ACCEPT WS-PREVIEW-NAME FROM ENVIRONMENT "LABREVAL_PREVIEW"
           IF WS-PREVIEW-NAME = SPACES THEN
               MOVE "lab-reval-prev.dat" TO WS-PREVIEW-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           IF WS-OPERATOR = SPACES THEN
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           PERFORM LOAD-CATREF-PARAGRAPH.

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
                       MOVE CRF-ACTIVE TO WS-CRF-ACTIVE(WS-CRF-CNT)
                       MOVE CRF-DEPT TO WS-CRF-DEPT(WS-CRF-CNT)
                   END-IF
           END-READ.

      *****************************************************
      * ACCEPT-RULE-PARAGRAPH keys the rule one field at a     *
      * time, re-prompting each until it is valid. Blank       *
      * location means every plant; blank IDs mean the whole  *
      * key range; blank rounding is C (nearest cent); blank   *
      * effective date is today.                                *
      *****************************************************
       ACCEPT-RULE-PARAGRAPH.
           MOVE SPACES TO WS-RULE
           MOVE 0 TO WS-RL-PRV-COUNT
           MOVE 0 TO WS-RL-PRV-OLD-TOT
           MOVE 0 TO WS-RL-PRV-NEW-TOT
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-SELECTION-PARAGRAPH
               WITH TEST AFTER UNTIL WS-VALID-SW = "Y"
           DISPLAY "Location (3 chars, blank=every plant): "
               WITH NO ADVANCING
           ACCEPT WS-RL-LOCATION
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-RANGE-PARAGRAPH
               WITH TEST AFTER UNTIL WS-VALID-SW = "Y"
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-FACTOR-PARAGRAPH
               WITH TEST AFTER UNTIL WS-VALID-SW = "Y"
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-ROUNDING-PARAGRAPH
               WITH TEST AFTER UNTIL WS-VALID-SW = "Y"
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-EFF-DATE-PARAGRAPH
               WITH TEST AFTER UNTIL WS-VALID-SW = "Y"
           DISPLAY "Description (why): " WITH NO ADVANCING
           ACCEPT WS-RL-DESC.

       ACCEPT-SELECTION-PARAGRAPH.
           DISPLAY "Select by C)ategory or D)epartment: "
               WITH NO ADVANCING
           ACCEPT WS-RL-SEL-TYPE
           EVALUATE WS-RL-SEL-TYPE
               WHEN "C"
                   DISPLAY "Category (2 characters): "
                       WITH NO ADVANCING
                   ACCEPT WS-RL-SEL-CODE
                   IF WS-CRF-CNT = 0 THEN
                       MOVE "Y" TO WS-VALID-SW
                   ELSE
                       MOVE WS-RL-SEL-CODE TO WS-CRF-LOOK-CODE
                       PERFORM LOOKUP-CATREF-PARAGRAPH
                       IF WS-CRF-FOUND-SW = "Y" THEN
                           MOVE "Y" TO WS-VALID-SW
                       ELSE
                           DISPLAY "*** Category not on the "
                               "reference file (or disabled) - see "
                               "LABCATMN."
                       END-IF
                   END-IF
               WHEN "D"
                   IF WS-CRF-CNT = 0 THEN
                       DISPLAY "*** Department rules need the "
                           "category reference file: "
                           WS-CATREF-NAME
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Department (2 characters): "
                       WITH NO ADVANCING
                   ACCEPT WS-RL-SEL-CODE
                   MOVE WS-RL-SEL-CODE TO WS-CRF-LOOK-DEPT
                   PERFORM FIND-DEPT-PARAGRAPH
                   IF WS-CRF-FOUND-SW = "Y" THEN
                       MOVE "Y" TO WS-VALID-SW
                   ELSE
                       DISPLAY "*** No category on the reference "
                           "file rolls up to that department."
                   END-IF
               WHEN OTHER
                   DISPLAY "*** Enter C or D."
           END-EVALUATE.

       ACCEPT-RANGE-PARAGRAPH.
           DISPLAY "From record ID (6 digits, blank=lowest): "
               WITH NO ADVANCING
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT = SPACES THEN
               MOVE 0 TO WS-RL-FROM-ID
           ELSE
               IF WS-ID-INPUT IS NOT NUMERIC THEN
                   DISPLAY "*** Invalid entry - enter 6 numeric "
                       "digits."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ID-INPUT TO WS-RL-FROM-ID
           END-IF
           DISPLAY "To record ID (6 digits, blank=highest): "
               WITH NO ADVANCING
           ACCEPT WS-ID-INPUT
           IF WS-ID-INPUT = SPACES THEN
               MOVE 999999 TO WS-RL-TO-ID
           ELSE
               IF WS-ID-INPUT IS NOT NUMERIC THEN
                   DISPLAY "*** Invalid entry - enter 6 numeric "
                       "digits."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ID-INPUT TO WS-RL-TO-ID
           END-IF
           IF WS-RL-TO-ID < WS-RL-FROM-ID THEN
               DISPLAY "*** To ID is below from ID."
           ELSE
               MOVE "Y" TO WS-VALID-SW
           END-IF.

      * "A percentage below -100 would turn every value negative"
      * "and a zero factor changes nothing - both are refused."
       ACCEPT-FACTOR-PARAGRAPH.
           DISPLAY "P)ercent or A)mount: " WITH NO ADVANCING
           ACCEPT WS-RL-METHOD
           EVALUATE WS-RL-METHOD
               WHEN "P"
                   DISPLAY "Percent (e.g. 5.25 or -3.00): "
                       WITH NO ADVANCING
               WHEN "A"
                   DISPLAY "Amount (e.g. 12.50 or -4.00): "
                       WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "*** Enter P or A."
                   EXIT PARAGRAPH
           END-EVALUATE
           ACCEPT WS-VAL-INPUT
           COMPUTE WS-VAL-CHK = FUNCTION TEST-NUMVAL(WS-VAL-INPUT)
           IF WS-VAL-CHK NOT = 0 THEN
               DISPLAY "*** Invalid entry - enter a numeric value."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RL-FACTOR = FUNCTION NUMVAL(WS-VAL-INPUT)
           IF WS-RL-FACTOR = 0 THEN
               DISPLAY "*** A zero factor changes nothing."
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-METHOD = "P" AND WS-RL-FACTOR < -100 THEN
               DISPLAY "*** A percentage cannot be below -100."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VALID-SW.

       ACCEPT-ROUNDING-PARAGRAPH.
           DISPLAY "Rounding - C)ent T)runcate W)hole unit "
               "(blank=C): " WITH NO ADVANCING
           ACCEPT WS-RL-ROUNDING
           IF WS-RL-ROUNDING = SPACE THEN
               MOVE "C" TO WS-RL-ROUNDING
           END-IF
           IF WS-RL-ROUNDING = "C" OR "T" OR "W" THEN
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "*** Enter C, T, or W."
           END-IF.

       ACCEPT-EFF-DATE-PARAGRAPH.
           DISPLAY "Effective from (YYYYMMDD, blank=today): "
               WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT = SPACES THEN
               MOVE WS-TODAY TO WS-RL-EFF-DATE
               MOVE "Y" TO WS-VALID-SW
           ELSE
               IF WS-DATE-INPUT IS NUMERIC THEN
                   MOVE WS-DATE-INPUT TO WS-RL-EFF-DATE
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "*** Invalid entry - enter 8 numeric "
                       "digits."
               END-IF
           END-IF.

      *****************************************************
      * PREVIEW-PARAGRAPH walks the master from the rule's     *
      * from-ID to its to-ID and lists every record the rule   *
      * selects with its old value, new value, and change,     *
      * then the count and value totals - on the preview file  *
      * and, in summary, on the screen.                         *
      *****************************************************
       PREVIEW-PARAGRAPH.
           OPEN INPUT MASTERFILE
           IF WS-MST-STATUS NOT = "00" THEN
               DISPLAY "*** Master file not found or unreadable: "
                   WS-MASTERFILE-NAME
               DISPLAY "*** FILE STATUS: " WS-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PREVIEW-FILE
           PERFORM PREVIEW-HEADING-PARAGRAPH
           MOVE 0 TO WS-SEL-CNT
           MOVE 0 TO WS-SIZE-ERR-CNT
           MOVE 0 TO WS-OLD-TOT
           MOVE 0 TO WS-NEW-TOT
           MOVE "N" TO WS-MST-EOF
           MOVE WS-RL-FROM-ID TO MST-REC-ID
           START MASTERFILE KEY NOT < MST-REC-ID
               INVALID KEY
                   MOVE "Y" TO WS-MST-EOF
           END-START
           PERFORM PREVIEW-READ-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-MST-EOF = "Y"
           CLOSE MASTERFILE
           PERFORM PREVIEW-TOTALS-PARAGRAPH
           CLOSE PREVIEW-FILE
           MOVE WS-SEL-CNT TO WS-RL-PRV-COUNT
           MOVE WS-OLD-TOT TO WS-RL-PRV-OLD-TOT
           MOVE WS-NEW-TOT TO WS-RL-PRV-NEW-TOT.

       PREVIEW-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-PREVIEW-LINE
           STRING "LAB-MASTER Revaluation Preview - " WS-TODAY
               " operator " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-PREVIEW-LINE
           WRITE PREVIEW-RECORD FROM WS-PREVIEW-LINE
           MOVE WS-RL-FACTOR TO WS-VAL-TXT
           MOVE SPACES TO WS-PREVIEW-LINE
           STRING "Rule: " WS-RL-SEL-TYPE "=" WS-RL-SEL-CODE
               " loc=" WS-RL-LOCATION
               " ids " WS-RL-FROM-ID "-" WS-RL-TO-ID
               " " WS-RL-METHOD WS-VAL-TXT
               " round=" WS-RL-ROUNDING
               " eff=" WS-RL-EFF-DATE
               DELIMITED BY SIZE INTO WS-PREVIEW-LINE
           WRITE PREVIEW-RECORD FROM WS-PREVIEW-LINE
           MOVE SPACES TO WS-PREVIEW-LINE
           STRING "Why:  " WS-RL-DESC
               DELIMITED BY SIZE INTO WS-PREVIEW-LINE
           WRITE PREVIEW-RECORD FROM WS-PREVIEW-LINE
           MOVE SPACES TO WS-PREVIEW-LINE
           WRITE PREVIEW-RECORD FROM WS-PREVIEW-LINE
           MOVE SPACES TO WS-PREVIEW-LINE
           STRING "Rec ID Cat Loc    Old value    New value"
               "       Change"
               DELIMITED BY SIZE INTO WS-PREVIEW-LINE
           WRITE PREVIEW-RECORD FROM WS-PREVIEW-LINE.

       PREVIEW-READ-PARAGRAPH.
           READ MASTERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-MST-EOF
               NOT AT END
                   IF MST-REC-ID > WS-RL-TO-ID THEN
                       MOVE "Y" TO WS-MST-EOF
                   ELSE
                       PERFORM MATCH-RULE-PARAGRAPH
                       IF WS-MATCH-SW = "Y" THEN
                           PERFORM PREVIEW-ONE-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       PREVIEW-ONE-PARAGRAPH.
           PERFORM CALC-NEW-VALUE-PARAGRAPH
           ADD 1 TO WS-SEL-CNT
           MOVE MST-INT TO WS-VAL-TXT
           MOVE SPACES TO WS-PREVIEW-LINE
           IF WS-SIZE-SW = "Y" THEN
               ADD 1 TO WS-SIZE-ERR-CNT
               STRING MST-REC-ID " " MST-CATEGORY "  " MST-LOCATION
                   " " WS-VAL-TXT "  *** new value overflows"
                   DELIMITED BY SIZE INTO WS-PREVIEW-LINE
           ELSE
               ADD MST-INT TO WS-OLD-TOT
               ADD WS-NEW-VALUE TO WS-NEW-TOT
               MOVE WS-NEW-VALUE TO WS-NEW-TXT
               MOVE WS-DIFF-VALUE TO WS-DIFF-TXT
               STRING MST-REC-ID " " MST-CATEGORY "  " MST-LOCATION
                   " " WS-VAL-TXT " " WS-NEW-TXT " " WS-DIFF-TXT
                   DELIMITED BY SIZE INTO WS-PREVIEW-LINE
           END-IF
           WRITE PREVIEW-RECORD FROM WS-PREVIEW-LINE.

       PREVIEW-TOTALS-PARAGRAPH.
           COMPUTE WS-NET-TOT = WS-NEW-TOT - WS-OLD-TOT
           MOVE SPACES TO WS-PREVIEW-LINE
           WRITE PREVIEW-RECORD FROM WS-PREVIEW-LINE
           MOVE WS-SEL-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-PREVIEW-LINE
           STRING "Records selected:  " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-PREVIEW-LINE
           PERFORM PREVIEW-SHOW-PARAGRAPH
           MOVE WS-OLD-TOT TO WS-TOT-TXT
           MOVE SPACES TO WS-PREVIEW-LINE
           STRING "Value before:      " WS-TOT-TXT
               DELIMITED BY SIZE INTO WS-PREVIEW-LINE
           PERFORM PREVIEW-SHOW-PARAGRAPH
           MOVE WS-NEW-TOT TO WS-TOT-TXT
           MOVE SPACES TO WS-PREVIEW-LINE
           STRING "Value after:       " WS-TOT-TXT
               DELIMITED BY SIZE INTO WS-PREVIEW-LINE
           PERFORM PREVIEW-SHOW-PARAGRAPH
           MOVE WS-NET-TOT TO WS-TOT-TXT
           MOVE SPACES TO WS-PREVIEW-LINE
           STRING "Net value impact:  " WS-TOT-TXT
               DELIMITED BY SIZE INTO WS-PREVIEW-LINE
           PERFORM PREVIEW-SHOW-PARAGRAPH
           IF WS-SIZE-ERR-CNT NOT = 0 THEN
               MOVE WS-SIZE-ERR-CNT TO WS-CNT-TXT
               MOVE SPACES TO WS-PREVIEW-LINE
               STRING "Overflowing:       " WS-CNT-TXT
                   " (excluded from the totals)"
                   DELIMITED BY SIZE INTO WS-PREVIEW-LINE
               PERFORM PREVIEW-SHOW-PARAGRAPH
           END-IF
           DISPLAY "Record-by-record listing on " WS-PREVIEW-NAME.

       PREVIEW-SHOW-PARAGRAPH.
           DISPLAY WS-PREVIEW-LINE
           WRITE PREVIEW-RECORD FROM WS-PREVIEW-LINE.

      *****************************************************
      * MATCH-RULE-PARAGRAPH decides whether the master record *
      * in hand is one the rule moves: still alive on the      *
      * effective date, on the rule's plant (any plant when    *
      * the rule's location is blank), and in the rule's       *
      * category or a category of the rule's department.       *
      * LABMAINT applies approved rules with the same test.     *
      *****************************************************
       MATCH-RULE-PARAGRAPH.
           MOVE "N" TO WS-MATCH-SW
           IF MST-EXP-DATE IS NUMERIC THEN
               MOVE MST-EXP-DATE TO WS-EXP-WORK
           ELSE
               MOVE 0 TO WS-EXP-WORK
           END-IF
           IF WS-EXP-WORK NOT = 0
                   AND WS-EXP-WORK < WS-RL-EFF-DATE THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-LOCATION NOT = SPACES
                   AND MST-LOCATION NOT = WS-RL-LOCATION THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-RL-SEL-TYPE = "C" THEN
               IF MST-CATEGORY = WS-RL-SEL-CODE THEN
                   MOVE "Y" TO WS-MATCH-SW
               END-IF
           ELSE
               MOVE MST-CATEGORY TO WS-CRF-LOOK-CODE
               MOVE WS-RL-SEL-CODE TO WS-CRF-LOOK-DEPT
               PERFORM MATCH-DEPT-PARAGRAPH
               MOVE WS-CRF-FOUND-SW TO WS-MATCH-SW
           END-IF.

      *****************************************************
      * CALC-NEW-VALUE-PARAGRAPH works the rule against        *
      * MST-INT into WS-NEW-VALUE/WS-DIFF-VALUE - WS-SIZE-SW   *
      * is Y when the result will not fit the master's value.  *
      *****************************************************
       CALC-NEW-VALUE-PARAGRAPH.
           MOVE "N" TO WS-SIZE-SW
           IF WS-RL-METHOD = "P" THEN
               COMPUTE WS-CALC-VALUE =
                   MST-INT * (100 + WS-RL-FACTOR) / 100
           ELSE
               COMPUTE WS-CALC-VALUE = MST-INT + WS-RL-FACTOR
           END-IF
           EVALUATE WS-RL-ROUNDING
               WHEN "T"
                   COMPUTE WS-NEW-VALUE = WS-CALC-VALUE
                       ON SIZE ERROR MOVE "Y" TO WS-SIZE-SW
                   END-COMPUTE
               WHEN "W"
                   COMPUTE WS-WHOLE-VALUE ROUNDED = WS-CALC-VALUE
                       ON SIZE ERROR MOVE "Y" TO WS-SIZE-SW
                   END-COMPUTE
                   MOVE WS-WHOLE-VALUE TO WS-NEW-VALUE
               WHEN OTHER
                   COMPUTE WS-NEW-VALUE ROUNDED = WS-CALC-VALUE
                       ON SIZE ERROR MOVE "Y" TO WS-SIZE-SW
                   END-COMPUTE
           END-EVALUATE
           COMPUTE WS-DIFF-VALUE = WS-NEW-VALUE - MST-INT
               ON SIZE ERROR MOVE "Y" TO WS-SIZE-SW
           END-COMPUTE.

      *****************************************************
      * LOOKUP-CATREF-PARAGRAPH - is WS-CRF-LOOK-CODE an       *
      * active category; FIND-DEPT-PARAGRAPH - does any        *
      * category roll up to WS-CRF-LOOK-DEPT;                  *
      * MATCH-DEPT-PARAGRAPH - does category WS-CRF-LOOK-CODE  *
      * roll up to WS-CRF-LOOK-DEPT. All set WS-CRF-FOUND-SW.  *
      *****************************************************
       LOOKUP-CATREF-PARAGRAPH.
           MOVE "N" TO WS-CRF-FOUND-SW
           PERFORM SCAN-CATREF-PARAGRAPH
               VARYING WS-CRF-IDX FROM 1 BY 1
               UNTIL WS-CRF-IDX > WS-CRF-CNT
                   OR WS-CRF-FOUND-SW = "Y".

       SCAN-CATREF-PARAGRAPH.
           IF WS-CRF-CODE(WS-CRF-IDX) = WS-CRF-LOOK-CODE
                   AND WS-CRF-ACTIVE(WS-CRF-IDX) = "Y" THEN
               MOVE "Y" TO WS-CRF-FOUND-SW
           END-IF.

       FIND-DEPT-PARAGRAPH.
           MOVE "N" TO WS-CRF-FOUND-SW
           PERFORM SCAN-DEPT-PARAGRAPH
               VARYING WS-CRF-IDX FROM 1 BY 1
               UNTIL WS-CRF-IDX > WS-CRF-CNT
                   OR WS-CRF-FOUND-SW = "Y".

       SCAN-DEPT-PARAGRAPH.
           IF WS-CRF-DEPT(WS-CRF-IDX) = WS-CRF-LOOK-DEPT THEN
               MOVE "Y" TO WS-CRF-FOUND-SW
           END-IF.

       MATCH-DEPT-PARAGRAPH.
           MOVE "N" TO WS-CRF-FOUND-SW
           PERFORM SCAN-MATCH-DEPT-PARAGRAPH
               VARYING WS-CRF-IDX FROM 1 BY 1
               UNTIL WS-CRF-IDX > WS-CRF-CNT
                   OR WS-CRF-FOUND-SW = "Y".

       SCAN-MATCH-DEPT-PARAGRAPH.
           IF WS-CRF-CODE(WS-CRF-IDX) = WS-CRF-LOOK-CODE
                   AND WS-CRF-DEPT(WS-CRF-IDX) = WS-CRF-LOOK-DEPT THEN
               MOVE "Y" TO WS-CRF-FOUND-SW
           END-IF.

      *****************************************************
      * SUBMIT-PARAGRAPH numbers the rule (highest on the rule *
      * file plus one), appends it to the rule file, and       *
      * queues it on the LABMAINT approval queue as a single   *
      * V entry carrying the rule number.                       *
      *****************************************************
       SUBMIT-PARAGRAPH.
           MOVE 0 TO WS-MAX-RULE-ID
           MOVE "N" TO WS-REVAL-EOF
           OPEN INPUT REVAL-FILE
           IF WS-REVAL-STATUS = "00" THEN
               PERFORM READ-RULE-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-REVAL-EOF = "Y"
               CLOSE REVAL-FILE
           END-IF
           COMPUTE WS-RL-RULE-ID = WS-MAX-RULE-ID + 1
           MOVE WS-OPERATOR TO WS-RL-OPERATOR
           ACCEPT WS-RL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RL-TIME FROM TIME
           OPEN EXTEND REVAL-FILE
           IF WS-REVAL-STATUS = "35" THEN
               OPEN OUTPUT REVAL-FILE
           END-IF
           MOVE WS-RULE TO Reval-Rule-Record
           WRITE Reval-Rule-Record
           CLOSE REVAL-FILE
           OPEN EXTEND PENDING-FILE
           IF WS-PEND-STATUS = "35" THEN
               OPEN OUTPUT PENDING-FILE
           END-IF
           MOVE SPACES TO Pending-Change-Record
           MOVE "P" TO PND-STATUS
           MOVE WS-OPERATOR TO PND-OPERATOR
           MOVE WS-RL-DATE TO PND-DATE
           MOVE WS-RL-TIME TO PND-TIME
           MOVE "V" TO PND-ACTION
           MOVE WS-RL-RULE-ID TO PND-REC-ID
           MOVE WS-RL-SEL-CODE TO PND-CATEGORY
           MOVE WS-RL-FACTOR TO PND-VALUE
           MOVE WS-RL-EFF-DATE TO PND-EFF-DATE
           MOVE 0 TO PND-EXP-DATE
           MOVE WS-RL-LOCATION TO PND-LOCATION
           MOVE 0 TO PND-APPLY-DATE
           MOVE 0 TO PND-DEC-DATE
           MOVE 0 TO PND-DEC-TIME
           WRITE Pending-Change-Record
           CLOSE PENDING-FILE
           DISPLAY "Revaluation rule " WS-RL-RULE-ID
               " queued for approval in LABMAINT R)eview - "
               "nothing applied yet."
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE WS-SEL-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Reval rule " WS-RL-RULE-ID " queued, "
               WS-CNT-TXT " recs, by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

       READ-RULE-PARAGRAPH.
           READ REVAL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-REVAL-EOF
               NOT AT END
                   IF RVL-RULE-ID IS NUMERIC
                           AND RVL-RULE-ID > WS-MAX-RULE-ID THEN
                       MOVE RVL-RULE-ID TO WS-MAX-RULE-ID
                   END-IF
           END-READ.

      *****************************************************
      * WRITE-RUNLOG-PARAGRAPH appends one timestamped event  *
      * to the shared run-log - the caller sets WS-LOG-SEV,    *
      * WS-LOG-MSGNO, and WS-LOG-TEXT first.                    *
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
           MOVE "LABREVAL" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.
