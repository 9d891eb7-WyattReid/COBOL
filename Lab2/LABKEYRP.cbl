       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABKEYRP.
       AUTHOR. Wyatt Reid.
      * "LAB2b keying accuracy and productivity report - one line"
      * "per operator for a date range, off the entry journal and"
      * "the session control file, with a department line to"
      * "compare against:"
      * "  - sessions opened and entries keyed (EJ-ACTION E);"
      * "  - entries per keying hour - the time from an operator's"
      * "    first to last journal record in each session, added"
      * "    up across sessions;"
      * "  - undos and the undo rate (operator undos only - the"
      * "    reversals a session discard journals, EJ-UNDO-KIND D,"
      * "    are not the operator's);"
      * "  - tolerance warnings triggered (E or R with EJ-TOL-FLAG"
      * "    T) and overridden (confirmed E), with the rate;"
      * "  - sessions that did not balance to the slip when closed"
      * "    (SES-BAL-FLAG F), sessions discarded by the operator,"
      * "    and sessions force-released by a supervisor."
      * "An operator whose override or undo rate is above the"
      * "department's, on at least LABKEYRP_MINFLAG of them"
      * "(default 3), is flagged OVR or UND for the supervisor."
      * "LABKEYRP_FROM/LABKEYRP_TO (YYYYMMDD) limit the window;"
      * "either left unset is open-ended."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESS-FILE ASSIGN TO WS-SESSFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT EJRNL-FILE ASSIGN TO WS-EJRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EJRN-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESS-FILE.
           COPY SESSREC.

       FD  EJRNL-FILE.
           COPY ENTJRNL.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
      * "Inputs are found under the names LAB2b writes them with"
      * "(LAB2B_SESSFILE, LAB2B_JRNFILE), so an override exported"
      * "for the suite carries through to here. LABKEYRP_OUTFILE"
      * "is the report."
       01  WS-SESSFILE-NAME    Pic X(40).
       01  WS-SESS-STATUS      Pic X(2).
       01  WS-SESS-EOF         Pic A(1).
       01  WS-EJRNFILE-NAME    Pic X(40).
       01  WS-EJRN-STATUS      Pic X(2).
       01  WS-EJRN-EOF         Pic A(1).
       01  WS-OUTFILE-NAME     Pic X(40).

      * "Report window - LABKEYRP_FROM/LABKEYRP_TO, inclusive."
       01  WS-FROM-DATE        Pic 9(8)        VALUE 0.
       01  WS-TO-DATE          Pic 9(8)        VALUE 99999999.
       01  WS-DATE-IN          Pic X(8).
       01  WS-CHK-DATE         Pic 9(8).
       01  WS-IN-WINDOW-SW     Pic X(1).

      * "Fewest overrides (or undos) an operator must have before"
      * "an above-department rate is flagged - one override on a"
      * "quiet day is not a pattern."
       01  WS-MIN-FLAG         Pic 9(4)        VALUE 3.
       01  WS-MIN-IN           Pic X(4).

      * "One row per operator, in the order first met. Row"
      * "WS-OPR-MAX + 1 is the department total."
       01  WS-OPR-MAX          Pic 9(4)   COMP   VALUE 200.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 201 TIMES INDEXED BY WS-OPR-IDX.
               10  WS-O-ID         Pic X(10).
               10  WS-O-SESSIONS   Pic 9(6)   COMP.
               10  WS-O-ENTRIES    Pic 9(7)   COMP.
               10  WS-O-UNDOS      Pic 9(7)   COMP.
               10  WS-O-TRIGGERED  Pic 9(7)   COMP.
               10  WS-O-OVERRIDES  Pic 9(7)   COMP.
               10  WS-O-UNBAL      Pic 9(6)   COMP.
               10  WS-O-DISCARDS   Pic 9(6)   COMP.
               10  WS-O-RELEASES   Pic 9(6)   COMP.
               10  WS-O-SECONDS    Pic 9(9)   COMP.
       01  WS-OPR-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-OPR-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-DEPT-IDX         Pic 9(4)   COMP   VALUE 201.
       01  WS-LOOK-ID          Pic X(10).
       01  WS-OPR-FULL-SW      Pic X(1)        VALUE "N".

      * "Keying spans - one per session and operator keying into"
      * "it, from the first to the last journal record, held as"
      * "date and time together so a span over midnight still"
      * "orders."
       01  WS-SPAN-TABLE.
           05  WS-SPAN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-SPAN-IDX.
               10  WS-SP-SESSION   Pic 9(4).
               10  WS-SP-OPERATOR  Pic X(10).
               10  WS-SP-FIRST     Pic 9(16).
               10  WS-SP-LAST      Pic 9(16).
       01  WS-SPAN-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-SPAN-FOUND-IDX   Pic 9(4)   COMP   VALUE 0.
       01  WS-SPAN-FULL-SW     Pic X(1)        VALUE "N".
       01  WS-STAMP            Pic 9(16).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP.
           05  WS-STAMP-DATE   Pic 9(8).
           05  WS-STAMP-HH     Pic 9(2).
           05  WS-STAMP-MM     Pic 9(2).
           05  WS-STAMP-SS     Pic 9(2).
           05  WS-STAMP-CC     Pic 9(2).
       01  WS-FIRST-DAY        Pic 9(7)   COMP.
       01  WS-FIRST-SECS       Pic 9(9)   COMP.
       01  WS-LAST-DAY         Pic 9(7)   COMP.
       01  WS-LAST-SECS        Pic 9(9)   COMP.

      * "Rates for the line being printed, and the department's"
      * "rates the flags compare against."
       01  WS-EPH              Pic 9(5)V9.
       01  WS-DEPT-EPH         Pic 9(5)V9      VALUE 0.
       01  WS-VS-PCT           Pic 9(4).
       01  WS-UNDO-PCT         Pic 9(3)V9.
       01  WS-DEPT-UNDO-PCT    Pic 9(3)V9      VALUE 0.
       01  WS-OVR-PCT          Pic 9(3)V9.
       01  WS-DEPT-OVR-PCT     Pic 9(3)V9      VALUE 0.
       01  WS-FLAG-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-SKIP-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-MISSING-NAME     Pic X(40).
       01  WS-CNT-TXT          Pic Z(5)9.
       01  WS-CNT2-TXT         Pic Z(5)9.

      * "One operator's line (and the department line)."
       01  WS-DETAIL-LINE.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-OPERATOR   Pic X(10).
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-SESSIONS   Pic Z(3)9.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-ENTRIES    Pic Z(5)9.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-EPH        Pic Z(4)9.
           05  WS-D-EPH-X REDEFINES WS-D-EPH
                               Pic X(5).
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-VS         Pic Z(3)9.
           05  WS-D-VS-X REDEFINES WS-D-VS
                               Pic X(4).
           05  WS-D-VS-SIGN    Pic X(1).
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-UNDOS      Pic Z(4)9.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-UNDO-PCT   Pic ZZ9.9.
           05  WS-D-UNDO-PCT-X REDEFINES WS-D-UNDO-PCT
                               Pic X(5).
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-TRIGGERED  Pic Z(4)9.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-OVERRIDES  Pic Z(4)9.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-OVR-PCT    Pic ZZ9.9.
           05  WS-D-OVR-PCT-X REDEFINES WS-D-OVR-PCT
                               Pic X(5).
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-UNBAL      Pic Z(3)9.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-DISCARDS   Pic Z(3)9.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-RELEASES   Pic Z(3)9.
           05  FILLER          Pic X(1)        VALUE SPACES.
           05  WS-D-FLAGS      Pic X(7).

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
           PERFORM LOAD-SESSIONS-PARAGRAPH
           PERFORM LOAD-JOURNAL-PARAGRAPH
           PERFORM ADD-SPANS-PARAGRAPH
           PERFORM DEPT-RATES-PARAGRAPH
           PERFORM PRINT-OPERATORS-PARAGRAPH
           PERFORM WRAP-UP-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           MOVE "lab2b-sessions.dat" TO WS-SESSFILE-NAME
           ACCEPT WS-SESSFILE-NAME FROM ENVIRONMENT "LAB2B_SESSFILE"
           IF WS-SESSFILE-NAME = SPACES THEN
               MOVE "lab2b-sessions.dat" TO WS-SESSFILE-NAME
           END-IF
           MOVE "lab2b-journal.dat" TO WS-EJRNFILE-NAME
           ACCEPT WS-EJRNFILE-NAME FROM ENVIRONMENT "LAB2B_JRNFILE"
           IF WS-EJRNFILE-NAME = SPACES THEN
               MOVE "lab2b-journal.dat" TO WS-EJRNFILE-NAME
           END-IF
           MOVE "lab-keying-rpt.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABKEYRP_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-keying-rpt.dat" TO WS-OUTFILE-NAME
           END-IF

           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN FROM ENVIRONMENT "LABKEYRP_FROM"
           IF WS-DATE-IN IS NUMERIC THEN
               MOVE WS-DATE-IN TO WS-FROM-DATE
           END-IF
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN FROM ENVIRONMENT "LABKEYRP_TO"
           IF WS-DATE-IN IS NUMERIC THEN
               MOVE WS-DATE-IN TO WS-TO-DATE
           END-IF
           MOVE SPACES TO WS-MIN-IN
           ACCEPT WS-MIN-IN FROM ENVIRONMENT "LABKEYRP_MINFLAG"
           IF WS-MIN-IN NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-MIN-IN) TO WS-MIN-FLAG
           END-IF
           IF WS-MIN-FLAG = 0 THEN
               MOVE 1 TO WS-MIN-FLAG
           END-IF

           INITIALIZE WS-OPR-ENTRY(WS-DEPT-IDX)
           MOVE "DEPARTMENT" TO WS-O-ID(WS-DEPT-IDX)

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LAB2b Keying Accuracy and Productivity  Region: "
               WS-REGION "  Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Window: " WS-FROM-DATE " to " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       CHECK-WINDOW-PARAGRAPH.
           IF WS-CHK-DATE < WS-FROM-DATE
                   OR WS-CHK-DATE > WS-TO-DATE THEN
               MOVE "N" TO WS-IN-WINDOW-SW
           ELSE
               MOVE "Y" TO WS-IN-WINDOW-SW
           END-IF.

      *****************************************************
      * FIND-OPERATOR-PARAGRAPH returns WS-LOOK-ID's row in     *
      * WS-OPR-FOUND-IDX, adding a row the first time the      *
      * operator is met. A full table leaves it 0 and the       *
      * record is counted in the department line only.          *
      *****************************************************
       FIND-OPERATOR-PARAGRAPH.
           MOVE 0 TO WS-OPR-FOUND-IDX
           PERFORM MATCH-OPERATOR-PARAGRAPH
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-CNT
           IF WS-OPR-FOUND-IDX > 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-OPR-CNT >= WS-OPR-MAX THEN
               MOVE "Y" TO WS-OPR-FULL-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPR-CNT
           INITIALIZE WS-OPR-ENTRY(WS-OPR-CNT)
           MOVE WS-LOOK-ID TO WS-O-ID(WS-OPR-CNT)
           MOVE WS-OPR-CNT TO WS-OPR-FOUND-IDX.

       MATCH-OPERATOR-PARAGRAPH.
           IF WS-O-ID(WS-OPR-IDX) = WS-LOOK-ID THEN
               SET WS-OPR-FOUND-IDX TO WS-OPR-IDX
               SET WS-OPR-IDX TO WS-OPR-CNT
           END-IF.

      *****************************************************
      * LOAD-SESSIONS-PARAGRAPH counts the sessions opened in  *
      * the window against the operator who opened them, with  *
      * how each one ended. A session released in LABSESMN is  *
      * D with the releasing supervisor stamped on it; a D      *
      * without one is the operator's own discard.             *
      *****************************************************
       LOAD-SESSIONS-PARAGRAPH.
           MOVE "N" TO WS-SESS-EOF
           OPEN INPUT SESS-FILE
           IF WS-SESS-STATUS NOT = "00" THEN
               MOVE WS-SESSFILE-NAME TO WS-MISSING-NAME
               PERFORM NOT-READ-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SESSION-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-SESS-EOF = "Y"
           CLOSE SESS-FILE.

       READ-SESSION-PARAGRAPH.
           READ SESS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SESS-EOF
               NOT AT END
                   MOVE SES-OPEN-DATE TO WS-CHK-DATE
                   PERFORM CHECK-WINDOW-PARAGRAPH
                   IF WS-IN-WINDOW-SW = "Y" THEN
                       MOVE SES-OPERATOR TO WS-LOOK-ID
                       PERFORM FIND-OPERATOR-PARAGRAPH
                       SET WS-OPR-IDX TO WS-DEPT-IDX
                       PERFORM COUNT-SESSION-PARAGRAPH
                       IF WS-OPR-FOUND-IDX > 0 THEN
                           SET WS-OPR-IDX TO WS-OPR-FOUND-IDX
                           PERFORM COUNT-SESSION-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       COUNT-SESSION-PARAGRAPH.
           ADD 1 TO WS-O-SESSIONS(WS-OPR-IDX)
           IF SES-BAL-FLAG = "F" THEN
               ADD 1 TO WS-O-UNBAL(WS-OPR-IDX)
           END-IF
           IF SES-STATUS = "D" THEN
               IF SES-RELEASED-BY = SPACES THEN
                   ADD 1 TO WS-O-DISCARDS(WS-OPR-IDX)
               ELSE
                   ADD 1 TO WS-O-RELEASES(WS-OPR-IDX)
               END-IF
           END-IF.

      *****************************************************
      * LOAD-JOURNAL-PARAGRAPH counts the keying actions in    *
      * the window against the operator who keyed them, and    *
      * stretches that operator's keying span in the session.  *
      * The undos a session discard writes are neither the     *
      * operator's undos nor keying time.                       *
      *****************************************************
       LOAD-JOURNAL-PARAGRAPH.
           MOVE "N" TO WS-EJRN-EOF
           OPEN INPUT EJRNL-FILE
           IF WS-EJRN-STATUS NOT = "00" THEN
               MOVE WS-EJRNFILE-NAME TO WS-MISSING-NAME
               PERFORM NOT-READ-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-EJRNL-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EJRN-EOF = "Y"
           CLOSE EJRNL-FILE.

       READ-EJRNL-PARAGRAPH.
           READ EJRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EJRN-EOF
               NOT AT END
                   MOVE EJ-DATE TO WS-CHK-DATE
                   PERFORM CHECK-WINDOW-PARAGRAPH
                   IF WS-IN-WINDOW-SW = "Y"
                           AND NOT (EJ-ACTION = "U"
                                    AND EJ-UNDO-KIND = "D") THEN
                       MOVE EJ-OPERATOR TO WS-LOOK-ID
                       PERFORM FIND-OPERATOR-PARAGRAPH
                       SET WS-OPR-IDX TO WS-DEPT-IDX
                       PERFORM COUNT-ACTION-PARAGRAPH
                       IF WS-OPR-FOUND-IDX > 0 THEN
                           SET WS-OPR-IDX TO WS-OPR-FOUND-IDX
                           PERFORM COUNT-ACTION-PARAGRAPH
                           PERFORM STRETCH-SPAN-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       COUNT-ACTION-PARAGRAPH.
           EVALUATE EJ-ACTION
               WHEN "E"
                   ADD 1 TO WS-O-ENTRIES(WS-OPR-IDX)
                   IF EJ-TOL-FLAG = "T" THEN
                       ADD 1 TO WS-O-TRIGGERED(WS-OPR-IDX)
                       ADD 1 TO WS-O-OVERRIDES(WS-OPR-IDX)
                   END-IF
               WHEN "R"
                   ADD 1 TO WS-O-TRIGGERED(WS-OPR-IDX)
               WHEN "U"
                   ADD 1 TO WS-O-UNDOS(WS-OPR-IDX)
           END-EVALUATE.

      *****************************************************
      * STRETCH-SPAN-PARAGRAPH widens the operator's span in   *
      * this session to take in the record. A full span table  *
      * drops the record's time (its counts still stand).       *
      *****************************************************
       STRETCH-SPAN-PARAGRAPH.
           MOVE EJ-DATE TO WS-STAMP-DATE
           MOVE EJ-TIME TO WS-STAMP(9:8)
           MOVE 0 TO WS-SPAN-FOUND-IDX
           PERFORM MATCH-SPAN-PARAGRAPH
               VARYING WS-SPAN-IDX FROM 1 BY 1
               UNTIL WS-SPAN-IDX > WS-SPAN-CNT
           IF WS-SPAN-FOUND-IDX = 0 THEN
               IF WS-SPAN-CNT >= 2000 THEN
                   MOVE "Y" TO WS-SPAN-FULL-SW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SPAN-CNT
               MOVE EJ-SESSION TO WS-SP-SESSION(WS-SPAN-CNT)
               MOVE EJ-OPERATOR TO WS-SP-OPERATOR(WS-SPAN-CNT)
               MOVE WS-STAMP TO WS-SP-FIRST(WS-SPAN-CNT)
               MOVE WS-STAMP TO WS-SP-LAST(WS-SPAN-CNT)
               EXIT PARAGRAPH
           END-IF
           SET WS-SPAN-IDX TO WS-SPAN-FOUND-IDX
           IF WS-STAMP < WS-SP-FIRST(WS-SPAN-IDX) THEN
               MOVE WS-STAMP TO WS-SP-FIRST(WS-SPAN-IDX)
           END-IF
           IF WS-STAMP > WS-SP-LAST(WS-SPAN-IDX) THEN
               MOVE WS-STAMP TO WS-SP-LAST(WS-SPAN-IDX)
           END-IF.

       MATCH-SPAN-PARAGRAPH.
           IF WS-SP-SESSION(WS-SPAN-IDX) = EJ-SESSION
                   AND WS-SP-OPERATOR(WS-SPAN-IDX) = EJ-OPERATOR THEN
               SET WS-SPAN-FOUND-IDX TO WS-SPAN-IDX
               SET WS-SPAN-IDX TO WS-SPAN-CNT
           END-IF.

      *****************************************************
      * ADD-SPANS-PARAGRAPH turns each span into seconds and   *
      * adds it to its operator's keying time and the          *
      * department's.                                           *
      *****************************************************
       ADD-SPANS-PARAGRAPH.
           PERFORM ADD-ONE-SPAN-PARAGRAPH
               VARYING WS-SPAN-IDX FROM 1 BY 1
               UNTIL WS-SPAN-IDX > WS-SPAN-CNT.

       ADD-ONE-SPAN-PARAGRAPH.
           MOVE WS-SP-FIRST(WS-SPAN-IDX) TO WS-STAMP
           COMPUTE WS-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
           COMPUTE WS-FIRST-SECS = WS-STAMP-HH * 3600
               + WS-STAMP-MM * 60 + WS-STAMP-SS
           MOVE WS-SP-LAST(WS-SPAN-IDX) TO WS-STAMP
           COMPUTE WS-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
           COMPUTE WS-LAST-SECS = WS-STAMP-HH * 3600
               + WS-STAMP-MM * 60 + WS-STAMP-SS
           COMPUTE WS-LAST-SECS = WS-LAST-SECS
               + (WS-LAST-DAY - WS-FIRST-DAY) * 86400
               - WS-FIRST-SECS
           MOVE WS-SP-OPERATOR(WS-SPAN-IDX) TO WS-LOOK-ID
           PERFORM FIND-OPERATOR-PARAGRAPH
           IF WS-OPR-FOUND-IDX > 0 THEN
               ADD WS-LAST-SECS TO WS-O-SECONDS(WS-OPR-FOUND-IDX)
           END-IF
           ADD WS-LAST-SECS TO WS-O-SECONDS(WS-DEPT-IDX).

      *****************************************************
      * DEPT-RATES-PARAGRAPH works out the department's rates  *
      * that every operator is compared against.               *
      *****************************************************
       DEPT-RATES-PARAGRAPH.
           SET WS-OPR-IDX TO WS-DEPT-IDX
           PERFORM RATES-PARAGRAPH
           MOVE WS-EPH TO WS-DEPT-EPH
           MOVE WS-UNDO-PCT TO WS-DEPT-UNDO-PCT
           MOVE WS-OVR-PCT TO WS-DEPT-OVR-PCT.

      *****************************************************
      * RATES-PARAGRAPH - entries per keying hour, and the     *
      * undo and override rates, for row WS-OPR-IDX. A rate    *
      * with nothing under it is left 0 (printed blank).        *
      *****************************************************
       RATES-PARAGRAPH.
           MOVE 0 TO WS-EPH WS-UNDO-PCT WS-OVR-PCT
           IF WS-O-SECONDS(WS-OPR-IDX) > 0 THEN
               COMPUTE WS-EPH ROUNDED = WS-O-ENTRIES(WS-OPR-IDX)
                   * 3600 / WS-O-SECONDS(WS-OPR-IDX)
                   ON SIZE ERROR MOVE 99999.9 TO WS-EPH
               END-COMPUTE
           END-IF
           IF WS-O-ENTRIES(WS-OPR-IDX) > 0 THEN
               COMPUTE WS-UNDO-PCT ROUNDED = WS-O-UNDOS(WS-OPR-IDX)
                   * 100 / WS-O-ENTRIES(WS-OPR-IDX)
                   ON SIZE ERROR MOVE 999.9 TO WS-UNDO-PCT
               END-COMPUTE
           END-IF
           IF WS-O-TRIGGERED(WS-OPR-IDX) > 0 THEN
               COMPUTE WS-OVR-PCT ROUNDED =
                   WS-O-OVERRIDES(WS-OPR-IDX) * 100
                   / WS-O-TRIGGERED(WS-OPR-IDX)
           END-IF.

      *****************************************************
      * PRINT-OPERATORS-PARAGRAPH lists every operator met,    *
      * then the department line and the legend.               *
      *****************************************************
       PRINT-OPERATORS-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "                  Entries   Ent/    vs  "
               "         Undo    Tol  Over-   Over   Not"
               "        Re-"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Operator   Sess   keyed   hour  dept  "
               " Undos   rate   warn  rides   rate   bal"
               "  Disc   lsd Flags"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           IF WS-OPR-CNT = 0 THEN
               MOVE "  No keying in the window." TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF
           PERFORM PRINT-ONE-OPERATOR-PARAGRAPH
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-CNT
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           SET WS-OPR-IDX TO WS-DEPT-IDX
           PERFORM RATES-PARAGRAPH
           PERFORM BUILD-DETAIL-PARAGRAPH
           MOVE SPACES TO WS-D-VS-X WS-D-VS-SIGN WS-D-FLAGS
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           IF WS-OPR-FULL-SW = "Y" OR WS-SPAN-FULL-SW = "Y" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** Table full - operators or keying time not"
                   " broken out are in the department line only."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF
           PERFORM LEGEND-PARAGRAPH.

       PRINT-ONE-OPERATOR-PARAGRAPH.
           PERFORM RATES-PARAGRAPH
           PERFORM BUILD-DETAIL-PARAGRAPH
           MOVE SPACES TO WS-D-VS-X WS-D-VS-SIGN WS-D-FLAGS
           IF WS-EPH > 0 AND WS-DEPT-EPH > 0 THEN
               COMPUTE WS-VS-PCT ROUNDED = WS-EPH * 100 / WS-DEPT-EPH
                   ON SIZE ERROR MOVE 9999 TO WS-VS-PCT
               END-COMPUTE
               MOVE WS-VS-PCT TO WS-D-VS
               MOVE "%" TO WS-D-VS-SIGN
           END-IF
           IF WS-O-OVERRIDES(WS-OPR-IDX) >= WS-MIN-FLAG
                   AND WS-OVR-PCT > WS-DEPT-OVR-PCT THEN
               MOVE "OVR" TO WS-D-FLAGS(1:3)
           END-IF
           IF WS-O-UNDOS(WS-OPR-IDX) >= WS-MIN-FLAG
                   AND WS-UNDO-PCT > WS-DEPT-UNDO-PCT THEN
               MOVE "UND" TO WS-D-FLAGS(5:3)
           END-IF
           IF WS-D-FLAGS NOT = SPACES THEN
               ADD 1 TO WS-FLAG-CNT
           END-IF
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       BUILD-DETAIL-PARAGRAPH.
           MOVE WS-O-ID(WS-OPR-IDX) TO WS-D-OPERATOR
           MOVE WS-O-SESSIONS(WS-OPR-IDX) TO WS-D-SESSIONS
           MOVE WS-O-ENTRIES(WS-OPR-IDX) TO WS-D-ENTRIES
           MOVE WS-O-UNDOS(WS-OPR-IDX) TO WS-D-UNDOS
           MOVE WS-O-TRIGGERED(WS-OPR-IDX) TO WS-D-TRIGGERED
           MOVE WS-O-OVERRIDES(WS-OPR-IDX) TO WS-D-OVERRIDES
           MOVE WS-O-UNBAL(WS-OPR-IDX) TO WS-D-UNBAL
           MOVE WS-O-DISCARDS(WS-OPR-IDX) TO WS-D-DISCARDS
           MOVE WS-O-RELEASES(WS-OPR-IDX) TO WS-D-RELEASES
           IF WS-O-SECONDS(WS-OPR-IDX) > 0 THEN
               COMPUTE WS-D-EPH ROUNDED = WS-EPH
           ELSE
               MOVE "  n/a" TO WS-D-EPH-X
           END-IF
           IF WS-O-ENTRIES(WS-OPR-IDX) > 0 THEN
               MOVE WS-UNDO-PCT TO WS-D-UNDO-PCT
           ELSE
               MOVE SPACES TO WS-D-UNDO-PCT-X
           END-IF
           IF WS-O-TRIGGERED(WS-OPR-IDX) > 0 THEN
               MOVE WS-OVR-PCT TO WS-D-OVR-PCT
           ELSE
               MOVE SPACES TO WS-D-OVR-PCT-X
           END-IF.

       LEGEND-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Ent/hour - entries over time from first to last "
               "record of each session keyed."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  vs dept  - the operator's entries per hour as a "
               "percentage of the department's."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Undo rate - operator undos per 100 entries; a "
               "session discard's reversals excluded."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Tol warn - tolerance warnings; Overrides - of "
               "those, confirmed anyway (rate per 100)."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Not bal - sessions not balancing to the slip at "
               "close; Disc/Relsd - discarded by the"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "            operator / force-released by a "
               "supervisor."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-MIN-FLAG TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  OVR/UND  - override/undo rate above the "
               "department's, on at least" WS-CNT-TXT " of them."
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

      *****************************************************
      * NOT-READ-PARAGRAPH notes an input that could not be     *
      * opened, named in WS-MISSING-NAME - its figures are left *
      * out and the run ends with a warning.                    *
      *****************************************************
       NOT-READ-PARAGRAPH.
           ADD 1 TO WS-SKIP-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  *** Not read - input file not found: "
               WS-MISSING-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRAP-UP-PARAGRAPH.
           CLOSE REPORT-FILE
           MOVE WS-OPR-CNT TO WS-CNT-TXT
           MOVE WS-FLAG-CNT TO WS-CNT2-TXT
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Keying report, operators:" WS-CNT-TXT
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
               STRING "Keying input(s) not found, not read: "
                   WS-CNT2-TXT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FLAG-CNT > 0 THEN
               MOVE WS-FLAG-CNT TO WS-CNT2-TXT
               DISPLAY "*** Operators flagged for review: "
                   WS-CNT2-TXT " - see " WS-OUTFILE-NAME
               MOVE "W" TO WS-LOG-SEV
               MOVE "0101" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Keying operators flagged: " WS-CNT2-TXT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
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
           MOVE "LABKEYRP" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.
