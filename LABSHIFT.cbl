       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABSHIFT.
       AUTHOR. Wyatt Reid.
      * "Shift handover log - what one shift has to tell the next"
      * "(a provider resending, a lock that is real and must be"
      * "left alone, a LABRECON mismatch under investigation) is"
      * "entered here instead of on sticky notes. Each entry is"
      * "stamped with the signed-on operator and the HelloWorld"
      * "sign-on it was made under, and carries a category (issue,"
      * "instruction, FYI), an optional reference (batch date,"
      * "master record ID, or alert ALR-SEQ), and a status. Open"
      * "entries carry forward - they are listed every time the"
      * "program starts until someone closes them with a note."
      * "U)nread shows what other operators have written since"
      * "this operator last looked (HelloWorld shows the same at"
      * "sign-on); LABCTLSH prints the open entries on the daily"
      * "control sheet. The log is append-only (see SHIFTLOG)."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFTLOG-FILE ASSIGN TO WS-SHIFTLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHL-STATUS.
           SELECT SHIFTRD-FILE ASSIGN TO WS-SHIFTRD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHR-STATUS.
           SELECT USERFILE ASSIGN TO WS-USERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-USER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIFTLOG-FILE.
           COPY SHIFTLOG.

       FD  SHIFTRD-FILE.
           COPY SHIFTRD.

       FD  USERFILE.
           COPY USERREC.

       WORKING-STORAGE SECTION.
      * "LAB_SHIFTLOG/LAB_SHIFTREAD/LAB_USERFILE stand in for JCL"
      * "DD overrides, same as every other filename in this suite."
      * "LAB_OPERATOR and LAB_SIGNON are exported by HelloWorld."
       01  WS-SHIFTLOG-NAME    Pic X(40).
       01  WS-SHL-STATUS       Pic X(2).
       01  WS-SHIFTRD-NAME     Pic X(40).
       01  WS-SHR-STATUS       Pic X(2).
       01  WS-USERFILE-NAME    Pic X(40).
       01  WS-USER-STATUS      Pic X(2).
       01  WS-EOF              Pic A(1).
       01  WS-USER-EOF         Pic A(1).
       01  WS-OPERATOR         Pic X(10).
       01  WS-OPERATOR-FOUND   Pic X(1)        VALUE "N".
       01  WS-SIGNON           Pic X(16).

      * "The open entries as of the last read of the log - added"
      * "on an E record left open, dropped on the C record that"
      * "closes it."
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 500 TIMES INDEXED BY WS-OPN-IDX.
               10  WS-O-SEQ        Pic 9(6).
               10  WS-O-DATE       Pic 9(8).
               10  WS-O-TIME       Pic 9(8).
               10  WS-O-SHIFT      Pic X(1).
               10  WS-O-OPERATOR   Pic X(10).
               10  WS-O-CATEGORY   Pic X(1).
               10  WS-O-REF-TYPE   Pic X(1).
               10  WS-O-REF        Pic X(10).
               10  WS-O-TEXT       Pic X(60).
       01  WS-OPEN-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-OPEN-OVER-SW     Pic X(1)        VALUE "N".
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-SHIFT-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-LAST-SEQ         Pic 9(6)        VALUE 0.
       01  WS-READ-MARK        Pic 9(6)        VALUE 0.
       01  WS-UNREAD-CNT       Pic 9(4)        VALUE 0.
       01  WS-SHOWN-MAX        Pic 9(6)        VALUE 0.

       01  WS-CMD              Pic X(1).
       01  WS-CAT-INPUT        Pic X(1).
       01  WS-REFTYPE-INPUT    Pic X(1).
       01  WS-REF-INPUT        Pic X(10).
       01  WS-TEXT-INPUT       Pic X(60).
       01  WS-OPEN-INPUT       Pic X(1).
       01  WS-SEQ-INPUT        Pic X(6).
       01  WS-CLOSE-SEQ        Pic 9(6)        VALUE 0.

      * "Shift boundaries - night 22:00-05:59, morning 06:00-13:59,"
      * "afternoon 14:00-21:59."
       01  WS-NOW-DATE         Pic 9(8).
       01  WS-NOW-TIME         Pic 9(8).
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH       Pic 9(2).
           05  FILLER          Pic 9(6).
       01  WS-SHIFT-CODE       Pic X(1).

       01  WS-LIST-LINE        Pic X(100).
       01  WS-CAT-TXT          Pic X(5).
       01  WS-REF-TXT          Pic X(18).
       01  WS-CNT-TXT          Pic Z(3)9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM LOAD-LOG-PARAGRAPH
           PERFORM LIST-OPEN-PARAGRAPH
           IF WS-UNREAD-CNT > 0 THEN
               MOVE WS-UNREAD-CNT TO WS-CNT-TXT
               DISPLAY WS-CNT-TXT " unread handover entr(ies) from "
                   "other operators - U to read them."
           END-IF
           PERFORM MENU-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-CMD = "Q"
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-shift-log.dat" TO WS-SHIFTLOG-NAME
           ACCEPT WS-SHIFTLOG-NAME FROM ENVIRONMENT "LAB_SHIFTLOG"
           IF WS-SHIFTLOG-NAME = SPACES THEN
               MOVE "lab-shift-log.dat" TO WS-SHIFTLOG-NAME
           END-IF
           MOVE "lab-shift-read.dat" TO WS-SHIFTRD-NAME
           ACCEPT WS-SHIFTRD-NAME FROM ENVIRONMENT "LAB_SHIFTREAD"
           IF WS-SHIFTRD-NAME = SPACES THEN
               MOVE "lab-shift-read.dat" TO WS-SHIFTRD-NAME
           END-IF
           MOVE SPACES TO WS-SIGNON
           ACCEPT WS-SIGNON FROM ENVIRONMENT "LAB_SIGNON"
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           IF WS-OPERATOR = SPACES THEN
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           MOVE "USERS.dat" TO WS-USERFILE-NAME
           ACCEPT WS-USERFILE-NAME FROM ENVIRONMENT "LAB_USERFILE"
           IF WS-USERFILE-NAME = SPACES THEN
               MOVE "USERS.dat" TO WS-USERFILE-NAME
           END-IF
           MOVE "N" TO WS-USER-EOF
           OPEN INPUT USERFILE
           IF WS-USER-STATUS = "00" THEN
               PERFORM READ-USER-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-USER-EOF = "Y"
               CLOSE USERFILE
           END-IF
           IF WS-OPERATOR-FOUND NOT = "Y" THEN
               DISPLAY "*** " WS-OPERATOR " is not an active user "
                   "ID - shift log refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MARK-PARAGRAPH.

       READ-USER-PARAGRAPH.
           READ USERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-USER-EOF
               NOT AT END
                   IF Usr-Id = WS-OPERATOR
                           AND Usr-Active = "Y" THEN
                       MOVE "Y" TO WS-OPERATOR-FOUND
                       MOVE "Y" TO WS-USER-EOF
                   END-IF
           END-READ.

      *****************************************************
      * LOAD-MARK-PARAGRAPH finds this operator's read       *
      * marker - the highest SHL-SEQ they have been shown (0  *
      * if never).                                             *
      *****************************************************
       LOAD-MARK-PARAGRAPH.
           MOVE 0 TO WS-READ-MARK
           MOVE "N" TO WS-EOF
           OPEN INPUT SHIFTRD-FILE
           IF WS-SHR-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-MARK-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE SHIFTRD-FILE.

       READ-MARK-PARAGRAPH.
           READ SHIFTRD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF SHR-USER = WS-OPERATOR
                           AND SHR-LAST-ENTRY > WS-READ-MARK THEN
                       MOVE SHR-LAST-ENTRY TO WS-READ-MARK
                   END-IF
           END-READ.

      *****************************************************
      * LOAD-LOG-PARAGRAPH reads the whole log: the last        *
      * sequence number used, the open entries, and how many    *
      * records other operators wrote past the read marker.      *
      *****************************************************
       LOAD-LOG-PARAGRAPH.
           MOVE 0 TO WS-OPEN-CNT
           MOVE 0 TO WS-LAST-SEQ
           MOVE 0 TO WS-UNREAD-CNT
           MOVE "N" TO WS-OPEN-OVER-SW
           MOVE "N" TO WS-EOF
           OPEN INPUT SHIFTLOG-FILE
           IF WS-SHL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LOG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE SHIFTLOG-FILE
           IF WS-OPEN-OVER-SW = "Y" THEN
               DISPLAY "*** More than 500 open entries - only the "
                   "first 500 are listed."
           END-IF.

       READ-LOG-PARAGRAPH.
           READ SHIFTLOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF SHL-SEQ > WS-LAST-SEQ THEN
                       MOVE SHL-SEQ TO WS-LAST-SEQ
                   END-IF
                   IF SHL-SEQ > WS-READ-MARK
                           AND SHL-OPERATOR NOT = WS-OPERATOR THEN
                       ADD 1 TO WS-UNREAD-CNT
                   END-IF
                   EVALUATE TRUE
                       WHEN SHL-REC-TYPE = "E" AND SHL-STATUS = "O"
                           PERFORM ADD-OPEN-PARAGRAPH
                       WHEN SHL-REC-TYPE = "C"
                           PERFORM DROP-OPEN-PARAGRAPH
                   END-EVALUATE
           END-READ.

       ADD-OPEN-PARAGRAPH.
           IF WS-OPEN-CNT >= 500 THEN
               MOVE "Y" TO WS-OPEN-OVER-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPEN-CNT
           MOVE SHL-SEQ TO WS-O-SEQ(WS-OPEN-CNT)
           MOVE SHL-DATE TO WS-O-DATE(WS-OPEN-CNT)
           MOVE SHL-TIME TO WS-O-TIME(WS-OPEN-CNT)
           MOVE SHL-SHIFT TO WS-O-SHIFT(WS-OPEN-CNT)
           MOVE SHL-OPERATOR TO WS-O-OPERATOR(WS-OPEN-CNT)
           MOVE SHL-CATEGORY TO WS-O-CATEGORY(WS-OPEN-CNT)
           MOVE SHL-REF-TYPE TO WS-O-REF-TYPE(WS-OPEN-CNT)
           MOVE SHL-REF TO WS-O-REF(WS-OPEN-CNT)
           MOVE SHL-TEXT TO WS-O-TEXT(WS-OPEN-CNT).

       DROP-OPEN-PARAGRAPH.
           MOVE SHL-CLOSES TO WS-CLOSE-SEQ
           PERFORM FIND-OPEN-PARAGRAPH
           IF WS-FOUND-IDX NOT = 0 THEN
               PERFORM SHIFT-OPEN-PARAGRAPH
                   VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-OPEN-CNT
               SUBTRACT 1 FROM WS-OPEN-CNT
           END-IF.

       SHIFT-OPEN-PARAGRAPH.
           MOVE WS-OPEN-ENTRY(WS-SHIFT-IDX + 1)
               TO WS-OPEN-ENTRY(WS-SHIFT-IDX).

       FIND-OPEN-PARAGRAPH.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM SCAN-OPEN-PARAGRAPH
               VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPEN-CNT
                   OR WS-FOUND-IDX NOT = 0.

       SCAN-OPEN-PARAGRAPH.
           IF WS-O-SEQ(WS-OPN-IDX) = WS-CLOSE-SEQ THEN
               SET WS-FOUND-IDX TO WS-OPN-IDX
           END-IF.

       MENU-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Shift handover log - A)dd O)pen items U)nread "
               "C)lose Q)uit"
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-CMD
           EVALUATE WS-CMD
               WHEN "A"
                   PERFORM ADD-ENTRY-PARAGRAPH
               WHEN "O"
                   PERFORM LOAD-LOG-PARAGRAPH
                   PERFORM LIST-OPEN-PARAGRAPH
               WHEN "U"
                   PERFORM LIST-UNREAD-PARAGRAPH
               WHEN "C"
                   PERFORM CLOSE-ENTRY-PARAGRAPH
               WHEN "Q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Invalid command - enter A, O, U, C, "
                       "or Q"
           END-EVALUATE.

      *****************************************************
      * LIST-OPEN-PARAGRAPH lists every entry still open - the *
      * items carried forward from earlier shifts.              *
      *****************************************************
       LIST-OPEN-PARAGRAPH.
           DISPLAY " "
           IF WS-OPEN-CNT = 0 THEN
               DISPLAY "No open handover items."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-CNT TO WS-CNT-TXT
           DISPLAY "Open handover items (" WS-CNT-TXT "):"
           PERFORM LIST-ONE-OPEN-PARAGRAPH
               VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPEN-CNT.

       LIST-ONE-OPEN-PARAGRAPH.
           MOVE WS-O-CATEGORY(WS-OPN-IDX) TO SHL-CATEGORY
           MOVE WS-O-REF-TYPE(WS-OPN-IDX) TO SHL-REF-TYPE
           MOVE WS-O-REF(WS-OPN-IDX) TO SHL-REF
           PERFORM FORMAT-CAT-REF-PARAGRAPH
           MOVE SPACES TO WS-LIST-LINE
           STRING "  " WS-O-SEQ(WS-OPN-IDX) " "
               WS-O-DATE(WS-OPN-IDX) " "
               WS-O-TIME(WS-OPN-IDX)(1:4) " "
               WS-O-SHIFT(WS-OPN-IDX) " "
               WS-O-OPERATOR(WS-OPN-IDX) " "
               WS-CAT-TXT " " WS-REF-TXT
               DELIMITED BY SIZE INTO WS-LIST-LINE
           DISPLAY WS-LIST-LINE
           DISPLAY "         " WS-O-TEXT(WS-OPN-IDX).

      *    Category and reference as they print - the category
      *    spelled out, the reference labeled by its type.
       FORMAT-CAT-REF-PARAGRAPH.
           EVALUATE SHL-CATEGORY
               WHEN "I" MOVE "ISSUE" TO WS-CAT-TXT
               WHEN "N" MOVE "INSTR" TO WS-CAT-TXT
               WHEN "F" MOVE "FYI" TO WS-CAT-TXT
               WHEN OTHER MOVE SHL-CATEGORY TO WS-CAT-TXT
           END-EVALUATE
           MOVE SPACES TO WS-REF-TXT
           EVALUATE SHL-REF-TYPE
               WHEN "B"
                   STRING "batch " SHL-REF
                       DELIMITED BY SIZE INTO WS-REF-TXT
               WHEN "R"
                   STRING "record " SHL-REF
                       DELIMITED BY SIZE INTO WS-REF-TXT
               WHEN "A"
                   STRING "alert " SHL-REF
                       DELIMITED BY SIZE INTO WS-REF-TXT
           END-EVALUATE.

      *****************************************************
      * LIST-UNREAD-PARAGRAPH shows every record other         *
      * operators wrote past this operator's read marker -     *
      * entries and closings alike - then moves the marker up. *
      *****************************************************
       LIST-UNREAD-PARAGRAPH.
           MOVE 0 TO WS-UNREAD-CNT
           MOVE 0 TO WS-SHOWN-MAX
           MOVE "N" TO WS-EOF
           DISPLAY " "
           OPEN INPUT SHIFTLOG-FILE
           IF WS-SHL-STATUS = "00" THEN
               PERFORM UNREAD-ONE-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE SHIFTLOG-FILE
           END-IF
           IF WS-UNREAD-CNT = 0 THEN
               DISPLAY "Nothing unread."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-MARK-PARAGRAPH.

       UNREAD-ONE-PARAGRAPH.
           READ SHIFTLOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF SHL-SEQ > WS-READ-MARK
                           AND SHL-OPERATOR NOT = WS-OPERATOR THEN
                       ADD 1 TO WS-UNREAD-CNT
                       IF SHL-SEQ > WS-SHOWN-MAX THEN
                           MOVE SHL-SEQ TO WS-SHOWN-MAX
                       END-IF
                       PERFORM SHOW-RECORD-PARAGRAPH
                   END-IF
           END-READ.

       SHOW-RECORD-PARAGRAPH.
           MOVE SPACES TO WS-LIST-LINE
           IF SHL-REC-TYPE = "C" THEN
               STRING "  " SHL-SEQ " " SHL-DATE " " SHL-TIME(1:4)
                   " " SHL-SHIFT " " SHL-OPERATOR " closed item "
                   SHL-CLOSES
                   DELIMITED BY SIZE INTO WS-LIST-LINE
           ELSE
               PERFORM FORMAT-CAT-REF-PARAGRAPH
               STRING "  " SHL-SEQ " " SHL-DATE " " SHL-TIME(1:4)
                   " " SHL-SHIFT " " SHL-OPERATOR " " WS-CAT-TXT
                   " " WS-REF-TXT
                   DELIMITED BY SIZE INTO WS-LIST-LINE
               IF SHL-STATUS = "O" THEN
                   MOVE "[open]" TO WS-LIST-LINE(60:6)
               END-IF
           END-IF
           DISPLAY WS-LIST-LINE
           DISPLAY "         " SHL-TEXT.

       WRITE-MARK-PARAGRAPH.
           IF WS-SHOWN-MAX NOT > WS-READ-MARK THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND SHIFTRD-FILE
           IF WS-SHR-STATUS = "35" THEN
               OPEN OUTPUT SHIFTRD-FILE
           END-IF
           MOVE SPACES TO Shift-Read-Record
           MOVE WS-OPERATOR TO SHR-USER
           MOVE WS-SHOWN-MAX TO SHR-LAST-ENTRY
           ACCEPT SHR-DATE FROM DATE YYYYMMDD
           ACCEPT SHR-TIME FROM TIME
           WRITE Shift-Read-Record
           CLOSE SHIFTRD-FILE
           MOVE WS-SHOWN-MAX TO WS-READ-MARK.

      *****************************************************
      * ADD-ENTRY-PARAGRAPH takes a new entry - category,      *
      * reference, text, and whether it stays open - and       *
      * appends it under the next sequence number.              *
      *****************************************************
       ADD-ENTRY-PARAGRAPH.
           DISPLAY "Category (I=issue, N=instruction, F=FYI): "
               WITH NO ADVANCING
           ACCEPT WS-CAT-INPUT
           IF WS-CAT-INPUT NOT = "I" AND WS-CAT-INPUT NOT = "N"
                   AND WS-CAT-INPUT NOT = "F" THEN
               DISPLAY "*** Category must be I, N, or F."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reference (B=batch date, R=record ID, "
               "A=alert, blank=none): " WITH NO ADVANCING
           MOVE SPACE TO WS-REFTYPE-INPUT
           ACCEPT WS-REFTYPE-INPUT
           MOVE SPACES TO WS-REF-INPUT
           EVALUATE WS-REFTYPE-INPUT
               WHEN SPACE
                   CONTINUE
               WHEN "B"
                   DISPLAY "Batch date (YYYYMMDD): " WITH NO ADVANCING
                   ACCEPT WS-REF-INPUT
                   IF WS-REF-INPUT(1:8) IS NOT NUMERIC
                           OR WS-REF-INPUT(9:2) NOT = SPACES THEN
                       DISPLAY "*** Batch date must be 8 digits."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "R"
                   DISPLAY "Record ID (6 digits): " WITH NO ADVANCING
                   ACCEPT WS-REF-INPUT
                   IF WS-REF-INPUT(1:6) IS NOT NUMERIC
                           OR WS-REF-INPUT(7:4) NOT = SPACES THEN
                       DISPLAY "*** Record ID must be 6 digits."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "A"
                   DISPLAY "Alert number (ALR-SEQ, 6 digits): "
                       WITH NO ADVANCING
                   ACCEPT WS-REF-INPUT
                   IF WS-REF-INPUT(1:6) IS NOT NUMERIC
                           OR WS-REF-INPUT(7:4) NOT = SPACES THEN
                       DISPLAY "*** Alert number must be 6 digits."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "*** Reference must be B, R, A, or blank."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "Text: " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXT-INPUT
           ACCEPT WS-TEXT-INPUT
           IF WS-TEXT-INPUT = SPACES THEN
               DISPLAY "*** Text is required."
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-INPUT = "F" THEN
               DISPLAY "Carry forward as open (Y/N, default N)? "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Carry forward as open (Y/N, default Y)? "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACE TO WS-OPEN-INPUT
           ACCEPT WS-OPEN-INPUT
           IF WS-OPEN-INPUT = "y" THEN
               MOVE "Y" TO WS-OPEN-INPUT
           END-IF
           IF WS-OPEN-INPUT = "n" THEN
               MOVE "N" TO WS-OPEN-INPUT
           END-IF
           IF WS-OPEN-INPUT NOT = "Y" AND WS-OPEN-INPUT NOT = "N"
                   THEN
               IF WS-CAT-INPUT = "F" THEN
                   MOVE "N" TO WS-OPEN-INPUT
               ELSE
                   MOVE "Y" TO WS-OPEN-INPUT
               END-IF
           END-IF
           PERFORM LOAD-LOG-PARAGRAPH
           PERFORM STAMP-RECORD-PARAGRAPH
           MOVE "E" TO SHL-REC-TYPE
           MOVE 0 TO SHL-CLOSES
           MOVE WS-CAT-INPUT TO SHL-CATEGORY
           MOVE WS-REFTYPE-INPUT TO SHL-REF-TYPE
           MOVE WS-REF-INPUT TO SHL-REF
           IF WS-OPEN-INPUT = "Y" THEN
               MOVE "O" TO SHL-STATUS
           ELSE
               MOVE "C" TO SHL-STATUS
           END-IF
           MOVE WS-TEXT-INPUT TO SHL-TEXT
           PERFORM APPEND-LOG-PARAGRAPH
           DISPLAY "Handover entry " WS-LAST-SEQ " added.".

      *****************************************************
      * CLOSE-ENTRY-PARAGRAPH closes an open entry with a      *
      * note - a C record appended, the entry left as written. *
      *****************************************************
       CLOSE-ENTRY-PARAGRAPH.
           DISPLAY "Entry number to close: " WITH NO ADVANCING
           MOVE SPACES TO WS-SEQ-INPUT
           ACCEPT WS-SEQ-INPUT
           IF WS-SEQ-INPUT = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-SEQ-INPUT) NOT = 0 THEN
               DISPLAY "*** Enter the entry number."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LOG-PARAGRAPH
           COMPUTE WS-CLOSE-SEQ = FUNCTION NUMVAL(WS-SEQ-INPUT)
           PERFORM FIND-OPEN-PARAGRAPH
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "*** Entry " WS-CLOSE-SEQ " is not open."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Closing note: " WITH NO ADVANCING
           MOVE SPACES TO WS-TEXT-INPUT
           ACCEPT WS-TEXT-INPUT
           IF WS-TEXT-INPUT = SPACES THEN
               DISPLAY "*** A closing note is required."
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-RECORD-PARAGRAPH
           MOVE "C" TO SHL-REC-TYPE
           MOVE WS-CLOSE-SEQ TO SHL-CLOSES
           MOVE WS-O-CATEGORY(WS-FOUND-IDX) TO SHL-CATEGORY
           MOVE WS-O-REF-TYPE(WS-FOUND-IDX) TO SHL-REF-TYPE
           MOVE WS-O-REF(WS-FOUND-IDX) TO SHL-REF
           MOVE "C" TO SHL-STATUS
           MOVE WS-TEXT-INPUT TO SHL-TEXT
           PERFORM APPEND-LOG-PARAGRAPH
           PERFORM SHIFT-OPEN-PARAGRAPH
               VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
               UNTIL WS-SHIFT-IDX >= WS-OPEN-CNT
           SUBTRACT 1 FROM WS-OPEN-CNT
           DISPLAY "Handover entry " WS-CLOSE-SEQ " closed.".

      *    The fields every record carries - its sequence number,
      *    when and on which shift, and who under which sign-on.
       STAMP-RECORD-PARAGRAPH.
           MOVE SPACES TO Shift-Log-Record
           COMPUTE SHL-SEQ = WS-LAST-SEQ + 1
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           EVALUATE TRUE
               WHEN WS-NOW-HH < 6
                   MOVE "N" TO WS-SHIFT-CODE
               WHEN WS-NOW-HH < 14
                   MOVE "M" TO WS-SHIFT-CODE
               WHEN WS-NOW-HH < 22
                   MOVE "A" TO WS-SHIFT-CODE
               WHEN OTHER
                   MOVE "N" TO WS-SHIFT-CODE
           END-EVALUATE
           MOVE WS-NOW-DATE TO SHL-DATE
           MOVE WS-NOW-TIME TO SHL-TIME
           MOVE WS-SHIFT-CODE TO SHL-SHIFT
           MOVE WS-OPERATOR TO SHL-OPERATOR
           MOVE WS-SIGNON TO SHL-SIGNON.

       APPEND-LOG-PARAGRAPH.
           OPEN EXTEND SHIFTLOG-FILE
           IF WS-SHL-STATUS = "35" THEN
               OPEN OUTPUT SHIFTLOG-FILE
           END-IF
           WRITE Shift-Log-Record
           CLOSE SHIFTLOG-FILE
           MOVE SHL-SEQ TO WS-LAST-SEQ.
