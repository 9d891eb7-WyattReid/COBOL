       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOCLMN.
       AUTHOR. Wyatt Reid.
      * "Maintenance for the on-call roster - add, change, remove,"
      * "and list rota periods (from/to date, primary, backup, and"
      * "supervisor, each with a contact) in the style of LABCALMN."
      * "LABESCAL pages the people on the row covering the day it"
      * "runs when an error alert sits unacknowledged. Everyone"
      * "named has to be an active ID on USERS.dat, and the"
      * "supervisor has to hold the supervisor role."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCALL-FILE ASSIGN TO WS-ONCALL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OCL-STATUS.
           SELECT USERFILE ASSIGN TO WS-USERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-USER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONCALL-FILE.
           COPY ONCALL.

       FD  USERFILE.
           COPY USERREC.

       WORKING-STORAGE SECTION.
      * "LAB_ONCALL/LAB_USERFILE stand in for JCL DD overrides, same"
      * "as every other filename in this suite. The whole roster is"
      * "held in WS-OCL-TABLE and written back after each applied"
      * "action."
       01  WS-ONCALL-NAME      Pic X(40).
       01  WS-OCL-STATUS       Pic X(2).
       01  WS-EOF              Pic A(1).
       01  WS-USERFILE-NAME    Pic X(40).
       01  WS-USER-STATUS      Pic X(2).
       01  WS-USER-EOF         Pic A(1).

       01  WS-OCL-TABLE.
           05  WS-OCL-ENTRY OCCURS 200 TIMES INDEXED BY WS-OCL-IDX.
               10  WS-L-FROM       Pic 9(8).
               10  WS-L-TO         Pic 9(8).
               10  WS-L-PRIMARY    Pic X(10).
               10  WS-L-PRI-CONT   Pic X(30).
               10  WS-L-BACKUP     Pic X(10).
               10  WS-L-BAK-CONT   Pic X(30).
               10  WS-L-SUPER      Pic X(10).
               10  WS-L-SUP-CONT   Pic X(30).
               10  FILLER          Pic X(04).
       01  WS-OCL-CNT          Pic 9(4)   COMP   VALUE 0.

       01  WS-CMD              Pic X(1).
       01  WS-DATE-INPUT       Pic X(8).
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-WORK-IDX         Pic 9(4)   COMP   VALUE 0.
       01  WS-SHIFT-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-KEY-DATE         Pic 9(8)        VALUE 0.
       01  WS-TO-DATE          Pic 9(8)        VALUE 0.

      * "The detail being keyed is built here and only moved to the"
      * "table once every field has passed, so a refused entry"
      * "leaves the row it was changing as it was."
       01  WS-NEW-ENTRY.
           05  WS-N-FROM           Pic 9(8).
           05  WS-N-TO             Pic 9(8).
           05  WS-N-PRIMARY        Pic X(10).
           05  WS-N-PRI-CONT       Pic X(30).
           05  WS-N-BACKUP         Pic X(10).
           05  WS-N-BAK-CONT       Pic X(30).
           05  WS-N-SUPER          Pic X(10).
           05  WS-N-SUP-CONT       Pic X(30).
           05  FILLER              Pic X(04).
       01  WS-DETAIL-OK-SW     Pic X(1).
       01  WS-CHK-ID           Pic X(10).
       01  WS-CHK-ROLE         Pic X(1).
       01  WS-OVERLAP-IDX      Pic 9(4)   COMP   VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM MENU-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-CMD = "Q"
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-oncall.dat" TO WS-ONCALL-NAME
           ACCEPT WS-ONCALL-NAME FROM ENVIRONMENT "LAB_ONCALL"
           IF WS-ONCALL-NAME = SPACES THEN
               MOVE "lab-oncall.dat" TO WS-ONCALL-NAME
           END-IF
           MOVE "USERS.dat" TO WS-USERFILE-NAME
           ACCEPT WS-USERFILE-NAME FROM ENVIRONMENT "LAB_USERFILE"
           IF WS-USERFILE-NAME = SPACES THEN
               MOVE "USERS.dat" TO WS-USERFILE-NAME
           END-IF
           MOVE 0 TO WS-OCL-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ONCALL-FILE
           IF WS-OCL-STATUS = "35" THEN
               DISPLAY "*** On-call roster not found - starting "
                   "empty: " WS-ONCALL-NAME
           ELSE
               PERFORM READ-OCL-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE ONCALL-FILE
           END-IF.

      * "Every applied action rewrites the roster from this table,"
      * "so an overflow would silently delete every row past it -"
      * "an oversized roster refuses the session up front."
       READ-OCL-PARAGRAPH.
           READ ONCALL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-OCL-CNT >= 200 THEN
                       DISPLAY "*** Roster holds more than 200 "
                           "periods - session refused so"
                       DISPLAY "*** the rewrite loses nothing. "
                           "Remove past periods from the"
                       DISPLAY "*** file first."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OCL-CNT
                   MOVE Oncall-Record
                       TO WS-OCL-ENTRY(WS-OCL-CNT)
           END-READ.

       SAVE-OCL-PARAGRAPH.
           OPEN OUTPUT ONCALL-FILE
           PERFORM WRITE-OCL-PARAGRAPH
               VARYING WS-OCL-IDX FROM 1 BY 1
               UNTIL WS-OCL-IDX > WS-OCL-CNT
           CLOSE ONCALL-FILE.

       WRITE-OCL-PARAGRAPH.
           MOVE WS-OCL-ENTRY(WS-OCL-IDX) TO Oncall-Record
           WRITE Oncall-Record.

       MENU-PARAGRAPH.
           DISPLAY " "
           DISPLAY "On-call roster maintenance - A)dd C)hange "
               "R)emove L)ist Q)uit"
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-CMD
           EVALUATE WS-CMD
               WHEN "A"
                   PERFORM ADD-PARAGRAPH
               WHEN "C"
                   PERFORM CHANGE-PARAGRAPH
               WHEN "R"
                   PERFORM REMOVE-PARAGRAPH
               WHEN "L"
                   PERFORM LIST-PARAGRAPH
               WHEN "Q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Invalid command - enter A, C, R, L, "
                       "or Q"
           END-EVALUATE.

       ACCEPT-DATE-PARAGRAPH.
           DISPLAY "Period from date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           MOVE 0 TO WS-FOUND-IDX
           IF WS-DATE-INPUT IS NUMERIC THEN
               MOVE WS-DATE-INPUT TO WS-KEY-DATE
               PERFORM FIND-DATE-PARAGRAPH
                   VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-OCL-CNT
           ELSE
               MOVE 0 TO WS-KEY-DATE
               DISPLAY "*** Invalid entry - enter 8 numeric digits."
           END-IF.

       FIND-DATE-PARAGRAPH.
           IF WS-L-FROM(WS-WORK-IDX) = WS-KEY-DATE THEN
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

      *****************************************************
      * ACCEPT-DETAIL-PARAGRAPH takes everything but the from  *
      * date into WS-NEW-ENTRY - the to date, then each of the *
      * three people with their contact. WS-DETAIL-OK-SW stays *
      * N when anything is refused.                             *
      *****************************************************
       ACCEPT-DETAIL-PARAGRAPH.
           MOVE "N" TO WS-DETAIL-OK-SW
           MOVE SPACES TO WS-NEW-ENTRY
           MOVE WS-KEY-DATE TO WS-N-FROM
           DISPLAY "Period to date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NOT NUMERIC THEN
               DISPLAY "*** Invalid entry - enter 8 numeric digits."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INPUT TO WS-TO-DATE
           IF WS-TO-DATE < WS-KEY-DATE THEN
               DISPLAY "*** To date is before the from date."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-DATE TO WS-N-TO
           MOVE 0 TO WS-OVERLAP-IDX
           PERFORM CHECK-OVERLAP-PARAGRAPH
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-OCL-CNT
           IF WS-OVERLAP-IDX NOT = 0 THEN
               DISPLAY "*** Overlaps the period starting "
                   WS-L-FROM(WS-OVERLAP-IDX) " - change or remove "
                   "that one first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Primary on-call user ID: " WITH NO ADVANCING
           ACCEPT WS-N-PRIMARY
           IF WS-N-PRIMARY = SPACES THEN
               DISPLAY "*** Primary on-call is required."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-N-PRIMARY TO WS-CHK-ID
           PERFORM CHECK-USER-PARAGRAPH
           IF WS-CHK-ROLE = SPACE THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Primary contact: " WITH NO ADVANCING
           ACCEPT WS-N-PRI-CONT
           IF WS-N-PRI-CONT = SPACES THEN
               DISPLAY "*** Primary contact is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Backup user ID (blank=none): " WITH NO ADVANCING
           ACCEPT WS-N-BACKUP
           IF WS-N-BACKUP NOT = SPACES THEN
               MOVE WS-N-BACKUP TO WS-CHK-ID
               PERFORM CHECK-USER-PARAGRAPH
               IF WS-CHK-ROLE = SPACE THEN
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Backup contact: " WITH NO ADVANCING
               ACCEPT WS-N-BAK-CONT
               IF WS-N-BAK-CONT = SPACES THEN
                   DISPLAY "*** Backup contact is required."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Supervisor user ID (blank=none): "
               WITH NO ADVANCING
           ACCEPT WS-N-SUPER
           IF WS-N-SUPER NOT = SPACES THEN
               MOVE WS-N-SUPER TO WS-CHK-ID
               PERFORM CHECK-USER-PARAGRAPH
               IF WS-CHK-ROLE = SPACE THEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-CHK-ROLE NOT = "S" THEN
                   DISPLAY "*** " WS-N-SUPER " does not hold the "
                       "supervisor role."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Supervisor contact: " WITH NO ADVANCING
               ACCEPT WS-N-SUP-CONT
               IF WS-N-SUP-CONT = SPACES THEN
                   DISPLAY "*** Supervisor contact is required."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-DETAIL-OK-SW.

      *    Periods may not overlap - LABESCAL takes the first row
      *    covering the day, and a second one would be ignored
      *    without anyone noticing. The row being changed is not
      *    compared with itself.
       CHECK-OVERLAP-PARAGRAPH.
           IF WS-WORK-IDX NOT = WS-FOUND-IDX
                   AND WS-L-FROM(WS-WORK-IDX) NOT > WS-N-TO
                   AND WS-L-TO(WS-WORK-IDX) NOT < WS-N-FROM THEN
               MOVE WS-WORK-IDX TO WS-OVERLAP-IDX
           END-IF.

      *****************************************************
      * CHECK-USER-PARAGRAPH looks WS-CHK-ID up on USERS.dat   *
      * and hands back its role in WS-CHK-ROLE - space (with   *
      * the reason shown) when the ID is unknown or disabled.   *
      *****************************************************
       CHECK-USER-PARAGRAPH.
           MOVE SPACE TO WS-CHK-ROLE
           MOVE "N" TO WS-USER-EOF
           OPEN INPUT USERFILE
           IF WS-USER-STATUS NOT = "00" THEN
               DISPLAY "*** User file not available: "
                   WS-USERFILE-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-USER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-USER-EOF = "Y"
           CLOSE USERFILE
           IF WS-CHK-ROLE = SPACE THEN
               DISPLAY "*** " WS-CHK-ID " is not an active user ID."
           END-IF.

       READ-USER-PARAGRAPH.
           READ USERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-USER-EOF
               NOT AT END
                   IF Usr-Id = WS-CHK-ID AND Usr-Active = "Y" THEN
                       MOVE Usr-Role TO WS-CHK-ROLE
                       IF WS-CHK-ROLE = SPACE THEN
                           MOVE "O" TO WS-CHK-ROLE
                       END-IF
                       MOVE "Y" TO WS-USER-EOF
                   END-IF
           END-READ.

       ADD-PARAGRAPH.
           PERFORM ACCEPT-DATE-PARAGRAPH
           IF WS-KEY-DATE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX NOT = 0 THEN
               DISPLAY "*** A period already starts on that date - "
                   "use C)hange instead"
               EXIT PARAGRAPH
           END-IF
           IF WS-OCL-CNT = 200 THEN
               DISPLAY "*** Roster table full"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-DETAIL-PARAGRAPH
           IF WS-DETAIL-OK-SW = "Y" THEN
               ADD 1 TO WS-OCL-CNT
               MOVE WS-NEW-ENTRY TO WS-OCL-ENTRY(WS-OCL-CNT)
               PERFORM SAVE-OCL-PARAGRAPH
               DISPLAY "On-call period added."
           END-IF.

       CHANGE-PARAGRAPH.
           PERFORM ACCEPT-DATE-PARAGRAPH
           IF WS-KEY-DATE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "*** No period starts on that date"
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-DETAIL-PARAGRAPH
           IF WS-DETAIL-OK-SW = "Y" THEN
               MOVE WS-NEW-ENTRY TO WS-OCL-ENTRY(WS-FOUND-IDX)
               PERFORM SAVE-OCL-PARAGRAPH
               DISPLAY "On-call period changed."
           END-IF.

       REMOVE-PARAGRAPH.
           PERFORM ACCEPT-DATE-PARAGRAPH
           IF WS-KEY-DATE = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "*** No period starts on that date"
           ELSE
               PERFORM SHIFT-ROW-PARAGRAPH
                   VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-OCL-CNT
               SUBTRACT 1 FROM WS-OCL-CNT
               PERFORM SAVE-OCL-PARAGRAPH
               DISPLAY "On-call period removed."
           END-IF.

       SHIFT-ROW-PARAGRAPH.
           MOVE WS-OCL-ENTRY(WS-SHIFT-IDX + 1)
               TO WS-OCL-ENTRY(WS-SHIFT-IDX).

       LIST-PARAGRAPH.
           DISPLAY " "
           DISPLAY "From     To       Primary    Backup     Supervisor"
           PERFORM LIST-ONE-PARAGRAPH
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-OCL-CNT.

       LIST-ONE-PARAGRAPH.
           DISPLAY WS-L-FROM(WS-WORK-IDX) " "
               WS-L-TO(WS-WORK-IDX) " "
               WS-L-PRIMARY(WS-WORK-IDX) " "
               WS-L-BACKUP(WS-WORK-IDX) " "
               WS-L-SUPER(WS-WORK-IDX)
           DISPLAY "    " WS-L-PRI-CONT(WS-WORK-IDX) " / "
               WS-L-BAK-CONT(WS-WORK-IDX) " / "
               WS-L-SUP-CONT(WS-WORK-IDX).
