       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABLOCMN.
       AUTHOR. Wyatt Reid.
      * "Maintenance for the location master - add, change,"
      * "disable/enable, and list plant location codes (code,"
      * "name, region, expected cycles per day) in the style of"
      * "LABCATMN, so the list of valid plants is controlled"
      * "instead of being whatever three characters were ever"
      * "keyed on a header. LABEDIT and LABMAINT validate against"
      * "this file; LAB2c and LABCONSR print the names, and"
      * "LABCONSR lists active plants missing from the day."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOC-FILE ASSIGN TO WS-LOCFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOC-FILE.
           COPY LOCMAST.

       WORKING-STORAGE SECTION.
      * "LAB_LOCFILE stands in for a JCL DD override, same as"
      * "every other filename in this suite. The whole file is"
      * "held in WS-LCM-TABLE and written back after each applied"
      * "action."
       01  WS-LOCFILE-NAME     Pic X(40).
       01  WS-LOC-STATUS       Pic X(2).
       01  WS-EOF              Pic A(1).

       01  WS-LCM-TABLE.
           05  WS-LCM-ENTRY OCCURS 50 TIMES INDEXED BY WS-LCM-IDX.
               10  WS-L-CODE       Pic X(3).
               10  WS-L-NAME       Pic X(30).
               10  WS-L-REGION     Pic X(10).
               10  WS-L-ACTIVE     Pic X(1).
               10  WS-L-CYCLES     Pic X(1).
               10  FILLER          Pic X(05).
       01  WS-LCM-CNT          Pic 9(4)   COMP   VALUE 0.

       01  WS-CMD              Pic X(1).
       01  WS-CODE-INPUT       Pic X(3).
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-WORK-IDX         Pic 9(4)   COMP   VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM MENU-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-CMD = "Q"
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-locations.dat" TO WS-LOCFILE-NAME
           ACCEPT WS-LOCFILE-NAME FROM ENVIRONMENT "LAB_LOCFILE"
           IF WS-LOCFILE-NAME = SPACES THEN
               MOVE "lab-locations.dat" TO WS-LOCFILE-NAME
           END-IF
           MOVE 0 TO WS-LCM-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT LOC-FILE
           IF WS-LOC-STATUS = "35" THEN
               DISPLAY "*** Location master not found - starting "
                   "empty: " WS-LOCFILE-NAME
           ELSE
               PERFORM READ-LOC-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE LOC-FILE
           END-IF.

      * "Every applied action rewrites the file from this table,"
      * "so an overflow would silently delete every row past it"
      * "- an oversized file refuses the session up front"
      * "instead."
       READ-LOC-PARAGRAPH.
           READ LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-LCM-CNT >= 50 THEN
                       DISPLAY "*** Location master holds more "
                           "than 50 rows - session"
                       DISPLAY "*** refused so the rewrite loses "
                           "nothing. Trim retired rows"
                       DISPLAY "*** first."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LCM-CNT
                   MOVE Loc-Master-Record
                       TO WS-LCM-ENTRY(WS-LCM-CNT)
           END-READ.

       SAVE-LOC-PARAGRAPH.
           OPEN OUTPUT LOC-FILE
           PERFORM WRITE-LOC-PARAGRAPH
               VARYING WS-LCM-IDX FROM 1 BY 1
               UNTIL WS-LCM-IDX > WS-LCM-CNT
           CLOSE LOC-FILE.

       WRITE-LOC-PARAGRAPH.
           MOVE WS-LCM-ENTRY(WS-LCM-IDX) TO Loc-Master-Record
           WRITE Loc-Master-Record.

       MENU-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Location master maintenance - A)dd C)hange "
               "D)isable E)nable L)ist Q)uit"
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-CMD
           EVALUATE WS-CMD
               WHEN "A"
                   PERFORM ADD-PARAGRAPH
               WHEN "C"
                   PERFORM CHANGE-PARAGRAPH
               WHEN "D"
                   PERFORM SET-ACTIVE-PARAGRAPH
               WHEN "E"
                   PERFORM SET-ACTIVE-PARAGRAPH
               WHEN "L"
                   PERFORM LIST-PARAGRAPH
               WHEN "Q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Invalid command - enter A, C, D, E, "
                       "L, or Q"
           END-EVALUATE.

       ACCEPT-CODE-PARAGRAPH.
           DISPLAY "Location code (3 characters): " WITH NO ADVANCING
           ACCEPT WS-CODE-INPUT
           MOVE 0 TO WS-FOUND-IDX
           PERFORM FIND-CODE-PARAGRAPH
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-LCM-CNT.

       FIND-CODE-PARAGRAPH.
           IF WS-L-CODE(WS-WORK-IDX) = WS-CODE-INPUT THEN
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

      *****************************************************
      * ACCEPT-DETAIL-PARAGRAPH takes everything but the code *
      * for the row at WS-WORK-IDX. Cycles per day is one      *
      * digit 1-9 (LAB2c's cycle range) - anything else is     *
      * stored as 1, the once-a-day plant.                      *
      *****************************************************
       ACCEPT-DETAIL-PARAGRAPH.
           DISPLAY "Location name: " WITH NO ADVANCING
           ACCEPT WS-L-NAME(WS-WORK-IDX)
           DISPLAY "Region: " WITH NO ADVANCING
           ACCEPT WS-L-REGION(WS-WORK-IDX)
           DISPLAY "Expected cycles per day (1-9): "
               WITH NO ADVANCING
           ACCEPT WS-L-CYCLES(WS-WORK-IDX)
           IF WS-L-CYCLES(WS-WORK-IDX) IS NOT NUMERIC
                   OR WS-L-CYCLES(WS-WORK-IDX) = "0" THEN
               MOVE "1" TO WS-L-CYCLES(WS-WORK-IDX)
           END-IF.

       ADD-PARAGRAPH.
           PERFORM ACCEPT-CODE-PARAGRAPH
           IF WS-CODE-INPUT = SPACES THEN
               DISPLAY "*** Blank is the original single plant - "
                   "it needs no row"
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX NOT = 0 THEN
               DISPLAY "*** Code already on file - use C)hange "
                   "instead"
           ELSE
               IF WS-LCM-CNT = 50 THEN
                   DISPLAY "*** Location table full"
               ELSE
                   ADD 1 TO WS-LCM-CNT
                   MOVE WS-LCM-CNT TO WS-WORK-IDX
                   MOVE SPACES TO WS-LCM-ENTRY(WS-WORK-IDX)
                   MOVE WS-CODE-INPUT TO WS-L-CODE(WS-WORK-IDX)
                   PERFORM ACCEPT-DETAIL-PARAGRAPH
                   MOVE "Y" TO WS-L-ACTIVE(WS-WORK-IDX)
                   PERFORM SAVE-LOC-PARAGRAPH
                   DISPLAY "Location added."
               END-IF
           END-IF.

       CHANGE-PARAGRAPH.
           PERFORM ACCEPT-CODE-PARAGRAPH
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "*** Code not on file"
           ELSE
               MOVE WS-FOUND-IDX TO WS-WORK-IDX
               PERFORM ACCEPT-DETAIL-PARAGRAPH
               PERFORM SAVE-LOC-PARAGRAPH
               DISPLAY "Location changed."
           END-IF.

       SET-ACTIVE-PARAGRAPH.
           PERFORM ACCEPT-CODE-PARAGRAPH
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "*** Code not on file"
           ELSE
               IF WS-CMD = "D" THEN
                   MOVE "N" TO WS-L-ACTIVE(WS-FOUND-IDX)
                   DISPLAY "Location disabled."
               ELSE
                   MOVE "Y" TO WS-L-ACTIVE(WS-FOUND-IDX)
                   DISPLAY "Location enabled."
               END-IF
               PERFORM SAVE-LOC-PARAGRAPH
           END-IF.

       LIST-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Loc Name                           Region     "
               "Active Cycles"
           PERFORM LIST-ONE-PARAGRAPH
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-LCM-CNT.

       LIST-ONE-PARAGRAPH.
           DISPLAY WS-L-CODE(WS-WORK-IDX) " "
               WS-L-NAME(WS-WORK-IDX) " "
               WS-L-REGION(WS-WORK-IDX) " "
               WS-L-ACTIVE(WS-WORK-IDX) "      "
               WS-L-CYCLES(WS-WORK-IDX).
