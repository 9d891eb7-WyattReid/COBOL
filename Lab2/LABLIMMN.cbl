       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABLIMMN.
       AUTHOR. Wyatt Reid.
      * "Maintenance for the posting limit file - add/replace and"
      * "remove per-category single-item posting limits and list"
      * "what's on file, in the style of LABTOLMN. The ** row is"
      * "the limit for every category without a row of its own;"
      * "LAB2c suspends any detail above its limit for LABSUSWK."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIM-FILE ASSIGN TO WS-LIMFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIM-FILE.
           COPY LIMREC.

       WORKING-STORAGE SECTION.
      * "LAB_LIMFILE stands in for a JCL DD override, same as every"
      * "other filename in this suite. The whole file is held in"
      * "WS-LIM-TABLE and written back after each applied action."
       01  WS-LIMFILE-NAME     Pic X(40).
       01  WS-LIM-STATUS       Pic X(2).
       01  WS-EOF              Pic A(1).

       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 100 TIMES INDEXED BY WS-LIM-IDX.
               10  WS-L-CAT        Pic X(2).
               10  WS-L-AMT        Pic 9(7)V9(2).
       01  WS-LIM-CNT          Pic 9(4)   COMP   VALUE 0.

       01  WS-CMD              Pic X(1).
       01  WS-CAT-INPUT        Pic X(2).
       01  WS-LIM-INPUT        Pic X(12).
       01  WS-LIM-CHK          Pic S9(4).
       01  WS-LIM-VALUE        Pic S9(9)V9(2).
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-WORK-IDX         Pic 9(4)   COMP   VALUE 0.
       01  WS-SHIFT-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-AMT-TXT          Pic Z(6)9.9(2).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM MENU-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-CMD = "Q"
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-post-lim.dat" TO WS-LIMFILE-NAME
           ACCEPT WS-LIMFILE-NAME FROM ENVIRONMENT "LAB_LIMFILE"
           IF WS-LIMFILE-NAME = SPACES THEN
               MOVE "lab-post-lim.dat" TO WS-LIMFILE-NAME
           END-IF
           MOVE 0 TO WS-LIM-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT LIM-FILE
           IF WS-LIM-STATUS = "35" THEN
               DISPLAY "*** Posting limit file not found - starting "
                   "empty: " WS-LIMFILE-NAME
           ELSE
               PERFORM READ-LIM-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE LIM-FILE
           END-IF.

       READ-LIM-PARAGRAPH.
           READ LIM-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-LIM-CNT < 100 THEN
                       ADD 1 TO WS-LIM-CNT
                       MOVE LIM-CATEGORY TO WS-L-CAT(WS-LIM-CNT)
                       MOVE LIM-AMOUNT TO WS-L-AMT(WS-LIM-CNT)
                   END-IF
           END-READ.

       SAVE-LIM-PARAGRAPH.
           OPEN OUTPUT LIM-FILE
           PERFORM WRITE-LIM-PARAGRAPH
               VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-LIM-CNT
           CLOSE LIM-FILE.

       WRITE-LIM-PARAGRAPH.
           MOVE SPACES TO Lim-Record
           MOVE WS-L-CAT(WS-LIM-IDX) TO LIM-CATEGORY
           MOVE WS-L-AMT(WS-LIM-IDX) TO LIM-AMOUNT
           WRITE Lim-Record.

       MENU-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Posting limit maintenance - A)dd/replace "
               "D)elete L)ist Q)uit"
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-CMD
           EVALUATE WS-CMD
               WHEN "A"
                   PERFORM ADD-PARAGRAPH
               WHEN "D"
                   PERFORM DELETE-PARAGRAPH
               WHEN "L"
                   PERFORM LIST-PARAGRAPH
               WHEN "Q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Invalid command - enter A, D, L, "
                       "or Q"
           END-EVALUATE.

       ACCEPT-KEY-PARAGRAPH.
           DISPLAY "Category (2 chars, ** = every other): "
               WITH NO ADVANCING
           ACCEPT WS-CAT-INPUT
           MOVE 0 TO WS-FOUND-IDX
           PERFORM FIND-ROW-PARAGRAPH
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-LIM-CNT.

       FIND-ROW-PARAGRAPH.
           IF WS-L-CAT(WS-WORK-IDX) = WS-CAT-INPUT THEN
               MOVE WS-WORK-IDX TO WS-FOUND-IDX
           END-IF.

       ADD-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH
           IF WS-CAT-INPUT = SPACES THEN
               DISPLAY "*** Category is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Posting limit (e.g. 25000.00): " WITH NO ADVANCING
           ACCEPT WS-LIM-INPUT
           COMPUTE WS-LIM-CHK = FUNCTION TEST-NUMVAL(WS-LIM-INPUT)
           IF WS-LIM-CHK NOT = 0 THEN
               DISPLAY "*** Limit must be numeric."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIM-VALUE = FUNCTION NUMVAL(WS-LIM-INPUT)
           IF WS-LIM-VALUE NOT > 0 OR WS-LIM-VALUE > 9999999.99 THEN
               DISPLAY "*** Limit must be above zero and no more "
                   "than 9999999.99."
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX = 0 THEN
               IF WS-LIM-CNT = 100 THEN
                   DISPLAY "*** Posting limit table full"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LIM-CNT
               MOVE WS-LIM-CNT TO WS-FOUND-IDX
               MOVE WS-CAT-INPUT TO WS-L-CAT(WS-FOUND-IDX)
           END-IF
           MOVE WS-LIM-VALUE TO WS-L-AMT(WS-FOUND-IDX)
           PERFORM SAVE-LIM-PARAGRAPH
           DISPLAY "Posting limit saved.".

       DELETE-PARAGRAPH.
           PERFORM ACCEPT-KEY-PARAGRAPH
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "*** No limit for that category"
           ELSE
               PERFORM SHIFT-ROW-PARAGRAPH
                   VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                   UNTIL WS-SHIFT-IDX >= WS-LIM-CNT
               SUBTRACT 1 FROM WS-LIM-CNT
               PERFORM SAVE-LIM-PARAGRAPH
               DISPLAY "Posting limit removed."
           END-IF.

       SHIFT-ROW-PARAGRAPH.
           MOVE WS-LIM-ENTRY(WS-SHIFT-IDX + 1)
               TO WS-LIM-ENTRY(WS-SHIFT-IDX).

       LIST-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Cat        Limit"
           PERFORM LIST-ONE-PARAGRAPH
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-LIM-CNT.

       LIST-ONE-PARAGRAPH.
           MOVE WS-L-AMT(WS-WORK-IDX) TO WS-AMT-TXT
           DISPLAY WS-L-CAT(WS-WORK-IDX) "  " WS-AMT-TXT.
