       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABCHAIN.
       AUTHOR. Wyatt Reid.
      * "Audit-chain facility, CALLed by every program that appends"
      * "to a chained audit file - the maintenance, entry, and YTD"
      * "posting journals, the reject repair audit, and signon.log"
      * "- and by the programs that walk or copy one (LABCHNCK,"
      * "LABRETEN, LABACTRP, LAB2BMRG). Each record ends in a chain"
      * "value folded from its own content and the previous"
      * "record's value, so a line deleted or edited anywhere"
      * "breaks the next link. See CHAINREQ for the functions and"
      * "CHAINANC for the anchors an archived file's chain starts"
      * "from. The fold is the suite's one-way password fold,"
      * "seeded with the previous value instead of zero."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAINED-FILE ASSIGN TO WS-CHAINED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHAINED-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO WS-ANCFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAINED-FILE.
       01  CHAINED-RECORD      Pic X(220).

       FD  ANCHOR-FILE.
           COPY CHAINANC.

       WORKING-STORAGE SECTION.
      * "LAB_CHAINANC stands in for a JCL DD override, same as"
      * "every other filename in this suite. The file being"
      * "appended to is named by the caller."
       01  WS-ANCFILE-NAME     Pic X(40).
       01  WS-ANC-STATUS       Pic X(2).
       01  WS-CHAINED-NAME     Pic X(52).
       01  WS-CHAINED-STATUS   Pic X(2).
       01  WS-EOF              Pic A(1).

      * "The last record of the file being appended to, and where"
      * "its chain value sits (just past CHN-DATA-LEN)."
       01  WS-LAST-LINE        Pic X(220).
       01  WS-LAST-FOUND-SW    Pic A(1).
       01  WS-CHAIN-POS        Pic 9(3)   COMP.
       01  WS-CHAIN-TXT        Pic X(9).

       01  WS-FOLD             Pic 9(9).
       01  WS-FOLD-IDX         Pic 9(3)   COMP.

       LINKAGE SECTION.
           COPY CHAINREQ.

       PROCEDURE DIVISION USING Chain-Request.
       000-MAIN.
           MOVE "0" TO CHN-RESULT
           EVALUATE CHN-FUNCTION
               WHEN "A"
                   PERFORM FIND-LAST-PARAGRAPH
                   PERFORM FOLD-PARAGRAPH
               WHEN "C"
                   PERFORM FOLD-PARAGRAPH
               WHEN "S"
                   PERFORM LOAD-ANCHOR-PARAGRAPH
               WHEN "W"
                   PERFORM WRITE-ANCHOR-PARAGRAPH
               WHEN OTHER
                   MOVE "2" TO CHN-RESULT
           END-EVALUATE
           GOBACK.

      *****************************************************
      * FIND-LAST-PARAGRAPH reads the file about to be         *
      * appended to through to its last record and hands that  *
      * record's chain value back in CHN-PREV. An empty or      *
      * missing file follows its anchor; a last record from     *
      * before the chain existed also starts from the anchor.   *
      *****************************************************
       FIND-LAST-PARAGRAPH.
           MOVE CHN-FILE-NAME TO WS-CHAINED-NAME
           MOVE "N" TO WS-LAST-FOUND-SW
           MOVE "N" TO WS-EOF
           OPEN INPUT CHAINED-FILE
           IF WS-CHAINED-STATUS = "00" THEN
               PERFORM READ-CHAINED-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE CHAINED-FILE
           END-IF
           IF WS-LAST-FOUND-SW = "N" THEN
               PERFORM LOAD-ANCHOR-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHAIN-POS = CHN-DATA-LEN + 1
           MOVE WS-LAST-LINE(WS-CHAIN-POS:9) TO WS-CHAIN-TXT
           IF WS-CHAIN-TXT IS NUMERIC THEN
               MOVE WS-CHAIN-TXT TO CHN-PREV
           ELSE
               PERFORM LOAD-ANCHOR-PARAGRAPH
               MOVE "1" TO CHN-RESULT
           END-IF.

       READ-CHAINED-PARAGRAPH.
           READ CHAINED-FILE NEXT RECORD INTO WS-LAST-LINE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END MOVE "Y" TO WS-LAST-FOUND-SW
           END-READ.

      *****************************************************
      * FOLD-PARAGRAPH folds CHN-DATA-LEN characters of the    *
      * record into the chain, starting from the previous      *
      * record's value.                                         *
      *****************************************************
       FOLD-PARAGRAPH.
           MOVE CHN-PREV TO WS-FOLD
           PERFORM FOLD-ONE-CHAR-PARAGRAPH
               VARYING WS-FOLD-IDX FROM 1 BY 1
               UNTIL WS-FOLD-IDX > CHN-DATA-LEN
           MOVE WS-FOLD TO CHN-VALUE.

       FOLD-ONE-CHAR-PARAGRAPH.
           COMPUTE WS-FOLD = FUNCTION MOD(
               WS-FOLD * 31
               + FUNCTION ORD(CHN-DATA(WS-FOLD-IDX:1))
               999999937).

      *****************************************************
      * LOAD-ANCHOR-PARAGRAPH - the last anchor entered for    *
      * CHN-FILE-NAME, or zero when it has none.                *
      *****************************************************
       LOAD-ANCHOR-PARAGRAPH.
           PERFORM RESOLVE-ANCHOR-PARAGRAPH
           MOVE 0 TO CHN-PREV
           MOVE "N" TO WS-EOF
           OPEN INPUT ANCHOR-FILE
           IF WS-ANC-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ANCHOR-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE ANCHOR-FILE.

       READ-ANCHOR-PARAGRAPH.
           READ ANCHOR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CHA-FILE-NAME = CHN-FILE-NAME
                           AND CHA-SEED IS NUMERIC THEN
                       MOVE CHA-SEED TO CHN-PREV
                   END-IF
           END-READ.

       WRITE-ANCHOR-PARAGRAPH.
           PERFORM RESOLVE-ANCHOR-PARAGRAPH
           OPEN EXTEND ANCHOR-FILE
           IF WS-ANC-STATUS = "35" THEN
               OPEN OUTPUT ANCHOR-FILE
           END-IF
           MOVE SPACES TO Chain-Anchor-Record
           MOVE CHN-FILE-NAME TO CHA-FILE-NAME
           MOVE CHN-PREV TO CHA-SEED
           ACCEPT CHA-DATE FROM DATE YYYYMMDD
           ACCEPT CHA-TIME FROM TIME
           MOVE CHN-PROGRAM TO CHA-PROGRAM
           WRITE Chain-Anchor-Record
           CLOSE ANCHOR-FILE.

       RESOLVE-ANCHOR-PARAGRAPH.
           MOVE "lab-chain-anchor.dat" TO WS-ANCFILE-NAME
           ACCEPT WS-ANCFILE-NAME FROM ENVIRONMENT "LAB_CHAINANC"
           IF WS-ANCFILE-NAME = SPACES THEN
               MOVE "lab-chain-anchor.dat" TO WS-ANCFILE-NAME
           END-IF.
