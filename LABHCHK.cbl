       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABHCHK.
       AUTHOR. Wyatt Reid.
      * "Batch-hold facility, CALLed by LAB1c, LAB2c, and LABEDIT"
      * "for every input file before it is processed (see HOLDREQ"
      * "for the functions). A file whose header matches an active"
      * "hold on LAB_HOLDFILE - the checking program, the feed"
      * "provider, and the header's batch date, each blank/zero on"
      * "the hold meaning any - is refused: copied to the held-"
      * "feeds area beside its original name and deleted, so the"
      * "next transmission cannot overwrite it and nobody can put"
      * "it back in the feed list by mistake, and the interception"
      * "is journaled on LAB_HOLDJRNL. Once LABHOLD releases the"
      * "hold, the journal's unfed interceptions are handed back"
      * "to the owning program's next run to be fed, and journaled"
      * "as fed when they have been."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO WS-HOLDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLDJRNL-FILE ASSIGN TO WS-HJRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HJRN-STATUS.
           SELECT FEED-FILE ASSIGN TO WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT HELD-FILE ASSIGN TO WS-HELD-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  HOLDJRNL-FILE.
           COPY HOLDJRNL.

       FD  FEED-FILE.
       01  FEED-RECORD         Pic X(100).

       FD  HELD-FILE.
       01  HELD-RECORD         Pic X(100).

       WORKING-STORAGE SECTION.
      * "LAB_HOLDFILE/LAB_HOLDJRNL stand in for JCL DD overrides,"
      * "same as every other filename in this suite."
       01  WS-HOLDFILE-NAME    Pic X(40).
       01  WS-HOLD-STATUS      Pic X(2).
       01  WS-HJRNFILE-NAME    Pic X(40).
       01  WS-HJRN-STATUS      Pic X(2).
       01  WS-EOF              Pic A(1).
       01  WS-FOUND-SW         Pic A(1).

      * "The feed being checked, peeked at for its header, and the"
      * "held-feeds copy it is routed to."
       01  WS-FEED-NAME        Pic X(52).
       01  WS-FEED-STATUS      Pic X(2).
       01  WS-FEED-EOF         Pic A(1).
       01  WS-HELD-NAME        Pic X(52).
       01  WS-FEED-LINE        Pic X(100).
       01  WS-FEED-HDR REDEFINES WS-FEED-LINE.
           05  WS-FH-REC-TYPE  Pic X(1).
           05  WS-FH-BATCH-DATE Pic 9(8).
           05  FILLER          Pic X(91).
       01  WS-PEEK-DATE        Pic 9(8)        VALUE 0.
       01  WS-SUFFIX           Pic X(3).
       01  WS-DELETE-RC        Pic S9(9)  COMP.
       01  WS-JRNL-ACTION      Pic X(1).

       01  WS-TODAY            Pic 9(8).
       01  WS-OPERATOR         Pic X(10).

      * "Released holds, and the interceptions under them still"
      * "waiting to be fed, gathered for an N request."
       01  WS-REL-TABLE.
           05  WS-REL-ID       Pic 9(6)   OCCURS 500 TIMES
                                           INDEXED BY WS-REL-IDX.
       01  WS-REL-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-PICK-TABLE.
           05  WS-PICK-ENTRY OCCURS 100 TIMES INDEXED BY WS-PICK-IDX.
               10  WS-PK-HELD-NAME Pic X(52).
               10  WS-PK-HOLD-ID   Pic 9(6).
               10  WS-PK-BAT-DATE  Pic 9(8).
               10  WS-PK-ORIG-NAME Pic X(40).
               10  WS-PK-FED-SW    Pic A(1).
       01  WS-PICK-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-WAIT-CNT         Pic 9(4)   COMP   VALUE 0.

       LINKAGE SECTION.
           COPY HOLDREQ.

       PROCEDURE DIVISION USING Hold-Request.
       000-MAIN.
           MOVE "0" TO HRQ-RESULT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           MOVE "lab-holds.dat" TO WS-HOLDFILE-NAME
           ACCEPT WS-HOLDFILE-NAME FROM ENVIRONMENT "LAB_HOLDFILE"
           IF WS-HOLDFILE-NAME = SPACES THEN
               MOVE "lab-holds.dat" TO WS-HOLDFILE-NAME
           END-IF
           MOVE "lab-hold-jrnl.dat" TO WS-HJRNFILE-NAME
           ACCEPT WS-HJRNFILE-NAME FROM ENVIRONMENT "LAB_HOLDJRNL"
           IF WS-HJRNFILE-NAME = SPACES THEN
               MOVE "lab-hold-jrnl.dat" TO WS-HJRNFILE-NAME
           END-IF
           EVALUATE HRQ-FUNCTION
               WHEN "C"
                   PERFORM CHECK-FEED-PARAGRAPH
               WHEN "J"
                   MOVE "I" TO WS-JRNL-ACTION
                   PERFORM WRITE-JOURNAL-PARAGRAPH
               WHEN "U"
                   PERFORM CHECK-UPSTREAM-PARAGRAPH
               WHEN "N"
                   PERFORM NEXT-RELEASED-PARAGRAPH
               WHEN "F"
                   MOVE "F" TO WS-JRNL-ACTION
                   PERFORM WRITE-JOURNAL-PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      *****************************************************
      * CHECK-FEED-PARAGRAPH peeks at the file's first record *
      * for the batch date (zero when the file carries no     *
      * header - then only holds with no batch date can       *
      * match) and looks for an active hold covering it. A    *
      * file that cannot be opened is left to the caller's    *
      * own missing-file handling.                             *
      *****************************************************
       CHECK-FEED-PARAGRAPH.
           MOVE 0 TO WS-PEEK-DATE
           MOVE HRQ-FILE-NAME TO WS-FEED-NAME
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FEED-LINE
           READ FEED-FILE INTO WS-FEED-LINE
               AT END MOVE SPACES TO WS-FEED-LINE
           END-READ
           CLOSE FEED-FILE
           IF WS-FH-REC-TYPE = "H"
                   AND WS-FH-BATCH-DATE IS NUMERIC THEN
               MOVE WS-FH-BATCH-DATE TO WS-PEEK-DATE
           END-IF
           MOVE WS-PEEK-DATE TO HRQ-BATCH-DATE
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-HOLD-PARAGRAPH
               WITH TEST BEFORE
               UNTIL WS-EOF = "Y" OR WS-FOUND-SW = "Y"
           CLOSE HOLD-FILE
           IF WS-FOUND-SW = "N" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "1" TO HRQ-RESULT
           MOVE SPACES TO HRQ-HELD-NAME
           IF HRQ-ROUTE-SW = "Y" THEN
               PERFORM ROUTE-FEED-PARAGRAPH
               MOVE "I" TO WS-JRNL-ACTION
               PERFORM WRITE-JOURNAL-PARAGRAPH
           END-IF.

       MATCH-HOLD-PARAGRAPH.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HLD-BATCH-DATE IS NOT NUMERIC THEN
                       MOVE 0 TO HLD-BATCH-DATE
                   END-IF
                   IF HLD-STATUS = "A"
                           AND (HLD-SOURCE = SPACES
                               OR HLD-SOURCE = HRQ-PROGRAM)
                           AND (HLD-PROVIDER = SPACES
                               OR HLD-PROVIDER = HRQ-PROVIDER)
                           AND (HLD-BATCH-DATE = 0
                               OR HLD-BATCH-DATE = WS-PEEK-DATE)
                           THEN
                       MOVE "Y" TO WS-FOUND-SW
                       MOVE HLD-ID TO HRQ-HOLD-ID
                       MOVE HLD-REASON TO HRQ-REASON
                   END-IF
           END-READ.

      *****************************************************
      * ROUTE-FEED-PARAGRAPH copies the held file to the      *
      * held-feeds area - <name>.H1yyyymmdd for a LAB1C feed, *
      * .H2yyyymmdd for LAB2C - and deletes the original, the *
      * same way the processed-feed archive moves a file.      *
      *****************************************************
       ROUTE-FEED-PARAGRAPH.
           IF HRQ-FEED-TO = "LAB2C" THEN
               MOVE ".H2" TO WS-SUFFIX
           ELSE
               MOVE ".H1" TO WS-SUFFIX
           END-IF
           MOVE SPACES TO WS-HELD-NAME
           STRING HRQ-FILE-NAME DELIMITED BY " "
               WS-SUFFIX DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO WS-HELD-NAME
           MOVE WS-HELD-NAME TO HRQ-HELD-NAME
           MOVE "N" TO WS-FEED-EOF
           OPEN INPUT FEED-FILE
           OPEN OUTPUT HELD-FILE
           PERFORM COPY-FEED-LINE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-FEED-EOF = "Y"
           CLOSE FEED-FILE
           CLOSE HELD-FILE
           CALL "CBL_DELETE_FILE" USING WS-FEED-NAME
               RETURNING WS-DELETE-RC.

       COPY-FEED-LINE-PARAGRAPH.
           READ FEED-FILE NEXT RECORD INTO WS-FEED-LINE
               AT END MOVE "Y" TO WS-FEED-EOF
               NOT AT END
                   WRITE HELD-RECORD FROM WS-FEED-LINE
           END-READ.

      *****************************************************
      * CHECK-UPSTREAM-PARAGRAPH answers a missing input file: *
      * if LABEDIT intercepted the clean file meant for this   *
      * program today, the file is missing on purpose and the  *
      * caller skips it rather than failing the run. Result 2 *
      * says the hold has since been released - the held copy  *
      * comes back through the N function instead.              *
      *****************************************************
       CHECK-UPSTREAM-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLDJRNL-FILE
           IF WS-HJRN-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-UPSTREAM-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE HOLDJRNL-FILE
           IF HRQ-RESULT NOT = "1" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REL-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RELEASED-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE HOLD-FILE
           MOVE "N" TO WS-FOUND-SW
           MOVE HRQ-HOLD-ID TO HJ-HOLD-ID
           PERFORM FIND-RELEASED-PARAGRAPH
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-CNT OR WS-FOUND-SW = "Y"
           IF WS-FOUND-SW = "Y" THEN
               MOVE "2" TO HRQ-RESULT
           END-IF.

       READ-UPSTREAM-PARAGRAPH.
           READ HOLDJRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HJ-ACTION = "I"
                           AND HJ-PROGRAM = "LABEDIT"
                           AND HJ-SOURCE = HRQ-FEED-TO
                           AND HJ-ORIG-NAME = HRQ-FILE-NAME
                           AND HJ-DATE = WS-TODAY THEN
                       MOVE "1" TO HRQ-RESULT
                       MOVE HJ-HOLD-ID TO HRQ-HOLD-ID
                       MOVE HJ-BATCH-DATE TO HRQ-BATCH-DATE
                       MOVE HJ-HELD-NAME TO HRQ-HELD-NAME
                       MOVE HJ-REASON TO HRQ-REASON
                   END-IF
           END-READ.

      *****************************************************
      * NEXT-RELEASED-PARAGRAPH gathers the interceptions for  *
      * HRQ-FEED-TO whose hold has been released and that have *
      * not been journaled as fed, then hands back the         *
      * HRQ-SEQ'th one. A held copy that has since disappeared *
      * from disk is passed over with a note rather than       *
      * failing the run that would have fed it.                 *
      *****************************************************
       NEXT-RELEASED-PARAGRAPH.
           MOVE 0 TO WS-REL-CNT
           MOVE 0 TO WS-PICK-CNT
           MOVE 0 TO WS-WAIT-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RELEASED-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE HOLD-FILE
           IF WS-REL-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLDJRNL-FILE
           IF WS-HJRN-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PICKUP-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE HOLDJRNL-FILE
           PERFORM FIND-PICKUP-PARAGRAPH
               VARYING WS-PICK-IDX FROM 1 BY 1
               UNTIL WS-PICK-IDX > WS-PICK-CNT
                   OR HRQ-RESULT = "1".

       READ-RELEASED-PARAGRAPH.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HLD-STATUS = "R" AND WS-REL-CNT < 500 THEN
                       ADD 1 TO WS-REL-CNT
                       MOVE HLD-ID TO WS-REL-ID(WS-REL-CNT)
                   END-IF
           END-READ.

       READ-PICKUP-PARAGRAPH.
           READ HOLDJRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HJ-SOURCE = HRQ-FEED-TO THEN
                       EVALUATE HJ-ACTION
                           WHEN "I"
                               PERFORM ADD-PICKUP-PARAGRAPH
                           WHEN "F"
                               PERFORM MARK-PICKUP-FED-PARAGRAPH
                                   VARYING WS-PICK-IDX FROM 1 BY 1
                                   UNTIL WS-PICK-IDX > WS-PICK-CNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       ADD-PICKUP-PARAGRAPH.
           MOVE "N" TO WS-FOUND-SW
           PERFORM FIND-RELEASED-PARAGRAPH
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-CNT OR WS-FOUND-SW = "Y"
           IF WS-FOUND-SW = "Y" AND WS-PICK-CNT < 100 THEN
               ADD 1 TO WS-PICK-CNT
               MOVE HJ-HELD-NAME TO WS-PK-HELD-NAME(WS-PICK-CNT)
               MOVE HJ-HOLD-ID TO WS-PK-HOLD-ID(WS-PICK-CNT)
               MOVE HJ-BATCH-DATE TO WS-PK-BAT-DATE(WS-PICK-CNT)
               MOVE HJ-ORIG-NAME TO WS-PK-ORIG-NAME(WS-PICK-CNT)
               MOVE "N" TO WS-PK-FED-SW(WS-PICK-CNT)
           END-IF.

       FIND-RELEASED-PARAGRAPH.
           IF WS-REL-ID(WS-REL-IDX) = HJ-HOLD-ID THEN
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

       MARK-PICKUP-FED-PARAGRAPH.
           IF WS-PK-HELD-NAME(WS-PICK-IDX) = HJ-HELD-NAME THEN
               MOVE "Y" TO WS-PK-FED-SW(WS-PICK-IDX)
           END-IF.

       FIND-PICKUP-PARAGRAPH.
           IF WS-PK-FED-SW(WS-PICK-IDX) = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PK-HELD-NAME(WS-PICK-IDX) TO WS-FEED-NAME
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00" THEN
               DISPLAY "*** NOTE: released feed "
                   WS-PK-HELD-NAME(WS-PICK-IDX)
               DISPLAY "*** is no longer in the held-feeds area - "
                   "not fed."
               EXIT PARAGRAPH
           END-IF
           CLOSE FEED-FILE
           ADD 1 TO WS-WAIT-CNT
           IF WS-WAIT-CNT = HRQ-SEQ THEN
               MOVE "1" TO HRQ-RESULT
               MOVE WS-PK-HELD-NAME(WS-PICK-IDX) TO HRQ-HELD-NAME
               MOVE WS-PK-HOLD-ID(WS-PICK-IDX) TO HRQ-HOLD-ID
               MOVE WS-PK-BAT-DATE(WS-PICK-IDX) TO HRQ-BATCH-DATE
               MOVE WS-PK-ORIG-NAME(WS-PICK-IDX) TO HRQ-FILE-NAME
           END-IF.

      *****************************************************
      * WRITE-JOURNAL-PARAGRAPH appends an I (intercepted) or  *
      * F (fed) record, as WS-JRNL-ACTION says, from the       *
      * request area.                                           *
      *****************************************************
       WRITE-JOURNAL-PARAGRAPH.
           OPEN EXTEND HOLDJRNL-FILE
           IF WS-HJRN-STATUS = "35" THEN
               OPEN OUTPUT HOLDJRNL-FILE
           END-IF
           MOVE SPACES TO Hold-Jrnl-Record
           MOVE WS-JRNL-ACTION TO HJ-ACTION
           MOVE WS-TODAY TO HJ-DATE
           ACCEPT HJ-TIME FROM TIME
           MOVE HRQ-PROGRAM TO HJ-PROGRAM
           MOVE WS-OPERATOR TO HJ-OPERATOR
           MOVE HRQ-HOLD-ID TO HJ-HOLD-ID
           MOVE HRQ-FEED-TO TO HJ-SOURCE
           MOVE HRQ-PROVIDER TO HJ-PROVIDER
           MOVE HRQ-BATCH-DATE TO HJ-BATCH-DATE
           MOVE HRQ-FILE-NAME TO HJ-ORIG-NAME
           MOVE HRQ-HELD-NAME TO HJ-HELD-NAME
           MOVE HRQ-REASON TO HJ-REASON
           WRITE Hold-Jrnl-Record
           CLOSE HOLDJRNL-FILE.
