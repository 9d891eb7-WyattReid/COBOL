      * "            by reason code) are now appended to the edit"
      * "            history file so LABEDTRP can trend the feed's"
      * "            quality instead of the counts scrolling off."
      * "2026-10-15 WAR Inter-location transfer records (REC-TYPE X)"
      * "            are edited like details and passed through to"
      * "            the clean file - one with no counterparty"
      * "            location or direction is rejected as 01."
      * "2026-10-15 WAR The transmission header's origin flag is"
      * "            carried through to the clean file's header."
      * "2026-10-15 WAR Location codes are validated against the"
      * "            location master (see LOCMAST/LABLOCMN) - a"
      * "            header naming an unknown or disabled plant is"
      * "            rejected as 09 along with every record under"
      * "            it, as is a transfer whose counterparty plant"
      * "            is unknown or disabled."
      * "2026-10-15 WAR The edit history record now carries the"
      * "            feed provider's code (LAB_PROVIDER) so each"
      * "            provider's rejects can be billed."
      * "2026-10-15 WAR The input is checked against the"
      * "            supervisor's batch holds (see LABHOLD/LABHCHK)."
      * "            A held transmission is still edited and its"
      * "            rejects queued, but the clean file goes to the"
      * "            held-feeds area - one copy each for LAB1c and"
      * "            LAB2c - instead of under its usual name, with"
      * "            an alert and RC 4, so neither program posts it"
      * "            until the hold is released."
      * "2026-10-15 WAR Each alert now carries the run-log message"
      * "            number it was logged under (ALR-MSG-NO), so"
      * "            HelloWorld can show the catalog's operator"
      * "            response beside it."
      * "2026-10-15 WAR The run's return code is held in WS-RUN-RC"
      * "            and moved to RETURN-CODE only after the lock"
      * "            is released, so an RC 4 run no longer ends as 0."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LOC-FILE ASSIGN TO WS-LOCFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.
           SELECT GENIN-FILE ASSIGN TO WS-GEN-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT GENOUT-FILE ASSIGN TO WS-GEN-DST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO WS-ALERTFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-SEQ
               FILE STATUS IS WS-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INFILE.
               ==HDR-EXPECTED-CNT== BY ==VAL-HDR-EXPECTED-CNT==
               ==HDR-LOCATION==    BY ==VAL-HDR-LOCATION==
               ==HDR-CYCLE==       BY ==VAL-HDR-CYCLE==
               ==HDR-ORIGIN==      BY ==VAL-HDR-ORIGIN==
               ==Detail-Record==   BY ==VAL-DETAIL-RECORD==
               ==DTL-REC-TYPE==    BY ==VAL-DTL-REC-TYPE==
               ==DTL-CATEGORY==    BY ==VAL-DTL-CATEGORY==
               ==Int==             BY ==VAL-INT==
               ==DTL-UNIT==        BY ==VAL-DTL-UNIT==
               ==DTL-REC-ID==      BY ==VAL-DTL-REC-ID==
               ==Transfer-Record== BY ==VAL-TRANSFER-RECORD==
               ==XFR-REC-TYPE==    BY ==VAL-XFR-REC-TYPE==
               ==XFR-CATEGORY==    BY ==VAL-XFR-CATEGORY==
               ==XFR-Int==         BY ==VAL-XFR-INT==
               ==XFR-UNIT==        BY ==VAL-XFR-UNIT==
               ==XFR-REC-ID==      BY ==VAL-XFR-REC-ID==
               ==XFR-CPTY-LOC==    BY ==VAL-XFR-CPTY-LOC==
               ==XFR-DIRECTION==   BY ==VAL-XFR-DIRECTION==
               ==Trailer-Record==  BY ==VAL-TRAILER-RECORD==
               ==TRL-REC-TYPE==    BY ==VAL-TRL-REC-TYPE==
               ==TRL-REC-COUNT==   BY ==VAL-TRL-REC-COUNT==
       FD  EDITHIST-FILE.
           COPY EDITHST.

       FD  LOC-FILE.
           COPY LOCMAST.

       FD  GENIN-FILE.
       01  GENIN-RECORD        Pic X(100).

       FD  GENOUT-FILE.
       01  GENOUT-RECORD       Pic X(100).

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
           COPY INTRECWS.
      * "Category reference table, loaded once from LAB_CATREF -"
       01  WS-CRF-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-CRF-LOOK-CODE    Pic X(2).

      * "Location master table, loaded once from LAB_LOCFILE the"
      * "same way - no file means location codes go unchecked, as"
      * "they always did. WS-LOC-BAD-SW is set when the header"
      * "names a plant not on file (or disabled), and every record"
      * "under that header is then rejected with it."
       01  WS-LOCFILE-NAME     Pic X(40).
       01  WS-LOC-STATUS       Pic X(2).
       01  WS-LOC-EOF          Pic A(1).
       01  WS-LCM-TABLE.
           05  WS-LCM-ENTRY OCCURS 50 TIMES INDEXED BY WS-LCM-IDX.
               10  WS-LCM-CODE     Pic X(3).
               10  WS-LCM-ACTIVE   Pic X(1).
       01  WS-LCM-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-LCM-FOUND-SW     Pic X(1).
       01  WS-LCM-LOOK-CODE    Pic X(3).
       01  WS-LOC-BAD-SW       Pic A(1)        VALUE "N".

      * "LAB_RUNLOG points at the shared run-log every program in"
      * "the suite appends its significant events to - see LABLOGVW"
      * "for the filtered listing."
       01  WS-BATCH-DATE       Pic 9(8)        VALUE 0.
       01  WS-LOCATION         Pic X(3)        VALUE SPACES.
       01  WS-CYCLE            Pic 9(1)        VALUE 1.
       01  WS-ORIGIN           Pic X(1)        VALUE SPACE.

      * "Run lock - the reject file is a shared work queue now"
      * "(LABEDIT appends, LABREJWK rewrites it whole), so both"
      * "clerk session open across the nightly run would"
      * "otherwise lose every reject appended after its load."
           COPY LOCKREQ.
      * "Held until STOP RUN - every CALL resets RETURN-CODE."
       01  WS-RUN-RC           Pic 9(1)        VALUE 0.

       01  WS-REASON-CODE      Pic X(2).
       01  WS-REJECT-LINE      Pic X(45).
       01  WS-RUN-DATE         Pic 9(8).

      * "Per-reason reject counters for the edit history record -"
      * "subscript 1-9 matches reason codes 01-09."
       01  WS-HISTFILE-NAME    Pic X(40).
       01  WS-HIST-STATUS      Pic X(2).
       01  WS-RC-TABLE.
           05  WS-RC-CNT       Pic 9(6)   OCCURS 9 TIMES
                                           INDEXED BY WS-RC-IDX.
       01  WS-RC-SUB           Pic 9(2)   COMP   VALUE 0.
       01  WS-READ-CNT         Pic 9(6)        VALUE 0.

      * "Batch holds - the input is offered to LABHCHK before the"
      * "edit. A held transmission's clean file is copied to the"
      * "held-feeds area once for each downstream program"
      * "(<valid>.H1yyyymmdd for LAB1c, .H2yyyymmdd for LAB2c) and"
      * "removed from its usual name, so neither posts it until"
      * "the release hands each copy to that program's next run."
           COPY HOLDREQ.
       01  WS-HELD-SW          Pic A(1)        VALUE "N".
       01  WS-GEN-SRC-NAME     Pic X(40).
       01  WS-GEN-DST-NAME     Pic X(52).
       01  WS-GEN-STATUS       Pic X(2).
       01  WS-GEN-EOF          Pic A(1).
       01  WS-GEN-LINE         Pic X(100).
       01  WS-HELD-SUFFIX      Pic X(3).
       01  WS-HELD-RC          Pic S9(9)  COMP.

      * "LAB_ALERTS points at the central operator alert file -"
      * "serious conditions land there too, and HelloWorld shows"
      * "them at sign-on until someone acknowledges them."
       01  WS-ALERTFILE-NAME   Pic X(40).
       01  WS-ALERT-STATUS     Pic X(2).
       01  WS-ALERT-EOF        Pic A(1).
       01  WS-ALR-NEXT-SEQ     Pic 9(6).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM TAKE-LOCK-PARAGRAPH
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM CHECK-HOLD-PARAGRAPH
           PERFORM EDIT-PASS-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE INFILE
           PERFORM CHECK-FILE-SHAPE-PARAGRAPH
           PERFORM WRITE-VALID-FILE-PARAGRAPH
           IF WS-HELD-SW = "Y" THEN
               PERFORM HOLD-CLEAN-FILE-PARAGRAPH
           END-IF
           CLOSE REJECTFILE
           PERFORM WRAP-UP-PARAGRAPH
           PERFORM RELEASE-LOCK-PARAGRAPH
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM CLEAR-RC-CNT-PARAGRAPH
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > 9
           PERFORM LOAD-CATREF-PARAGRAPH
           PERFORM LOAD-LOCMAST-PARAGRAPH
           MOVE "N" TO WS-EOF
           OPEN INPUT INFILE
           IF WS-INFILE-STATUS NOT = "00" THEN
      * validated; clean details are counted and hashed (for   *
      * the fresh header/trailer) and failures are written to  *
      * the reject file with a reason code. Reason codes:       *
      *   01 unknown record type (or a transfer record with no  *
      *      counterparty location/direction)                   *
      *                            02 value not numeric         *
      *   03 category missing      04 unit not on valid list    *
      *   05 second header         06 header not first record   *
      *   07 second trailer        08 record after trailer      *
      *   09 location (header plant or transfer counterparty)   *
      *      not on the location master, or disabled            *
      *****************************************************
       EDIT-PASS-PARAGRAPH.
           READ INFILE NEXT RECORD INTO WS-Record
                           MOVE "Y" TO WS-HDR-SEEN-SW
                           MOVE WS-H-BATCH-DATE TO WS-BATCH-DATE
                           MOVE WS-H-LOCATION TO WS-LOCATION
                           MOVE WS-H-ORIGIN TO WS-ORIGIN
                           IF WS-H-CYCLE IS NUMERIC
                                   AND WS-H-CYCLE NOT = 0 THEN
                               MOVE WS-H-CYCLE TO WS-CYCLE
                           END-IF
                           MOVE WS-H-LOCATION TO WS-LCM-LOOK-CODE
                           PERFORM LOOKUP-LOCMAST-PARAGRAPH
                           IF WS-LCM-FOUND-SW = "N" THEN
                               MOVE "Y" TO WS-LOC-BAD-SW
                               MOVE "09" TO WS-REASON-CODE
                           END-IF
                       END-IF
                   END-IF
               WHEN "T"
                   END-IF
               WHEN "D"
                   PERFORM EDIT-DETAIL-PARAGRAPH
               WHEN "X"
                   IF WS-X-CPTY-LOC = SPACES
                           OR (WS-X-DIRECTION NOT = "O"
                               AND WS-X-DIRECTION NOT = "I") THEN
                       MOVE "01" TO WS-REASON-CODE
                   ELSE
                       MOVE WS-X-CPTY-LOC TO WS-LCM-LOOK-CODE
                       PERFORM LOOKUP-LOCMAST-PARAGRAPH
                       IF WS-LCM-FOUND-SW = "N" THEN
                           MOVE "09" TO WS-REASON-CODE
                       ELSE
                           PERFORM EDIT-DETAIL-PARAGRAPH
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "01" TO WS-REASON-CODE
           END-EVALUATE
               PERFORM WRITE-REJECT-PARAGRAPH
               IF WS-REASON-CODE IS NUMERIC THEN
                   MOVE WS-REASON-CODE TO WS-RC-SUB
                   IF WS-RC-SUB > 0 AND WS-RC-SUB < 10 THEN
                       ADD 1 TO WS-RC-CNT(WS-RC-SUB)
                   END-IF
               END-IF
               MOVE "08" TO WS-REASON-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOC-BAD-SW = "Y" THEN
               MOVE "09" TO WS-REASON-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-Int IS NOT NUMERIC THEN
               MOVE "02" TO WS-REASON-CODE
               EXIT PARAGRAPH
           MOVE WS-CLEAN-CNT TO VAL-HDR-EXPECTED-CNT
           MOVE WS-LOCATION TO VAL-HDR-LOCATION
           MOVE WS-CYCLE TO VAL-HDR-CYCLE
           MOVE WS-ORIGIN TO VAL-HDR-ORIGIN
           WRITE VAL-HEADER-RECORD

           MOVE "N" TO WS-EOF
           WRITE VAL-TRAILER-RECORD
           CLOSE VALIDFILE.

      *****************************************************
      * CHECK-HOLD-PARAGRAPH asks LABHCHK whether an active    *
      * hold covers this transmission. LABEDIT routes its own  *
      * clean file afterwards, so the input itself is left     *
      * where it is.                                            *
      *****************************************************
       CHECK-HOLD-PARAGRAPH.
           MOVE "C" TO HRQ-FUNCTION
           MOVE "LABEDIT" TO HRQ-PROGRAM
           MOVE SPACES TO HRQ-FEED-TO
           MOVE SPACES TO HRQ-PROVIDER
           ACCEPT HRQ-PROVIDER FROM ENVIRONMENT "LAB_PROVIDER"
           MOVE "N" TO HRQ-ROUTE-SW
           MOVE WS-INFILE-NAME TO HRQ-FILE-NAME
           CALL "LABHCHK" USING Hold-Request
           IF HRQ-RESULT = "1" THEN
               MOVE "Y" TO WS-HELD-SW
           END-IF.

      *****************************************************
      * HOLD-CLEAN-FILE-PARAGRAPH moves the clean file just    *
      * written into the held-feeds area - one copy per        *
      * downstream program, each journaled as intercepted for  *
      * that program - and deletes it from its usual name so   *
      * tonight's LAB1c/LAB2c skip it (see LABHCHK's upstream  *
      * check) instead of posting it.                           *
      *****************************************************
       HOLD-CLEAN-FILE-PARAGRAPH.
           MOVE WS-VALIDFILE-NAME TO WS-GEN-SRC-NAME
           MOVE ".H1" TO WS-HELD-SUFFIX
           MOVE "LAB1C" TO HRQ-FEED-TO
           PERFORM HOLD-ONE-COPY-PARAGRAPH
           MOVE ".H2" TO WS-HELD-SUFFIX
           MOVE "LAB2C" TO HRQ-FEED-TO
           PERFORM HOLD-ONE-COPY-PARAGRAPH
           CALL "CBL_DELETE_FILE" USING WS-GEN-SRC-NAME
               RETURNING WS-HELD-RC
           DISPLAY "*** Transmission " WS-INFILE-NAME
               " is under hold " HRQ-HOLD-ID
           DISPLAY "*** Reason: " HRQ-REASON
           DISPLAY "*** Clean file held - not released to LAB1c or "
               "LAB2c."
           MOVE "W" TO WS-LOG-SEV
           MOVE "0110" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Feed held, hold " HRQ-HOLD-ID " batch "
               HRQ-BATCH-DATE
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM WRITE-ALERT-PARAGRAPH.

       HOLD-ONE-COPY-PARAGRAPH.
           MOVE SPACES TO WS-GEN-DST-NAME
           STRING WS-GEN-SRC-NAME DELIMITED BY " "
               WS-HELD-SUFFIX DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-GEN-DST-NAME
           MOVE "N" TO WS-GEN-EOF
           OPEN INPUT GENIN-FILE
           OPEN OUTPUT GENOUT-FILE
           PERFORM COPY-GEN-LINE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-GEN-EOF = "Y"
           CLOSE GENIN-FILE
           CLOSE GENOUT-FILE
           DISPLAY "Clean file held as " WS-GEN-DST-NAME
           MOVE "J" TO HRQ-FUNCTION
           MOVE WS-GEN-SRC-NAME TO HRQ-FILE-NAME
           MOVE WS-GEN-DST-NAME TO HRQ-HELD-NAME
           CALL "LABHCHK" USING Hold-Request.

       COPY-GEN-LINE-PARAGRAPH.
           READ GENIN-FILE NEXT RECORD INTO WS-GEN-LINE
               AT END MOVE "Y" TO WS-GEN-EOF
               NOT AT END
                   WRITE GENOUT-RECORD FROM WS-GEN-LINE
           END-READ.

       COPY-CLEAN-PARAGRAPH.
           READ INFILE NEXT RECORD INTO WS-Record
               AT END MOVE "Y" TO WS-EOF
                       MOVE WS-Record TO VAL-DETAIL-RECORD
                       WRITE VAL-DETAIL-RECORD
                   END-IF
                   IF WS-REASON-CODE = SPACES
                           AND WS-REC-TYPE = "X" THEN
                       MOVE WS-Record TO VAL-TRANSFER-RECORD
                       WRITE VAL-TRANSFER-RECORD
                   END-IF
           END-READ.

       WRAP-UP-PARAGRAPH.
               " rejected " WS-REJECT-CNT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-LOC-BAD-SW = "Y" THEN
               DISPLAY "*** Header location " WS-LOCATION
                   " is not an active plant on the location master"
               DISPLAY "*** - the whole transmission was rejected "
                   "(reason 09). See LABLOCMN."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0103" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Location " WS-LOCATION
                   " not on location master - rejected"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
           END-IF
           PERFORM WRITE-EDIT-HIST-PARAGRAPH
           IF WS-REJECT-CNT NOT = 0 OR WS-HELD-SW = "Y" THEN
               MOVE 4 TO WS-RUN-RC
           END-IF.

      *****************************************************
           MOVE WS-READ-CNT TO EH-READ
           MOVE WS-CLEAN-CNT TO EH-CLEAN
           MOVE WS-REJECT-CNT TO EH-REJECTED
           ACCEPT EH-PROVIDER FROM ENVIRONMENT "LAB_PROVIDER"
           PERFORM FILL-REASON-CNT-PARAGRAPH
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > 9
           WRITE Edit-Hist-Record
           CLOSE EDITHIST-FILE.

               SET WS-CRF-FOUND-IDX TO WS-CRF-IDX
           END-IF.

      *****************************************************
      * LOAD-LOCMAST-PARAGRAPH loads the location master once *
      * at start-up - a missing file leaves the table empty,   *
      * which switches the location check off.                  *
      *****************************************************
       LOAD-LOCMAST-PARAGRAPH.
           MOVE "lab-locations.dat" TO WS-LOCFILE-NAME
           ACCEPT WS-LOCFILE-NAME FROM ENVIRONMENT "LAB_LOCFILE"
           IF WS-LOCFILE-NAME = SPACES THEN
               MOVE "lab-locations.dat" TO WS-LOCFILE-NAME
           END-IF
           MOVE 0 TO WS-LCM-CNT
           MOVE "N" TO WS-LOC-EOF
           OPEN INPUT LOC-FILE
           IF WS-LOC-STATUS = "00" THEN
               PERFORM READ-LOCMAST-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-LOC-EOF = "Y"
               CLOSE LOC-FILE
           END-IF.

       READ-LOCMAST-PARAGRAPH.
           READ LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LOC-EOF
               NOT AT END
                   IF WS-LCM-CNT < 50 THEN
                       ADD 1 TO WS-LCM-CNT
                       MOVE LCM-CODE TO WS-LCM-CODE(WS-LCM-CNT)
                       MOVE LCM-ACTIVE TO WS-LCM-ACTIVE(WS-LCM-CNT)
                   END-IF
           END-READ.

      *****************************************************
      * LOOKUP-LOCMAST-PARAGRAPH sets WS-LCM-FOUND-SW for     *
      * WS-LCM-LOOK-CODE - Y when it is an active plant on the *
      * master, and always Y for a blank code (the original    *
      * single plant) or when no master is loaded.              *
      *****************************************************
       LOOKUP-LOCMAST-PARAGRAPH.
           MOVE "N" TO WS-LCM-FOUND-SW
           IF WS-LCM-CNT = 0 OR WS-LCM-LOOK-CODE = SPACES THEN
               MOVE "Y" TO WS-LCM-FOUND-SW
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-LOCMAST-PARAGRAPH
               VARYING WS-LCM-IDX FROM 1 BY 1
               UNTIL WS-LCM-IDX > WS-LCM-CNT
                   OR WS-LCM-FOUND-SW = "Y".

       SCAN-LOCMAST-PARAGRAPH.
           IF WS-LCM-CODE(WS-LCM-IDX) = WS-LCM-LOOK-CODE
                   AND WS-LCM-ACTIVE(WS-LCM-IDX) = "Y" THEN
               MOVE "Y" TO WS-LCM-FOUND-SW
           END-IF.

      *****************************************************
      * WRITE-ALERT-PARAGRAPH appends one record to the        *
      * central operator alert file for a serious condition -  *
      * it reuses the severity and text the run-log call just   *
      * used, so the alert and the log line always agree.        *
      *****************************************************
       WRITE-ALERT-PARAGRAPH.
           MOVE "lab-alerts.dat" TO WS-ALERTFILE-NAME
           ACCEPT WS-ALERTFILE-NAME FROM ENVIRONMENT "LAB_ALERTS"
           IF WS-ALERTFILE-NAME = SPACES THEN
               MOVE "lab-alerts.dat" TO WS-ALERTFILE-NAME
           END-IF
           OPEN I-O ALERT-FILE
           IF WS-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN I-O ALERT-FILE
           END-IF
           PERFORM FIND-ALERT-SEQ-PARAGRAPH
           MOVE SPACES TO Alert-Record
           MOVE WS-ALR-NEXT-SEQ TO ALR-SEQ
           ACCEPT ALR-DATE FROM DATE YYYYMMDD
           ACCEPT ALR-TIME FROM TIME
           MOVE "LABEDIT" TO ALR-PROGRAM
           MOVE WS-LOG-SEV TO ALR-SEVERITY
           MOVE WS-LOG-TEXT TO ALR-TEXT
           MOVE WS-LOG-MSGNO TO ALR-MSG-NO
           MOVE "N" TO ALR-ACK-FLAG
           WRITE Alert-Record
           CLOSE ALERT-FILE.

      *****************************************************
      * FIND-ALERT-SEQ-PARAGRAPH walks the indexed alert file  *
      * for the highest ALR-SEQ and hands back the next one -  *
      * each writer assigns its own key, so the file needs no  *
      * separate sequence record.                               *
      *****************************************************
       FIND-ALERT-SEQ-PARAGRAPH.
           MOVE 0 TO WS-ALR-NEXT-SEQ
           MOVE "N" TO WS-ALERT-EOF
           MOVE 0 TO ALR-SEQ
           START ALERT-FILE KEY NOT < ALR-SEQ
               INVALID KEY MOVE "Y" TO WS-ALERT-EOF
           END-START
           PERFORM SCAN-ALERT-SEQ-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-ALERT-EOF = "Y"
           ADD 1 TO WS-ALR-NEXT-SEQ.

       SCAN-ALERT-SEQ-PARAGRAPH.
           READ ALERT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-ALERT-EOF
               NOT AT END
                   IF ALR-SEQ > WS-ALR-NEXT-SEQ THEN
                       MOVE ALR-SEQ TO WS-ALR-NEXT-SEQ
                   END-IF
           END-READ.

      *****************************************************
      * TAKE-LOCK-PARAGRAPH/RELEASE-LOCK-PARAGRAPH guard the  *
      * shared file this program rewrites - a refused take     *
