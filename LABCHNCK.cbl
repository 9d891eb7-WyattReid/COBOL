       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABCHNCK.
       AUTHOR. Wyatt Reid.
      * "Audit chain check - the maintenance journal, the keyed-"
      * "entry journal, the reject repair audit, the YTD posting"
      * "journal, and signon.log each seal every record with a"
      * "chain value folded from its content and the record"
      * "before it (see LABCHAIN/CHAINREQ). This walks each of"
      * "them, and every archive entered on the chain anchor"
      * "register (see CHAINANC), re-folding the chain from the"
      * "file's anchor and reporting the first record whose link"
      * "does not hold - a line deleted, inserted, or edited after"
      * "it was written. Records from before the chain existed"
      * "head a file unsealed and are passed over; an unsealed"
      * "record after a sealed one is a break. Any break is"
      * "logged, raised as an operator alert, and ends the run"
      * "RETURN-CODE 4. Runs as the last step of the night chain."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKED-FILE ASSIGN TO WS-CHECKED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHECKED-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO WS-ANCFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANC-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO WS-ALERTFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-SEQ
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKED-FILE.
       01  CHECKED-RECORD      Pic X(220).

       FD  ANCHOR-FILE.
           COPY CHAINANC.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
      * "LAB_ALERTS points at the central operator alert file -"
      * "serious conditions land there too, and HelloWorld shows"
      * "them at sign-on until someone acknowledges them."
       01  WS-ALERTFILE-NAME   Pic X(40).
       01  WS-ALERT-STATUS     Pic X(2).
       01  WS-ALERT-EOF        Pic A(1).
       01  WS-ALR-NEXT-SEQ     Pic 9(6).
      * "LAB_RUNLOG points at the shared run-log every program in"
      * "the suite appends its significant events to - see LABLOGVW"
      * "for the filtered listing."
       01  WS-RUNLOG-NAME      Pic X(40).
       01  WS-RUNLOG-STATUS    Pic X(2).
       01  WS-LOG-SEV          Pic X(1).
       01  WS-LOG-MSGNO        Pic X(4).
       01  WS-LOG-TEXT         Pic X(50).

      * "LAB_CHAINANC/LABCHNCK_OUTFILE stand in for JCL DD"
      * "overrides; the live files are found under the same"
      * "overrides the programs writing them use."
       01  WS-ANCFILE-NAME     Pic X(40).
       01  WS-ANC-STATUS       Pic X(2).
       01  WS-ANC-EOF          Pic A(1).
       01  WS-OUTFILE-NAME     Pic X(40).
       01  WS-CHECKED-NAME     Pic X(52).
       01  WS-CHECKED-STATUS   Pic X(2).
       01  WS-CHECKED-EOF      Pic A(1).

      * "Files to walk - the five live files first, then every"
      * "archive on the anchor register. WS-CHK-LEN is the record"
      * "length ahead of the chain value; an archive takes it"
      * "from the live file it was cut from (<live>.Ayyyymmdd, or"
      * "signon-yyyymmdd.log for the sign-on log)."
       01  WS-CHK-TABLE.
           05  WS-CHK-ENTRY OCCURS 200 TIMES INDEXED BY WS-CHK-IDX.
               10  WS-CHK-NAME     Pic X(52).
               10  WS-CHK-LEN      Pic 9(3).
       01  WS-CHK-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-LIVE-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-LIVE-IDX         Pic 9(4)   COMP   VALUE 0.
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.
       01  WS-NAME-LEN         Pic 9(3)   COMP   VALUE 0.
       01  WS-ENV-NAME         Pic X(52).
       01  WS-NEW-NAME         Pic X(52).
       01  WS-NEW-LEN          Pic 9(3)        VALUE 0.

      * "The walk of one file - the link carried from record to"
      * "record, and the first record whose link does not hold."
           COPY CHAINREQ.
       01  WS-CHK-LINE         Pic X(220).
       01  WS-CHAIN-POS        Pic 9(3)   COMP   VALUE 0.
       01  WS-PREV             Pic 9(9)        VALUE 0.
       01  WS-CHAINED-SW       Pic A(1)        VALUE "N".
       01  WS-REC-NO           Pic 9(7)        VALUE 0.
       01  WS-SEALED-CNT       Pic 9(7)        VALUE 0.
       01  WS-BROKEN-AT        Pic 9(7)        VALUE 0.

      * "LAB_REGION names the active region - printed on the"
      * "heading so a test page can never be mistaken for"
      * "production (see LABRGSET)."
       01  WS-REGION           Pic X(8)        VALUE "PROD".
       01  WS-TODAY            Pic 9(8).
       01  WS-CHECKED-CNT      Pic 9(4)        VALUE 0.
       01  WS-BREAK-CNT        Pic 9(4)        VALUE 0.
       01  WS-REPORT-LINE      Pic X(100).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM LOAD-LIVE-FILES-PARAGRAPH
           PERFORM LOAD-ARCHIVES-PARAGRAPH
           PERFORM CHECK-ONE-FILE-PARAGRAPH
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-CNT
           PERFORM WRAP-UP-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE "Run started" TO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           MOVE "lab-chain-anchor.dat" TO WS-ANCFILE-NAME
           ACCEPT WS-ANCFILE-NAME FROM ENVIRONMENT "LAB_CHAINANC"
           IF WS-ANCFILE-NAME = SPACES THEN
               MOVE "lab-chain-anchor.dat" TO WS-ANCFILE-NAME
           END-IF
           MOVE "lab-chain-rpt.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABCHNCK_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-chain-rpt.dat" TO WS-OUTFILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Audit Chain Check   Run Date: " WS-TODAY
               "   Region: " WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CHN-LINE-PARAGRAPH.

      *****************************************************
      * LOAD-LIVE-FILES-PARAGRAPH - the five chained files,    *
      * each under the override its writers honour, with the    *
      * record length its chain value follows.                  *
      *****************************************************
       LOAD-LIVE-FILES-PARAGRAPH.
           MOVE "lab-mnt-jrnl.dat" TO WS-ENV-NAME
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "LABMAINT_JRNFILE"
           IF WS-ENV-NAME = SPACES THEN
               MOVE "lab-mnt-jrnl.dat" TO WS-ENV-NAME
           END-IF
           MOVE WS-ENV-NAME TO WS-NEW-NAME
           MOVE 109 TO WS-NEW-LEN
           PERFORM ADD-CHK-ENTRY-PARAGRAPH
           MOVE "lab2b-journal.dat" TO WS-ENV-NAME
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "LAB2B_JRNFILE"
           IF WS-ENV-NAME = SPACES THEN
               MOVE "lab2b-journal.dat" TO WS-ENV-NAME
           END-IF
           MOVE WS-ENV-NAME TO WS-NEW-NAME
           MOVE 50 TO WS-NEW-LEN
           PERFORM ADD-CHK-ENTRY-PARAGRAPH
           MOVE "lab-rej-audit.dat" TO WS-ENV-NAME
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "LABREJWK_AUDIT"
           IF WS-ENV-NAME = SPACES THEN
               MOVE "lab-rej-audit.dat" TO WS-ENV-NAME
           END-IF
           MOVE WS-ENV-NAME TO WS-NEW-NAME
           MOVE 92 TO WS-NEW-LEN
           PERFORM ADD-CHK-ENTRY-PARAGRAPH
           MOVE "lab2-ytd-jrnl.dat" TO WS-ENV-NAME
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT "LAB_YTDJRNL"
           IF WS-ENV-NAME = SPACES THEN
               MOVE "lab2-ytd-jrnl.dat" TO WS-ENV-NAME
           END-IF
           MOVE WS-ENV-NAME TO WS-NEW-NAME
           MOVE 90 TO WS-NEW-LEN
           PERFORM ADD-CHK-ENTRY-PARAGRAPH
           MOVE "signon.log" TO WS-NEW-NAME
           MOVE 60 TO WS-NEW-LEN
           PERFORM ADD-CHK-ENTRY-PARAGRAPH
           MOVE WS-CHK-CNT TO WS-LIVE-CNT.

      *****************************************************
      * LOAD-ARCHIVES-PARAGRAPH adds every file named on the   *
      * anchor register that is not already listed - the        *
      * archives LABRETEN and LABACTRP have cut. A name whose    *
      * live file cannot be told is reported, not guessed at.    *
      *****************************************************
       LOAD-ARCHIVES-PARAGRAPH.
           MOVE "N" TO WS-ANC-EOF
           OPEN INPUT ANCHOR-FILE
           IF WS-ANC-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ANCHOR-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-ANC-EOF = "Y"
           CLOSE ANCHOR-FILE.

       READ-ANCHOR-PARAGRAPH.
           READ ANCHOR-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-ANC-EOF
               NOT AT END
                   PERFORM LIST-ARCHIVE-PARAGRAPH
           END-READ.

       LIST-ARCHIVE-PARAGRAPH.
           MOVE CHA-FILE-NAME TO WS-NEW-NAME
           PERFORM FIND-CHK-ENTRY-PARAGRAPH
           IF WS-FOUND-IDX NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NEW-LEN
           IF WS-NEW-NAME(1:7) = "signon-" THEN
               MOVE 60 TO WS-NEW-LEN
           ELSE
               PERFORM MATCH-LIVE-PARAGRAPH
                   VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-CNT
                       OR WS-NEW-LEN NOT = 0
           END-IF
           IF WS-NEW-LEN = 0 THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  SKIPPED " WS-NEW-NAME
                   " - not cut from a known chained file"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-CHN-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-CHK-ENTRY-PARAGRAPH.

       MATCH-LIVE-PARAGRAPH.
           MOVE 0 TO WS-NAME-LEN
           INSPECT WS-CHK-NAME(WS-LIVE-IDX) TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NAME-LEN > 0 AND WS-NAME-LEN < 50 THEN
               IF WS-NEW-NAME(1:WS-NAME-LEN)
                       = WS-CHK-NAME(WS-LIVE-IDX)(1:WS-NAME-LEN)
                       AND WS-NEW-NAME(WS-NAME-LEN + 1:2) = ".A" THEN
                   MOVE WS-CHK-LEN(WS-LIVE-IDX) TO WS-NEW-LEN
               END-IF
           END-IF.

       FIND-CHK-ENTRY-PARAGRAPH.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM SCAN-CHK-ENTRY-PARAGRAPH
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-CNT
                   OR WS-FOUND-IDX NOT = 0.

       SCAN-CHK-ENTRY-PARAGRAPH.
           IF WS-CHK-NAME(WS-CHK-IDX) = WS-NEW-NAME THEN
               SET WS-FOUND-IDX TO WS-CHK-IDX
           END-IF.

       ADD-CHK-ENTRY-PARAGRAPH.
           IF WS-CHK-CNT < 200 THEN
               ADD 1 TO WS-CHK-CNT
               MOVE WS-NEW-NAME TO WS-CHK-NAME(WS-CHK-CNT)
               MOVE WS-NEW-LEN TO WS-CHK-LEN(WS-CHK-CNT)
           END-IF.

      *****************************************************
      * CHECK-ONE-FILE-PARAGRAPH walks one file from its       *
      * anchor. A file not there (nothing written yet, or an    *
      * archive moved offline) is reported and passed over.      *
      *****************************************************
       CHECK-ONE-FILE-PARAGRAPH.
           MOVE WS-CHK-NAME(WS-CHK-IDX) TO WS-CHECKED-NAME
           MOVE "N" TO WS-CHECKED-EOF
           OPEN INPUT CHECKED-FILE
           IF WS-CHECKED-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ABSENT  " WS-CHECKED-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-CHN-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECKED-CNT
           MOVE "S" TO CHN-FUNCTION
           MOVE WS-CHECKED-NAME TO CHN-FILE-NAME
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-PREV TO WS-PREV
           COMPUTE WS-CHAIN-POS = WS-CHK-LEN(WS-CHK-IDX) + 1
           MOVE "N" TO WS-CHAINED-SW
           MOVE 0 TO WS-REC-NO
           MOVE 0 TO WS-SEALED-CNT
           MOVE 0 TO WS-BROKEN-AT
           PERFORM READ-CHECKED-PARAGRAPH
               WITH TEST BEFORE
               UNTIL WS-CHECKED-EOF = "Y" OR WS-BROKEN-AT NOT = 0
           CLOSE CHECKED-FILE
           IF WS-BROKEN-AT = 0 THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  OK      " WS-CHECKED-NAME
                   " sealed " WS-SEALED-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-CHN-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BREAK-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  BROKEN  " WS-CHECKED-NAME
               " at record " WS-BROKEN-AT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CHN-LINE-PARAGRAPH
           MOVE "E" TO WS-LOG-SEV
           MOVE "0201" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Chain broken rec " WS-BROKEN-AT " "
               WS-CHECKED-NAME
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           PERFORM WRITE-ALERT-PARAGRAPH.

      *****************************************************
      * READ-CHECKED-PARAGRAPH re-folds one record from the    *
      * link before it and compares. An unsealed record ahead   *
      * of the first sealed one predates the chain and passes.  *
      *****************************************************
       READ-CHECKED-PARAGRAPH.
           MOVE SPACES TO WS-CHK-LINE
           READ CHECKED-FILE NEXT RECORD INTO WS-CHK-LINE
               AT END MOVE "Y" TO WS-CHECKED-EOF
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   PERFORM CHECK-LINK-PARAGRAPH
           END-READ.

       CHECK-LINK-PARAGRAPH.
           IF WS-CHK-LINE(WS-CHAIN-POS:9) IS NOT NUMERIC THEN
               IF WS-CHAINED-SW = "Y" THEN
                   MOVE WS-REC-NO TO WS-BROKEN-AT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CHAINED-SW
           ADD 1 TO WS-SEALED-CNT
           MOVE "C" TO CHN-FUNCTION
           MOVE WS-CHK-LEN(WS-CHK-IDX) TO CHN-DATA-LEN
           MOVE WS-CHK-LINE TO CHN-DATA
           MOVE WS-PREV TO CHN-PREV
           CALL "LABCHAIN" USING Chain-Request
           IF CHN-VALUE NOT = WS-CHK-LINE(WS-CHAIN-POS:9) THEN
               MOVE WS-REC-NO TO WS-BROKEN-AT
           END-IF
           MOVE WS-CHK-LINE(WS-CHAIN-POS:9) TO WS-PREV.

       WRAP-UP-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Files checked: " WS-CHECKED-CNT
               "   broken chains: " WS-BREAK-CNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CHN-LINE-PARAGRAPH
           CLOSE REPORT-FILE
           MOVE "I" TO WS-LOG-SEV
           MOVE "0002" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Run ended, broken chains " WS-BREAK-CNT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-BREAK-CNT NOT = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-CHN-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
      *****************************************************
      * WRITE-RUNLOG-PARAGRAPH appends one timestamped event  *
      * to the shared run-log - the caller sets WS-LOG-SEV,    *
      * WS-LOG-MSGNO, and WS-LOG-TEXT first. Opened and closed *
      * per event so the line is on disk the moment it         *
      * happened, even if the run later dies.                   *
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
           MOVE "LABCHNCK" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.
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
           MOVE "LABCHNCK" TO ALR-PROGRAM
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
