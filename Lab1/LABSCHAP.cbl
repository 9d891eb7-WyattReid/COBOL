       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABSCHAP.
       AUTHOR. Wyatt Reid.
      * "Scheduled-change apply - the nightly chain step (after"
      * "the LABMSTBK backup, before LABEXTR) that applies every"
      * "LABMAINT change scheduled for tonight or earlier (see"
      * "SCHEDCHG) to LAB-MASTER.dat, so the night's extract sees"
      * "the master exactly as of the date. Each change goes"
      * "through the ordinary maintenance path - journaled with"
      * "the operator who keyed it and the supervisor who approved"
      * "it - and its schedule entry is marked applied. A change"
      * "that can no longer apply (an add whose key now exists, a"
      * "change or delete whose key is gone) is marked failed with"
      * "the reason, raises an operator alert, and ends the step"
      * "with RETURN-CODE 4 so the chain goes on with a warning."
      * "2026-10-15 WAR Each alert now carries the run-log message"
      * "            number it was logged under (ALR-MSG-NO), so"
      * "            HelloWorld can show the catalog's operator"
      * "            response beside it."
      * "2026-10-15 WAR Each maintenance journal record is now"
      * "            sealed with its audit-chain value (JRN-CHAIN,"
      * "            through LABCHAIN), so a journal line edited"
      * "            or deleted afterwards is caught by LABCHNCK."
      * "2026-10-15 WAR The maintenance journal's chain value is"
      * "            carried from one append to the next instead of"
      * "            re-reading the whole journal for every record."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERFILE ASSIGN TO WS-MASTERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-REC-ID
               FILE STATUS IS WS-MST-STATUS.
           SELECT SCHED-FILE ASSIGN TO WS-SCHEDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
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
       FD  MASTERFILE.
           COPY INTMAST.

       FD  SCHED-FILE.
           COPY SCHEDCHG.

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
      * "LABMAINT_MASTERFILE/LABMAINT_SCHEDFILE/LABMAINT_JRNFILE"
      * "stand in for JCL DD overrides - the same names LABMAINT"
      * "uses, so the step always works the files the operators"
      * "scheduled against."
       01  WS-MASTERFILE-NAME  Pic X(40).
       01  WS-MST-STATUS       Pic X(2).
       01  WS-SCHEDFILE-NAME   Pic X(40).
       01  WS-SCHED-STATUS     Pic X(2).
       01  WS-SCHED-EOF        Pic A(1)        VALUE "N".
       01  WS-JRNFILE-NAME     Pic X(40).
       01  WS-JRN-STATUS       Pic X(2).

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

      * "Run lock - taken through LABLOCK at start and released"
      * "before STOP RUN; a second taker is refused with the"
      * "current holder's name (see LABLKMN for stale locks)."
           COPY LOCKREQ.

      * "Audit chain - each journal record is sealed through"
      * "LABCHAIN just before it is written (see CHAINREQ)."
           COPY CHAINREQ.
      * "The maintenance journal's chain value is read from the"
      * "file once per run and carried from one append to the"
      * "next - the MASTER lock keeps every other writer off it."
       01  WS-JRN-CHAIN-SW     Pic X(1)        VALUE "N".
       01  WS-JRN-LAST-CHAIN   Pic 9(9)        VALUE 0.

      * "The whole schedule file is held here and written back"
      * "with the applied/failed entries marked, so an overflow"
      * "would silently delete every entry past it - an oversized"
      * "file refuses the step instead."
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 500 TIMES INDEXED BY WS-SCH-IDX.
               10  WS-S-SEQ        Pic 9(6).
               10  WS-S-STATUS     Pic X(1).
               10  WS-S-APPLY-DATE Pic 9(8).
               10  WS-S-OPERATOR   Pic X(10).
               10  WS-S-DATE       Pic 9(8).
               10  WS-S-TIME       Pic 9(8).
               10  WS-S-APPROVER   Pic X(10).
               10  WS-S-ACTION     Pic X(1).
               10  WS-S-REC-ID     Pic 9(6).
               10  WS-S-CATEGORY   Pic X(2).
               10  WS-S-VALUE      Pic S9(7)V9(2).
               10  WS-S-EFF-DATE   Pic 9(8).
               10  WS-S-EXP-DATE   Pic 9(8).
               10  WS-S-LOCATION   Pic X(3).
               10  WS-S-DONE-DATE  Pic 9(8).
               10  WS-S-DONE-BY    Pic X(10).
               10  WS-S-REASON     Pic X(30).
               10  FILLER          Pic X(10).
       01  WS-SCH-CNT          Pic 9(4)   COMP   VALUE 0.

      * "Display-form images of the master record for the"
      * "journal - the packed dates cannot travel as raw bytes."
       01  WS-IMAGE-DECODED.
           05  WS-DI-REC-ID        Pic 9(6).
           05  WS-DI-CATEGORY      Pic X(2).
           05  WS-DI-INT           Pic S9(7)V9(2).
           05  WS-DI-EFF-DATE      Pic 9(8).
           05  WS-DI-EXP-DATE      Pic 9(8).
       01  WS-BEFORE-IMAGE     Pic X(33).
       01  WS-AFTER-IMAGE      Pic X(33).

       01  WS-TODAY            Pic 9(8).
       01  WS-DUE-CNT          Pic 9(4)        VALUE 0.
       01  WS-APPLIED-CNT      Pic 9(4)        VALUE 0.
       01  WS-FAILED-CNT       Pic 9(4)        VALUE 0.
       01  WS-FAIL-REASON      Pic X(30).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM TAKE-LOCK-PARAGRAPH
           PERFORM INITIALIZE-PARAGRAPH
           IF WS-DUE-CNT = 0 THEN
               DISPLAY "LABSCHAP: no scheduled changes due."
               MOVE "I" TO WS-LOG-SEV
               MOVE "0001" TO WS-LOG-MSGNO
               MOVE "No scheduled changes due" TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               PERFORM RELEASE-LOCK-PARAGRAPH
               STOP RUN
           END-IF
           OPEN I-O MASTERFILE
           IF WS-MST-STATUS NOT = "00" THEN
               DISPLAY "*** Master file not found or unreadable: "
                   WS-MASTERFILE-NAME
               DISPLAY "*** FILE STATUS: " WS-MST-STATUS
               DISPLAY "*** " WS-DUE-CNT " scheduled change(s) left "
                   "waiting. Run terminated."
               PERFORM RELEASE-LOCK-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM APPLY-ONE-PARAGRAPH
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-CNT
           CLOSE MASTERFILE
           PERFORM SAVE-SCHED-PARAGRAPH
           PERFORM WRAP-UP-PARAGRAPH
           PERFORM RELEASE-LOCK-PARAGRAPH
           IF WS-FAILED-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-master.dat" TO WS-MASTERFILE-NAME
           ACCEPT WS-MASTERFILE-NAME FROM ENVIRONMENT
               "LABMAINT_MASTERFILE"
           IF WS-MASTERFILE-NAME = SPACES THEN
               MOVE "lab-master.dat" TO WS-MASTERFILE-NAME
           END-IF
           MOVE "lab-mnt-sched.dat" TO WS-SCHEDFILE-NAME
           ACCEPT WS-SCHEDFILE-NAME FROM ENVIRONMENT
               "LABMAINT_SCHEDFILE"
           IF WS-SCHEDFILE-NAME = SPACES THEN
               MOVE "lab-mnt-sched.dat" TO WS-SCHEDFILE-NAME
           END-IF
           MOVE "lab-mnt-jrnl.dat" TO WS-JRNFILE-NAME
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "LABMAINT_JRNFILE"
           IF WS-JRNFILE-NAME = SPACES THEN
               MOVE "lab-mnt-jrnl.dat" TO WS-JRNFILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-SCH-CNT
           MOVE 0 TO WS-DUE-CNT
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS = "00" THEN
               PERFORM READ-SCHED-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-SCHED-EOF = "Y"
               CLOSE SCHED-FILE
           END-IF.

       READ-SCHED-PARAGRAPH.
           READ SCHED-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SCHED-EOF
               NOT AT END
                   IF WS-SCH-CNT >= 500 THEN
                       DISPLAY "*** Scheduled-change file holds more "
                           "than 500 entries - step"
                       DISPLAY "*** refused so the rewrite loses "
                           "nothing. Purge closed entries"
                       DISPLAY "*** first."
                       MOVE "E" TO WS-LOG-SEV
                       MOVE "0003" TO WS-LOG-MSGNO
                       MOVE "Schedule file over 500 entries - refused"
                           TO WS-LOG-TEXT
                       PERFORM WRITE-RUNLOG-PARAGRAPH
                       PERFORM WRITE-ALERT-PARAGRAPH
                       CLOSE SCHED-FILE
                       PERFORM RELEASE-LOCK-PARAGRAPH
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SCH-CNT
                   MOVE Sched-Change-Record
                       TO WS-SCH-ENTRY(WS-SCH-CNT)
                   IF SCH-STATUS = "S"
                           AND SCH-APPLY-DATE <= WS-TODAY THEN
                       ADD 1 TO WS-DUE-CNT
                   END-IF
           END-READ.

      *****************************************************
      * APPLY-ONE-PARAGRAPH applies one schedule entry that    *
      * has come due. Entries are taken in file order, which   *
      * is the order they were scheduled, so two changes to    *
      * the same key due the same night land in keyed order.   *
      *****************************************************
       APPLY-ONE-PARAGRAPH.
           IF WS-S-STATUS(WS-SCH-IDX) NOT = "S"
                   OR WS-S-APPLY-DATE(WS-SCH-IDX) > WS-TODAY THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FAIL-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           EVALUATE WS-S-ACTION(WS-SCH-IDX)
               WHEN "A"
                   PERFORM APPLY-ADD-PARAGRAPH
               WHEN "C"
                   PERFORM APPLY-CHANGE-PARAGRAPH
               WHEN "D"
                   PERFORM APPLY-DELETE-PARAGRAPH
               WHEN OTHER
                   MOVE "Unknown action code" TO WS-FAIL-REASON
           END-EVALUATE
           MOVE WS-TODAY TO WS-S-DONE-DATE(WS-SCH-IDX)
           MOVE "LABSCHAP" TO WS-S-DONE-BY(WS-SCH-IDX)
           IF WS-FAIL-REASON = SPACES THEN
               MOVE "A" TO WS-S-STATUS(WS-SCH-IDX)
               MOVE SPACES TO WS-S-REASON(WS-SCH-IDX)
               ADD 1 TO WS-APPLIED-CNT
               PERFORM WRITE-JOURNAL-PARAGRAPH
               DISPLAY "LABSCHAP: applied " WS-S-SEQ(WS-SCH-IDX)
                   " " WS-S-ACTION(WS-SCH-IDX) " id "
                   WS-S-REC-ID(WS-SCH-IDX)
           ELSE
               MOVE "F" TO WS-S-STATUS(WS-SCH-IDX)
               MOVE WS-FAIL-REASON TO WS-S-REASON(WS-SCH-IDX)
               ADD 1 TO WS-FAILED-CNT
               DISPLAY "*** LABSCHAP: schedule " WS-S-SEQ(WS-SCH-IDX)
                   " not applied - " WS-FAIL-REASON
               MOVE "E" TO WS-LOG-SEV
               MOVE "0002" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Sched " WS-S-SEQ(WS-SCH-IDX) " id "
                   WS-S-REC-ID(WS-SCH-IDX) ": " WS-FAIL-REASON
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               PERFORM WRITE-ALERT-PARAGRAPH
           END-IF.

       APPLY-ADD-PARAGRAPH.
           PERFORM BUILD-MASTER-PARAGRAPH
           WRITE Master-Record
               INVALID KEY
                   MOVE "Add refused - key on file"
                       TO WS-FAIL-REASON
               NOT INVALID KEY
                   PERFORM DECODE-MASTER-PARAGRAPH
                   MOVE WS-IMAGE-DECODED TO WS-AFTER-IMAGE
           END-WRITE.

       APPLY-CHANGE-PARAGRAPH.
           MOVE WS-S-REC-ID(WS-SCH-IDX) TO MST-REC-ID
           READ MASTERFILE
               INVALID KEY
                   MOVE "Change refused - key gone"
                       TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODE-MASTER-PARAGRAPH
           MOVE WS-IMAGE-DECODED TO WS-BEFORE-IMAGE
           PERFORM BUILD-MASTER-PARAGRAPH
           REWRITE Master-Record
               INVALID KEY
                   MOVE "Change refused - rewrite error"
                       TO WS-FAIL-REASON
               NOT INVALID KEY
                   PERFORM DECODE-MASTER-PARAGRAPH
                   MOVE WS-IMAGE-DECODED TO WS-AFTER-IMAGE
           END-REWRITE.

       APPLY-DELETE-PARAGRAPH.
           MOVE WS-S-REC-ID(WS-SCH-IDX) TO MST-REC-ID
           READ MASTERFILE
               INVALID KEY
                   MOVE "Delete refused - key gone"
                       TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODE-MASTER-PARAGRAPH
           MOVE WS-IMAGE-DECODED TO WS-BEFORE-IMAGE
           DELETE MASTERFILE
               INVALID KEY
                   MOVE "Delete refused - delete error"
                       TO WS-FAIL-REASON
           END-DELETE.

       BUILD-MASTER-PARAGRAPH.
           MOVE SPACES TO Master-Record
           MOVE WS-S-REC-ID(WS-SCH-IDX) TO MST-REC-ID
           MOVE WS-S-CATEGORY(WS-SCH-IDX) TO MST-CATEGORY
           MOVE WS-S-VALUE(WS-SCH-IDX) TO MST-INT
           MOVE WS-S-EFF-DATE(WS-SCH-IDX) TO MST-EFF-DATE
           MOVE WS-S-EXP-DATE(WS-SCH-IDX) TO MST-EXP-DATE
           MOVE WS-S-LOCATION(WS-SCH-IDX) TO MST-LOCATION.

       DECODE-MASTER-PARAGRAPH.
           MOVE MST-REC-ID TO WS-DI-REC-ID
           MOVE MST-CATEGORY TO WS-DI-CATEGORY
           MOVE MST-INT TO WS-DI-INT
           IF MST-EFF-DATE IS NUMERIC THEN
               MOVE MST-EFF-DATE TO WS-DI-EFF-DATE
           ELSE
               MOVE 0 TO WS-DI-EFF-DATE
           END-IF
           IF MST-EXP-DATE IS NUMERIC THEN
               MOVE MST-EXP-DATE TO WS-DI-EXP-DATE
           ELSE
               MOVE 0 TO WS-DI-EXP-DATE
           END-IF.

      *****************************************************
      * WRITE-JOURNAL-PARAGRAPH appends the audit record for  *
      * the change just applied, carrying the operator who     *
      * keyed it and the supervisor who approved it - the      *
      * journal reads the same as if LABMAINT had applied it   *
      * on the day.                                             *
      *****************************************************
       WRITE-JOURNAL-PARAGRAPH.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRN-STATUS = "35" THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE SPACES TO Jrnl-Record
           MOVE WS-S-OPERATOR(WS-SCH-IDX) TO JRN-OPERATOR
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-S-ACTION(WS-SCH-IDX) TO JRN-ACTION
           MOVE WS-S-REC-ID(WS-SCH-IDX) TO JRN-REC-ID
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE
           MOVE WS-S-APPROVER(WS-SCH-IDX) TO JRN-APPROVER
           IF WS-JRN-CHAIN-SW = "Y" THEN
               MOVE "C" TO CHN-FUNCTION
               MOVE WS-JRN-LAST-CHAIN TO CHN-PREV
           ELSE
               MOVE "A" TO CHN-FUNCTION
           END-IF
           MOVE WS-JRNFILE-NAME TO CHN-FILE-NAME
           MOVE 109 TO CHN-DATA-LEN
           MOVE Jrnl-Record TO CHN-DATA
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-VALUE TO JRN-CHAIN
           WRITE Jrnl-Record
           MOVE CHN-VALUE TO WS-JRN-LAST-CHAIN
           MOVE "Y" TO WS-JRN-CHAIN-SW
           IF WS-JRN-STATUS NOT = "00" THEN
               MOVE "N" TO WS-JRN-CHAIN-SW
               DISPLAY "*** AUDIT JOURNAL WRITE FAILED - status "
                   WS-JRN-STATUS " - the change was applied but"
               DISPLAY "*** is NOT journaled. Investigate "
                   WS-JRNFILE-NAME "."
           END-IF
           CLOSE JOURNAL-FILE.

       SAVE-SCHED-PARAGRAPH.
           OPEN OUTPUT SCHED-FILE
           PERFORM WRITE-SCHED-PARAGRAPH
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-CNT
           CLOSE SCHED-FILE.

       WRITE-SCHED-PARAGRAPH.
           MOVE WS-SCH-ENTRY(WS-SCH-IDX) TO Sched-Change-Record
           WRITE Sched-Change-Record.

       WRAP-UP-PARAGRAPH.
           DISPLAY "LABSCHAP: " WS-DUE-CNT " due, " WS-APPLIED-CNT
               " applied, " WS-FAILED-CNT " failed."
           IF WS-FAILED-CNT > 0 THEN
               MOVE "W" TO WS-LOG-SEV
           ELSE
               MOVE "I" TO WS-LOG-SEV
           END-IF
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Scheduled changes: " WS-DUE-CNT " due "
               WS-APPLIED-CNT " applied " WS-FAILED-CNT " failed"
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

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
           MOVE "LABSCHAP" TO RLG-PROGRAM
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
           MOVE "LABSCHAP" TO ALR-PROGRAM
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
      * names the current holder and ends the run before       *
      * anything was touched (see LABLOCK/LABLKMN).             *
      *****************************************************
       TAKE-LOCK-PARAGRAPH.
           MOVE "T" TO LRQ-FUNCTION
           MOVE "MASTER" TO LRQ-NAME
           MOVE "LABSCHAP" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request
           IF LRQ-RESULT NOT = "0" THEN
               DISPLAY "*** Lock " LRQ-NAME " is held by "
                   LRQ-HOLDER " (" LRQ-HOLDER-PGM ")."
               DISPLAY "*** Run refused - wait for that run to "
                   "finish, or use LABLKMN to"
               DISPLAY "*** release the lock if that run was "
                   "cancelled and left it behind."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-LOCK-PARAGRAPH.
           MOVE "R" TO LRQ-FUNCTION
           MOVE "MASTER" TO LRQ-NAME
           MOVE "LABSCHAP" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request.
