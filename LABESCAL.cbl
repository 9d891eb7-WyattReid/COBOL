       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABESCAL.
       AUTHOR. Wyatt Reid.
      * "Alert escalation - finds every error (severity E) alert on"
      * "the operator alert file that nobody has acknowledged and,"
      * "once it has sat long enough, tells the on-call roster's"
      * "people about it in three stages: the primary after"
      * "LABESCAL_PRI_MIN minutes (default 30), the backup"
      * "LABESCAL_BAK_MIN minutes after that, and the supervisor"
      * "LABESCAL_SUP_MIN minutes after that (each default 30)."
      * "Each notification is one record on the notification spool"
      * "(see NOTIFY) and one on the escalation log (see ESCLOG);"
      * "the log is also how a stage already sent is known, so the"
      * "program can be run as often as wanted. LABNIGHT runs it"
      * "after every step and keeps running it at the end of the"
      * "chain. An acknowledgment at HelloWorld sign-on stops any"
      * "further stages. RETURN-CODE 0 means nothing is waiting on"
      * "a later stage, 4 that some alert still is, 8 that a stage"
      * "was due and no roster row covers today."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO WS-ALERTFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALR-SEQ
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ONCALL-FILE ASSIGN TO WS-ONCALL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OCL-STATUS.
           SELECT ESCLOG-FILE ASSIGN TO WS-ESCLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY ALERTREC.

       FD  ONCALL-FILE.
           COPY ONCALL.

       FD  ESCLOG-FILE.
           COPY ESCLOG.

       FD  NOTIFY-FILE.
           COPY NOTIFY.

       WORKING-STORAGE SECTION.
      * "LAB_ALERTS/LAB_ONCALL/LAB_ESCLOG/LAB_NOTIFY stand in for"
      * "JCL DD overrides, same as every other filename in this"
      * "suite."
       01  WS-ALERTFILE-NAME   Pic X(40).
       01  WS-ALERT-STATUS     Pic X(2).
       01  WS-ONCALL-NAME      Pic X(40).
       01  WS-OCL-STATUS       Pic X(2).
       01  WS-ESCLOG-NAME      Pic X(40).
       01  WS-ESC-STATUS       Pic X(2).
       01  WS-NOTIFY-NAME      Pic X(40).
       01  WS-NTF-STATUS       Pic X(2).
       01  WS-EOF              Pic A(1).

      * "Stage intervals in minutes, and the alert age at which"
      * "each stage falls due (the intervals added up)."
       01  WS-MIN-INPUT        Pic X(4).
       01  WS-PRI-MIN          Pic 9(4)        VALUE 30.
       01  WS-BAK-MIN          Pic 9(4)        VALUE 30.
       01  WS-SUP-MIN          Pic 9(4)        VALUE 30.
       01  WS-DUE-TABLE.
           05  WS-DUE-MIN OCCURS 3 TIMES   Pic 9(6).

       01  WS-TODAY            Pic 9(8).
       01  WS-NOW-TIME         Pic 9(8).
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH       Pic 9(2).
           05  WS-NOW-MM       Pic 9(2).
           05  FILLER          Pic 9(4).
       01  WS-ALR-TIME         Pic 9(8).
       01  WS-ALR-TIME-R REDEFINES WS-ALR-TIME.
           05  WS-ALR-HH       Pic 9(2).
           05  WS-ALR-MM       Pic 9(2).
           05  FILLER          Pic 9(4).
       01  WS-AGE-WORK         Pic S9(9)  COMP.

      * "The open error alerts - WS-O-DONE is the last stage the"
      * "escalation log shows for the alert (0 = none yet)."
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 200 TIMES INDEXED BY WS-OPN-IDX.
               10  WS-O-SEQ        Pic 9(6).
               10  WS-O-DATE       Pic 9(8).
               10  WS-O-TIME       Pic 9(8).
               10  WS-O-PROGRAM    Pic X(8).
               10  WS-O-TEXT       Pic X(50).
               10  WS-O-AGE        Pic 9(6).
               10  WS-O-DONE       Pic 9(1).
       01  WS-OPEN-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-OPEN-OVER-SW     Pic X(1)        VALUE "N".
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.

      * "Today's roster row - the people on call now."
       01  WS-ROSTER-SW        Pic X(1)        VALUE "N".
       01  WS-STAGE-TABLE.
           05  WS-STAGE-ENTRY OCCURS 3 TIMES.
               10  WS-STG-WHO      Pic X(10).
               10  WS-STG-CONTACT  Pic X(30).
       01  WS-STAGE            Pic 9(1)        VALUE 0.
       01  WS-DUE-STAGE        Pic 9(1)        VALUE 0.

       01  WS-FILES-OPEN-SW    Pic X(1)        VALUE "N".
       01  WS-SENT-CNT         Pic 9(4)        VALUE 0.
       01  WS-NOBODY-CNT       Pic 9(4)        VALUE 0.
       01  WS-PENDING-CNT      Pic 9(4)        VALUE 0.
       01  WS-NOROSTER-CNT     Pic 9(4)        VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM LOAD-ALERTS-PARAGRAPH
           IF WS-OPEN-CNT = 0 THEN
               DISPLAY "LABESCAL: no unacknowledged error alerts."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ESCLOG-PARAGRAPH
           PERFORM LOAD-ROSTER-PARAGRAPH
           PERFORM ESCALATE-ALERT-PARAGRAPH
               VARYING WS-OPN-IDX FROM 1 BY 1
               UNTIL WS-OPN-IDX > WS-OPEN-CNT
           IF WS-FILES-OPEN-SW = "Y" THEN
               CLOSE ESCLOG-FILE
               CLOSE NOTIFY-FILE
           END-IF
           PERFORM SET-RETURN-CODE-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-alerts.dat" TO WS-ALERTFILE-NAME
           ACCEPT WS-ALERTFILE-NAME FROM ENVIRONMENT "LAB_ALERTS"
           IF WS-ALERTFILE-NAME = SPACES THEN
               MOVE "lab-alerts.dat" TO WS-ALERTFILE-NAME
           END-IF
           MOVE "lab-oncall.dat" TO WS-ONCALL-NAME
           ACCEPT WS-ONCALL-NAME FROM ENVIRONMENT "LAB_ONCALL"
           IF WS-ONCALL-NAME = SPACES THEN
               MOVE "lab-oncall.dat" TO WS-ONCALL-NAME
           END-IF
           MOVE "lab-esc-log.dat" TO WS-ESCLOG-NAME
           ACCEPT WS-ESCLOG-NAME FROM ENVIRONMENT "LAB_ESCLOG"
           IF WS-ESCLOG-NAME = SPACES THEN
               MOVE "lab-esc-log.dat" TO WS-ESCLOG-NAME
           END-IF
           MOVE "lab-notify-spool.dat" TO WS-NOTIFY-NAME
           ACCEPT WS-NOTIFY-NAME FROM ENVIRONMENT "LAB_NOTIFY"
           IF WS-NOTIFY-NAME = SPACES THEN
               MOVE "lab-notify-spool.dat" TO WS-NOTIFY-NAME
           END-IF
           MOVE SPACES TO WS-MIN-INPUT
           ACCEPT WS-MIN-INPUT FROM ENVIRONMENT "LABESCAL_PRI_MIN"
           IF WS-MIN-INPUT NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-MIN-INPUT) TO WS-PRI-MIN
           END-IF
           MOVE SPACES TO WS-MIN-INPUT
           ACCEPT WS-MIN-INPUT FROM ENVIRONMENT "LABESCAL_BAK_MIN"
           IF WS-MIN-INPUT NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-MIN-INPUT) TO WS-BAK-MIN
           END-IF
           MOVE SPACES TO WS-MIN-INPUT
           ACCEPT WS-MIN-INPUT FROM ENVIRONMENT "LABESCAL_SUP_MIN"
           IF WS-MIN-INPUT NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-MIN-INPUT) TO WS-SUP-MIN
           END-IF
           MOVE WS-PRI-MIN TO WS-DUE-MIN(1)
           COMPUTE WS-DUE-MIN(2) = WS-PRI-MIN + WS-BAK-MIN
           COMPUTE WS-DUE-MIN(3) = WS-PRI-MIN + WS-BAK-MIN
               + WS-SUP-MIN
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME.

      *****************************************************
      * LOAD-ALERTS-PARAGRAPH collects every unacknowledged    *
      * severity E alert with its age in minutes. A missing     *
      * alert file means there is nothing to escalate.          *
      *****************************************************
       LOAD-ALERTS-PARAGRAPH.
           MOVE 0 TO WS-OPEN-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ALERT-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE ALERT-FILE
           IF WS-OPEN-OVER-SW = "Y" THEN
               DISPLAY "*** More than 200 open error alerts - only "
                   "the first 200 are escalated."
           END-IF.

       READ-ALERT-PARAGRAPH.
           READ ALERT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF ALR-SEVERITY = "E" AND ALR-ACK-FLAG NOT = "Y"
                           THEN
                       IF WS-OPEN-CNT < 200 THEN
                           PERFORM ADD-OPEN-ALERT-PARAGRAPH
                       ELSE
                           MOVE "Y" TO WS-OPEN-OVER-SW
                       END-IF
                   END-IF
           END-READ.

      *    An alert stamped with no usable date counts as raised
      *    just now - it is escalated on the normal timetable from
      *    the first pass that sees it rather than not at all.
       ADD-OPEN-ALERT-PARAGRAPH.
           ADD 1 TO WS-OPEN-CNT
           MOVE ALR-SEQ TO WS-O-SEQ(WS-OPEN-CNT)
           MOVE ALR-DATE TO WS-O-DATE(WS-OPEN-CNT)
           MOVE ALR-TIME TO WS-O-TIME(WS-OPEN-CNT)
           MOVE ALR-PROGRAM TO WS-O-PROGRAM(WS-OPEN-CNT)
           MOVE ALR-TEXT TO WS-O-TEXT(WS-OPEN-CNT)
           MOVE 0 TO WS-O-DONE(WS-OPEN-CNT)
           MOVE 0 TO WS-AGE-WORK
           IF ALR-DATE IS NUMERIC AND ALR-DATE NOT < 16010101
                   AND ALR-DATE NOT > WS-TODAY
                   AND ALR-TIME IS NUMERIC THEN
               MOVE ALR-TIME TO WS-ALR-TIME
               COMPUTE WS-AGE-WORK =
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                    - FUNCTION INTEGER-OF-DATE(ALR-DATE)) * 1440
                   + WS-NOW-HH * 60 + WS-NOW-MM
                   - WS-ALR-HH * 60 - WS-ALR-MM
           END-IF
           IF WS-AGE-WORK < 0 THEN
               MOVE 0 TO WS-AGE-WORK
           END-IF
           IF WS-AGE-WORK > 999999 THEN
               MOVE 999999 TO WS-AGE-WORK
           END-IF
           MOVE WS-AGE-WORK TO WS-O-AGE(WS-OPEN-CNT).

      *****************************************************
      * LOAD-ESCLOG-PARAGRAPH marks each open alert with the   *
      * highest stage the escalation log already shows for it. *
      *****************************************************
       LOAD-ESCLOG-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT ESCLOG-FILE
           IF WS-ESC-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ESCLOG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE ESCLOG-FILE.

       READ-ESCLOG-PARAGRAPH.
           READ ESCLOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE 0 TO WS-FOUND-IDX
                   PERFORM FIND-OPEN-PARAGRAPH
                       VARYING WS-OPN-IDX FROM 1 BY 1
                       UNTIL WS-OPN-IDX > WS-OPEN-CNT
                           OR WS-FOUND-IDX NOT = 0
                   IF WS-FOUND-IDX NOT = 0 THEN
                       IF ESC-LEVEL > WS-O-DONE(WS-FOUND-IDX) THEN
                           MOVE ESC-LEVEL TO WS-O-DONE(WS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       FIND-OPEN-PARAGRAPH.
           IF WS-O-SEQ(WS-OPN-IDX) = ESC-ALR-SEQ THEN
               SET WS-FOUND-IDX TO WS-OPN-IDX
           END-IF.

      *****************************************************
      * LOAD-ROSTER-PARAGRAPH takes the first roster row whose *
      * period covers today into the stage table - stage 1 the *
      * primary, 2 the backup, 3 the supervisor.                *
      *****************************************************
       LOAD-ROSTER-PARAGRAPH.
           MOVE "N" TO WS-ROSTER-SW
           MOVE SPACES TO WS-STAGE-TABLE
           MOVE "N" TO WS-EOF
           OPEN INPUT ONCALL-FILE
           IF WS-OCL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ROSTER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE ONCALL-FILE.

       READ-ROSTER-PARAGRAPH.
           READ ONCALL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF OCL-FROM-DATE NOT > WS-TODAY
                           AND OCL-TO-DATE NOT < WS-TODAY THEN
                       MOVE "Y" TO WS-ROSTER-SW
                       MOVE OCL-PRIMARY TO WS-STG-WHO(1)
                       MOVE OCL-PRI-CONTACT TO WS-STG-CONTACT(1)
                       MOVE OCL-BACKUP TO WS-STG-WHO(2)
                       MOVE OCL-BAK-CONTACT TO WS-STG-CONTACT(2)
                       MOVE OCL-SUPERVISOR TO WS-STG-WHO(3)
                       MOVE OCL-SUP-CONTACT TO WS-STG-CONTACT(3)
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-READ.

      *****************************************************
      * ESCALATE-ALERT-PARAGRAPH works out the last stage due  *
      * for the alert's age and sends every stage up to it not *
      * sent yet - a pass that runs late catches up on all of   *
      * them. An alert short of stage 3 is still pending.       *
      *****************************************************
       ESCALATE-ALERT-PARAGRAPH.
           MOVE 0 TO WS-DUE-STAGE
           PERFORM DUE-STAGE-PARAGRAPH
               VARYING WS-STAGE FROM 1 BY 1 UNTIL WS-STAGE > 3
           IF WS-DUE-STAGE > WS-O-DONE(WS-OPN-IDX) THEN
               IF WS-ROSTER-SW = "N" THEN
                   ADD 1 TO WS-NOROSTER-CNT
                   DISPLAY "*** Alert " WS-O-SEQ(WS-OPN-IDX)
                       " is due for escalation but no on-call "
                       "roster row covers " WS-TODAY
               ELSE
                   COMPUTE WS-STAGE = WS-O-DONE(WS-OPN-IDX) + 1
                   PERFORM SEND-STAGE-PARAGRAPH
                       VARYING WS-STAGE FROM WS-STAGE BY 1
                       UNTIL WS-STAGE > WS-DUE-STAGE
                   MOVE WS-DUE-STAGE TO WS-O-DONE(WS-OPN-IDX)
               END-IF
           END-IF
           IF WS-O-DONE(WS-OPN-IDX) < 3 THEN
               ADD 1 TO WS-PENDING-CNT
           END-IF.

       DUE-STAGE-PARAGRAPH.
           IF WS-O-AGE(WS-OPN-IDX) NOT < WS-DUE-MIN(WS-STAGE) THEN
               MOVE WS-STAGE TO WS-DUE-STAGE
           END-IF.

      *****************************************************
      * SEND-STAGE-PARAGRAPH spools the notification for one   *
      * stage of one alert and logs it - or, when the roster   *
      * names nobody for the stage, logs that instead so the    *
      * stage is not retried on every pass.                     *
      *****************************************************
       SEND-STAGE-PARAGRAPH.
           IF WS-FILES-OPEN-SW = "N" THEN
               PERFORM OPEN-OUTPUTS-PARAGRAPH
           END-IF
           MOVE SPACES TO Esc-Log-Record
           ACCEPT ESC-DATE FROM DATE YYYYMMDD
           ACCEPT ESC-TIME FROM TIME
           MOVE WS-O-SEQ(WS-OPN-IDX) TO ESC-ALR-SEQ
           MOVE WS-STAGE TO ESC-LEVEL
           MOVE WS-STG-WHO(WS-STAGE) TO ESC-NOTIFIED
           MOVE WS-STG-CONTACT(WS-STAGE) TO ESC-CONTACT
           MOVE WS-O-PROGRAM(WS-OPN-IDX) TO ESC-ALR-PROGRAM
           MOVE WS-O-AGE(WS-OPN-IDX) TO ESC-AGE-MIN
           IF WS-STG-WHO(WS-STAGE) = SPACES THEN
               MOVE "N" TO ESC-STATUS
               ADD 1 TO WS-NOBODY-CNT
           ELSE
               MOVE "S" TO ESC-STATUS
               MOVE SPACES TO Notify-Record
               MOVE ESC-DATE TO NTF-DATE
               MOVE ESC-TIME TO NTF-TIME
               MOVE WS-STAGE TO NTF-LEVEL
               MOVE WS-STG-WHO(WS-STAGE) TO NTF-TO
               MOVE WS-STG-CONTACT(WS-STAGE) TO NTF-CONTACT
               MOVE WS-O-SEQ(WS-OPN-IDX) TO NTF-ALR-SEQ
               MOVE WS-O-DATE(WS-OPN-IDX) TO NTF-ALR-DATE
               MOVE WS-O-TIME(WS-OPN-IDX) TO NTF-ALR-TIME
               MOVE WS-O-PROGRAM(WS-OPN-IDX) TO NTF-ALR-PROGRAM
               MOVE WS-O-TEXT(WS-OPN-IDX) TO NTF-ALR-TEXT
               WRITE Notify-Record
               ADD 1 TO WS-SENT-CNT
               DISPLAY "LABESCAL: alert " WS-O-SEQ(WS-OPN-IDX)
                   " (" WS-O-PROGRAM(WS-OPN-IDX) ") stage "
                   WS-STAGE " - " WS-STG-WHO(WS-STAGE)
                   " notified"
           END-IF
           WRITE Esc-Log-Record.

       OPEN-OUTPUTS-PARAGRAPH.
           OPEN EXTEND ESCLOG-FILE
           IF WS-ESC-STATUS = "35" THEN
               OPEN OUTPUT ESCLOG-FILE
           END-IF
           OPEN EXTEND NOTIFY-FILE
           IF WS-NTF-STATUS = "35" THEN
               OPEN OUTPUT NOTIFY-FILE
           END-IF
           MOVE "Y" TO WS-FILES-OPEN-SW.

       SET-RETURN-CODE-PARAGRAPH.
           DISPLAY "LABESCAL: " WS-OPEN-CNT " open error alert(s), "
               WS-SENT-CNT " notification(s) sent, "
               WS-PENDING-CNT " awaiting a later stage."
           IF WS-NOBODY-CNT > 0 THEN
               DISPLAY "*** " WS-NOBODY-CNT " stage(s) had nobody "
                   "on the roster - logged, not sent."
           END-IF
           EVALUATE TRUE
               WHEN WS-NOROSTER-CNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PENDING-CNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
