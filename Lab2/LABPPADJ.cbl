       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABPPADJ.
       AUTHOR. Wyatt Reid.
      * "Prior-period adjustment entry for the shared LAB2 running"
      * "totals - once LABCLOSE has snapshotted a period and reset"
      * "lab2-ytd.dat, a late correction for that month is entered"
      * "here against the closed YH-PERIOD (count and sum, with a"
      * "reason) instead of being posted into the current month."
      * "E)nter and A)pprove both require supervisor role, and an"
      * "adjustment can only be approved by a supervisor other"
      * "than the one who entered it. Only approved adjustments"
      * "restate the period on LABTREND; the closed period's own"
      * "history record is never changed."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-FILE ASSIGN TO WS-ADJFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT HISTFILE ASSIGN TO WS-HISTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT USERFILE ASSIGN TO WS-USERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-USER-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-FILE.
           COPY YTDADJ.

       FD  HISTFILE.
           COPY YTDHIST.

       FD  USERFILE.
           COPY USERREC.

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
      * "LAB_YTDADJ/LABCLOSE_HISTFILE stand in for JCL DD"
      * "overrides - the history name is the one LABCLOSE writes."
      * "The whole adjustment file is held in WS-ADJ-TABLE and"
      * "written back after each entry or approval pass."
       01  WS-ADJFILE-NAME     Pic X(40).
       01  WS-ADJ-STATUS       Pic X(2).
       01  WS-ADJ-EOF          Pic A(1).
       01  WS-HISTFILE-NAME    Pic X(40).
       01  WS-HIST-STATUS      Pic X(2).
       01  WS-HIST-EOF         Pic A(1).

       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 500 TIMES INDEXED BY WS-ADJ-IDX.
               10  WS-A-PERIOD     Pic 9(6).
               10  WS-A-STATUS     Pic X(1).
               10  WS-A-CNT        Pic S9(9).
               10  WS-A-SUM        Pic S9(9)V9(2).
               10  WS-A-REASON     Pic X(30).
               10  WS-A-OPERATOR   Pic X(10).
               10  WS-A-ENT-DATE   Pic 9(8).
               10  WS-A-ENT-TIME   Pic 9(8).
               10  WS-A-APPROVER   Pic X(10).
               10  WS-A-APPR-DATE  Pic 9(8).
       01  WS-ADJ-CNT          Pic 9(4)   COMP   VALUE 0.

      * "Every period LABCLOSE has closed - an adjustment can"
      * "only be entered against one of these."
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY    Pic 9(6)   OCCURS 240 TIMES
                                           INDEXED BY WS-PER-IDX.
       01  WS-PER-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-PER-FOUND-SW     Pic A(1).

      * "LAB_USERFILE/LAB_OPERATOR - entry and approval both"
      * "need an active supervisor."
       01  WS-USERFILE-NAME    Pic X(40).
       01  WS-USER-STATUS      Pic X(2).
       01  WS-USER-EOF         Pic A(1).
       01  WS-OPERATOR         Pic X(10).
       01  WS-OPERATOR-ROLE    Pic X(1)        VALUE SPACE.

      * "LAB_RUNLOG points at the shared run-log every program in"
      * "the suite appends its significant events to."
       01  WS-RUNLOG-NAME      Pic X(40).
       01  WS-RUNLOG-STATUS    Pic X(2).
       01  WS-LOG-SEV          Pic X(1).
       01  WS-LOG-MSGNO        Pic X(4).
       01  WS-LOG-TEXT         Pic X(50).

       01  WS-TODAY            Pic 9(8).
       01  WS-CMD              Pic X(1).
       01  WS-CHOICE           Pic X(1).
       01  WS-VALID-SW         Pic A(1).
       01  WS-PERIOD-INPUT     Pic X(6).
       01  WS-PERIOD           Pic 9(6).
       01  WS-NUM-INPUT        Pic X(15).
       01  WS-NUM-CHK          Pic 9(4).
       01  WS-NEW-CNT          Pic S9(9)       VALUE 0.
       01  WS-NEW-SUM          Pic S9(9)V9(2)  VALUE 0.
       01  WS-REASON-INPUT     Pic X(30).
       01  WS-WORKED-CNT       Pic 9(4)        VALUE 0.
       01  WS-LISTED-CNT       Pic 9(4)        VALUE 0.
       01  WS-CNT-TXT          Pic -Z(8)9.
       01  WS-SUM-TXT          Pic -Z(8)9.9(2).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM MENU-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-CMD = "Q"
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab2-ytd-adj.dat" TO WS-ADJFILE-NAME
           ACCEPT WS-ADJFILE-NAME FROM ENVIRONMENT "LAB_YTDADJ"
           IF WS-ADJFILE-NAME = SPACES THEN
               MOVE "lab2-ytd-adj.dat" TO WS-ADJFILE-NAME
           END-IF
           MOVE "lab2-ytd-hist.dat" TO WS-HISTFILE-NAME
           ACCEPT WS-HISTFILE-NAME FROM ENVIRONMENT "LABCLOSE_HISTFILE"
           IF WS-HISTFILE-NAME = SPACES THEN
               MOVE "lab2-ytd-hist.dat" TO WS-HISTFILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           IF WS-OPERATOR = SPACES THEN
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           PERFORM LOOKUP-ROLE-PARAGRAPH
           PERFORM LOAD-PERIODS-PARAGRAPH
           PERFORM LOAD-ADJ-PARAGRAPH.

      *****************************************************
      * LOOKUP-ROLE-PARAGRAPH reads USERS.dat for the          *
      * operator's role letter. An operator not on the file    *
      * (or an unreadable file) is left with a blank role and  *
      * can only list.                                          *
      *****************************************************
       LOOKUP-ROLE-PARAGRAPH.
           MOVE "USERS.dat" TO WS-USERFILE-NAME
           ACCEPT WS-USERFILE-NAME FROM ENVIRONMENT "LAB_USERFILE"
           IF WS-USERFILE-NAME = SPACES THEN
               MOVE "USERS.dat" TO WS-USERFILE-NAME
           END-IF
           MOVE SPACE TO WS-OPERATOR-ROLE
           MOVE "N" TO WS-USER-EOF
           OPEN INPUT USERFILE
           IF WS-USER-STATUS = "00" THEN
               PERFORM READ-USER-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-USER-EOF = "Y"
               CLOSE USERFILE
           END-IF.

       READ-USER-PARAGRAPH.
           READ USERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-USER-EOF
               NOT AT END
                   IF Usr-Id = WS-OPERATOR
                           AND Usr-Active = "Y" THEN
                       MOVE Usr-Role TO WS-OPERATOR-ROLE
                       MOVE "Y" TO WS-USER-EOF
                   END-IF
           END-READ.

       LOAD-PERIODS-PARAGRAPH.
           MOVE 0 TO WS-PER-CNT
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT HISTFILE
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "*** Period history file not found: "
                   WS-HISTFILE-NAME
               DISPLAY "*** No periods have been closed yet - "
                   "nothing can be adjusted."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-HIST-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-HIST-EOF = "Y"
           CLOSE HISTFILE.

       READ-HIST-PARAGRAPH.
           READ HISTFILE NEXT RECORD
               AT END MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                   IF WS-PER-CNT < 240 THEN
                       ADD 1 TO WS-PER-CNT
                       MOVE YH-PERIOD TO WS-PER-ENTRY(WS-PER-CNT)
                   END-IF
           END-READ.

       LOAD-ADJ-PARAGRAPH.
           MOVE 0 TO WS-ADJ-CNT
           MOVE "N" TO WS-ADJ-EOF
           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ADJ-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-ADJ-EOF = "Y"
           CLOSE ADJ-FILE
           DISPLAY WS-ADJ-CNT " adjustment record(s) on file.".

      * "Each save rewrites the adjustment file from this table,"
      * "so an overflow would silently delete every entry past"
      * "it - an oversized file refuses the session up front."
       READ-ADJ-PARAGRAPH.
           READ ADJ-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-ADJ-EOF
               NOT AT END
                   IF WS-ADJ-CNT >= 500 THEN
                       DISPLAY "*** Adjustment file holds more "
                           "than 500 entries - session"
                       DISPLAY "*** refused so the rewrite loses "
                           "nothing."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ADJ-CNT
                   MOVE YA-PERIOD TO WS-A-PERIOD(WS-ADJ-CNT)
                   MOVE YA-STATUS TO WS-A-STATUS(WS-ADJ-CNT)
                   MOVE YA-ADJ-CNT TO WS-A-CNT(WS-ADJ-CNT)
                   MOVE YA-ADJ-SUM TO WS-A-SUM(WS-ADJ-CNT)
                   MOVE YA-REASON TO WS-A-REASON(WS-ADJ-CNT)
                   MOVE YA-OPERATOR TO WS-A-OPERATOR(WS-ADJ-CNT)
                   MOVE YA-ENTRY-DATE TO WS-A-ENT-DATE(WS-ADJ-CNT)
                   MOVE YA-ENTRY-TIME TO WS-A-ENT-TIME(WS-ADJ-CNT)
                   MOVE YA-APPROVER TO WS-A-APPROVER(WS-ADJ-CNT)
                   IF YA-APPR-DATE IS NUMERIC THEN
                       MOVE YA-APPR-DATE
                           TO WS-A-APPR-DATE(WS-ADJ-CNT)
                   ELSE
                       MOVE 0 TO WS-A-APPR-DATE(WS-ADJ-CNT)
                   END-IF
           END-READ.

       MENU-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Prior-period adjustments - E)nter  A)pprove  "
               "L)ist  Q)uit"
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-CMD
           EVALUATE WS-CMD
               WHEN "E"
                   PERFORM CHECK-SUPERVISOR-PARAGRAPH
                   IF WS-OPERATOR-ROLE = "S" THEN
                       PERFORM ENTER-PARAGRAPH
                   END-IF
               WHEN "A"
                   PERFORM CHECK-SUPERVISOR-PARAGRAPH
                   IF WS-OPERATOR-ROLE = "S" THEN
                       PERFORM APPROVE-PARAGRAPH
                   END-IF
               WHEN "L"
                   PERFORM LIST-PARAGRAPH
               WHEN "Q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Invalid command - enter E, A, L, "
                       "or Q"
           END-EVALUATE.

       CHECK-SUPERVISOR-PARAGRAPH.
           IF WS-OPERATOR-ROLE NOT = "S" THEN
               DISPLAY "*** This action requires supervisor role - "
                   "refused."
           END-IF.

      *****************************************************
      * ENTER-PARAGRAPH takes one adjustment - the closed      *
      * period, the count and sum corrections (signed), and    *
      * the reason - and queues it pending a second            *
      * supervisor's approval.                                  *
      *****************************************************
       ENTER-PARAGRAPH.
           IF WS-ADJ-CNT >= 500 THEN
               DISPLAY "*** Adjustment file is full (500 entries)."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-PERIOD-PARAGRAPH
               WITH TEST AFTER UNTIL WS-VALID-SW = "Y"
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-COUNT-PARAGRAPH
               WITH TEST AFTER UNTIL WS-VALID-SW = "Y"
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-SUM-PARAGRAPH
               WITH TEST AFTER UNTIL WS-VALID-SW = "Y"
           MOVE "N" TO WS-VALID-SW
           PERFORM ACCEPT-REASON-PARAGRAPH
               WITH TEST AFTER UNTIL WS-VALID-SW = "Y"
           IF WS-NEW-CNT = 0 AND WS-NEW-SUM = 0 THEN
               DISPLAY "*** A zero adjustment changes nothing - "
                   "not entered."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ADJ-CNT
           MOVE WS-PERIOD TO WS-A-PERIOD(WS-ADJ-CNT)
           MOVE "P" TO WS-A-STATUS(WS-ADJ-CNT)
           MOVE WS-NEW-CNT TO WS-A-CNT(WS-ADJ-CNT)
           MOVE WS-NEW-SUM TO WS-A-SUM(WS-ADJ-CNT)
           MOVE WS-REASON-INPUT TO WS-A-REASON(WS-ADJ-CNT)
           MOVE WS-OPERATOR TO WS-A-OPERATOR(WS-ADJ-CNT)
           MOVE WS-TODAY TO WS-A-ENT-DATE(WS-ADJ-CNT)
           ACCEPT WS-A-ENT-TIME(WS-ADJ-CNT) FROM TIME
           MOVE SPACES TO WS-A-APPROVER(WS-ADJ-CNT)
           MOVE 0 TO WS-A-APPR-DATE(WS-ADJ-CNT)
           PERFORM SAVE-ADJ-PARAGRAPH
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Adjustment entered for period " WS-PERIOD
               " by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           DISPLAY "Adjustment entered - pending approval by a "
               "second supervisor.".

       ACCEPT-PERIOD-PARAGRAPH.
           DISPLAY "Closed period (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-INPUT
           IF WS-PERIOD-INPUT IS NOT NUMERIC THEN
               DISPLAY "*** Enter the period as six digits, "
                   "e.g. 202609."
               MOVE "N" TO WS-VALID-SW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD-INPUT TO WS-PERIOD
           MOVE "N" TO WS-PER-FOUND-SW
           PERFORM SCAN-PERIOD-PARAGRAPH
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-PER-CNT
                   OR WS-PER-FOUND-SW = "Y"
           IF WS-PER-FOUND-SW = "Y" THEN
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "*** Period " WS-PERIOD " has not been "
                   "closed - post it in the current"
               DISPLAY "*** period instead."
               MOVE "N" TO WS-VALID-SW
           END-IF.

       SCAN-PERIOD-PARAGRAPH.
           IF WS-PER-ENTRY(WS-PER-IDX) = WS-PERIOD THEN
               MOVE "Y" TO WS-PER-FOUND-SW
           END-IF.

       ACCEPT-COUNT-PARAGRAPH.
           DISPLAY "Count correction (e.g. -3, 0 for none): "
               WITH NO ADVANCING
           ACCEPT WS-NUM-INPUT
           COMPUTE WS-NUM-CHK = FUNCTION TEST-NUMVAL(WS-NUM-INPUT)
           IF WS-NUM-CHK = 0 THEN
               COMPUTE WS-NEW-CNT = FUNCTION NUMVAL(WS-NUM-INPUT)
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "*** Invalid entry - enter a whole number."
               MOVE "N" TO WS-VALID-SW
           END-IF.

       ACCEPT-SUM-PARAGRAPH.
           DISPLAY "Sum correction (e.g. -125.50, 0 for none): "
               WITH NO ADVANCING
           ACCEPT WS-NUM-INPUT
           COMPUTE WS-NUM-CHK = FUNCTION TEST-NUMVAL(WS-NUM-INPUT)
           IF WS-NUM-CHK = 0 THEN
               COMPUTE WS-NEW-SUM = FUNCTION NUMVAL(WS-NUM-INPUT)
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "*** Invalid entry - enter a numeric value."
               MOVE "N" TO WS-VALID-SW
           END-IF.

       ACCEPT-REASON-PARAGRAPH.
           DISPLAY "Reason (required): " WITH NO ADVANCING
           ACCEPT WS-REASON-INPUT
           IF WS-REASON-INPUT = SPACES THEN
               DISPLAY "*** A reason is required - the auditors "
                   "ask for it."
               MOVE "N" TO WS-VALID-SW
           ELSE
               MOVE "Y" TO WS-VALID-SW
           END-IF.

      *****************************************************
      * APPROVE-PARAGRAPH works the pending adjustments one at *
      * a time. The supervisor who entered an adjustment can   *
      * never approve it - it is shown but skipped.             *
      *****************************************************
       APPROVE-PARAGRAPH.
           MOVE 0 TO WS-WORKED-CNT
           PERFORM APPROVE-ONE-PARAGRAPH
               VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-CNT
           IF WS-WORKED-CNT > 0 THEN
               PERFORM SAVE-ADJ-PARAGRAPH
           END-IF
           DISPLAY "Adjustments worked this pass: " WS-WORKED-CNT.

       APPROVE-ONE-PARAGRAPH.
           IF WS-A-STATUS(WS-ADJ-IDX) NOT = "P" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-CNT(WS-ADJ-IDX) TO WS-CNT-TXT
           MOVE WS-A-SUM(WS-ADJ-IDX) TO WS-SUM-TXT
           DISPLAY " "
           DISPLAY "Period " WS-A-PERIOD(WS-ADJ-IDX)
               " count " WS-CNT-TXT " sum " WS-SUM-TXT
           DISPLAY "  reason: " WS-A-REASON(WS-ADJ-IDX)
           DISPLAY "  entered by " WS-A-OPERATOR(WS-ADJ-IDX)
               " on " WS-A-ENT-DATE(WS-ADJ-IDX)
           IF WS-A-OPERATOR(WS-ADJ-IDX) = WS-OPERATOR THEN
               DISPLAY "  (your own entry - another supervisor "
                   "must approve it)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "A)pprove  R)eject  S)kip: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN "A"
                   PERFORM SET-APPROVAL-PARAGRAPH
                   DISPLAY "Adjustment approved."
               WHEN "R"
                   PERFORM SET-APPROVAL-PARAGRAPH
                   DISPLAY "Adjustment rejected."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SET-APPROVAL-PARAGRAPH.
           MOVE WS-CHOICE TO WS-A-STATUS(WS-ADJ-IDX)
           MOVE WS-OPERATOR TO WS-A-APPROVER(WS-ADJ-IDX)
           MOVE WS-TODAY TO WS-A-APPR-DATE(WS-ADJ-IDX)
           ADD 1 TO WS-WORKED-CNT
           MOVE "I" TO WS-LOG-SEV
           MOVE "0002" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Adjustment " WS-A-PERIOD(WS-ADJ-IDX)
               " set " WS-CHOICE " by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

       LIST-PARAGRAPH.
           MOVE 0 TO WS-LISTED-CNT
           DISPLAY " "
           DISPLAY "Period St      Count          Sum  Entered by "
               "Approver   Reason"
           PERFORM LIST-ONE-PARAGRAPH
               VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-CNT
           DISPLAY WS-LISTED-CNT " adjustment(s) on file.".

       LIST-ONE-PARAGRAPH.
           ADD 1 TO WS-LISTED-CNT
           MOVE WS-A-CNT(WS-ADJ-IDX) TO WS-CNT-TXT
           MOVE WS-A-SUM(WS-ADJ-IDX) TO WS-SUM-TXT
           DISPLAY WS-A-PERIOD(WS-ADJ-IDX) " "
               WS-A-STATUS(WS-ADJ-IDX) "  " WS-CNT-TXT " "
               WS-SUM-TXT "  " WS-A-OPERATOR(WS-ADJ-IDX) " "
               WS-A-APPROVER(WS-ADJ-IDX) " "
               WS-A-REASON(WS-ADJ-IDX).

       SAVE-ADJ-PARAGRAPH.
           OPEN OUTPUT ADJ-FILE
           PERFORM WRITE-ADJ-PARAGRAPH
               VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-CNT
           CLOSE ADJ-FILE.

       WRITE-ADJ-PARAGRAPH.
           MOVE SPACES TO Ytd-Adj-Record
           MOVE WS-A-PERIOD(WS-ADJ-IDX) TO YA-PERIOD
           MOVE WS-A-STATUS(WS-ADJ-IDX) TO YA-STATUS
           MOVE WS-A-CNT(WS-ADJ-IDX) TO YA-ADJ-CNT
           MOVE WS-A-SUM(WS-ADJ-IDX) TO YA-ADJ-SUM
           MOVE WS-A-REASON(WS-ADJ-IDX) TO YA-REASON
           MOVE WS-A-OPERATOR(WS-ADJ-IDX) TO YA-OPERATOR
           MOVE WS-A-ENT-DATE(WS-ADJ-IDX) TO YA-ENTRY-DATE
           MOVE WS-A-ENT-TIME(WS-ADJ-IDX) TO YA-ENTRY-TIME
           MOVE WS-A-APPROVER(WS-ADJ-IDX) TO YA-APPROVER
           MOVE WS-A-APPR-DATE(WS-ADJ-IDX) TO YA-APPR-DATE
           WRITE Ytd-Adj-Record.

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
           MOVE "LABPPADJ" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.
