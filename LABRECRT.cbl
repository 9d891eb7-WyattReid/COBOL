       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABRECRT.
       AUTHOR. Wyatt Reid.
      * "Quarterly user access recertification. LABRECRT_MODE=S"
      * "takes the snapshot: every active user on USERS.dat, with"
      * "role, last sign-on, and activity counts off signon.log"
      * "and the journals, goes onto the certification worksheet"
      * "(see CERTWKS) with a deadline LABRECRT_DAYS (default 14)"
      * "days out. The manager marks each row K)eep, D)owngrade,"
      * "or R)evoke. LABRECRT_MODE=A applies the worksheet to"
      * "USERS.dat under the same control LABUMNT enforces - the"
      * "operator must hold supervisor role, and nobody certifies"
      * "their own access - and appends a certification record"
      * "(see CERTREC) for each row settled. A row still"
      * "unanswered after the deadline has its user disabled."
      * "Apply can be run as often as needed; settled rows are"
      * "marked on the worksheet and skipped next time."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERFILE ASSIGN TO WS-USERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-USER-STATUS.
           SELECT WKS-FILE ASSIGN TO WS-WKSFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WKS-STATUS.
           SELECT CERT-FILE ASSIGN TO WS-CERTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT SIGNONLOG ASSIGN TO WS-LOGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT JRNL-FILE ASSIGN TO WS-JRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT EJRNL-FILE ASSIGN TO WS-EJRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EJRN-STATUS.
           SELECT REJAUDIT-FILE ASSIGN TO WS-AUDITFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERFILE.
           COPY USERREC.

       FD  WKS-FILE.
           COPY CERTWKS.

       FD  CERT-FILE.
           COPY CERTREC.

       FD  SIGNONLOG.
       01  LOG-RECORD          Pic X(69).

       FD  JRNL-FILE.
           COPY MNTJRNL.

       FD  EJRNL-FILE.
           COPY ENTJRNL.

       FD  REJAUDIT-FILE.
           COPY REJAUDIT.

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
      * "LABRECRT_WORKSHEET/LABRECRT_CERTFILE/LABRECRT_LOGFILE"
      * "stand in for JCL DD overrides; the journals and USERS.dat"
      * "are found under the names the programs that write them"
      * "use."
       01  WS-USERFILE-NAME    Pic X(40).
       01  WS-USER-STATUS      Pic X(2).
       01  WS-USER-EOF         Pic A(1).
       01  WS-WKSFILE-NAME     Pic X(40).
       01  WS-WKS-STATUS       Pic X(2).
       01  WS-WKS-EOF          Pic A(1).
       01  WS-CERTFILE-NAME    Pic X(40).
       01  WS-CERT-STATUS      Pic X(2).
       01  WS-LOGFILE-NAME     Pic X(40).
       01  WS-LOG-STATUS       Pic X(2).
       01  WS-LOG-EOF          Pic A(1).
       01  WS-JRNFILE-NAME     Pic X(40).
       01  WS-JRN-STATUS       Pic X(2).
       01  WS-JRN-EOF          Pic A(1).
       01  WS-EJRNFILE-NAME    Pic X(40).
       01  WS-EJRN-STATUS      Pic X(2).
       01  WS-EJRN-EOF         Pic A(1).
       01  WS-AUDITFILE-NAME   Pic X(40).
       01  WS-AUDIT-STATUS     Pic X(2).
       01  WS-AUDIT-EOF        Pic A(1).

       01  WS-MODE             Pic X(1).
       01  WS-OPERATOR         Pic X(10).
       01  WS-OPERATOR-ROLE    Pic X(1)        VALUE SPACE.
       01  WS-TODAY            Pic 9(8).
       01  WS-NOW              Pic 9(8).
       01  WS-DAYS-IN          Pic X(3).
       01  WS-DEADLINE-DAYS    Pic 9(3)        VALUE 14.
       01  WS-DEADLINE         Pic 9(8).

      * "The same fixed columns LABACTRP reads off signon.log -"
      * "an ON line (or a blank marker, from before markers"
      * "existed) is one sign-on."
       01  WS-LOG-LINE         Pic X(60).
       01  WS-LOG-LINE-R REDEFINES WS-LOG-LINE.
           05  WS-L-USER       Pic X(10).
           05  FILLER          Pic X(28).
           05  WS-L-MARKER     Pic X(10).
           05  FILLER          Pic X(12).

      * "Active users and their activity, for the snapshot."
       01  WS-USR-TABLE.
           05  WS-USR-ENTRY OCCURS 500 TIMES INDEXED BY WS-USR-IDX.
               10  WS-U-ID         Pic X(10).
               10  WS-U-NAME       Pic X(20).
               10  WS-U-ROLE       Pic X(1).
               10  WS-U-LAST       Pic 9(8).
               10  WS-U-SIGNONS    Pic 9(5)   COMP.
               10  WS-U-MNT        Pic 9(5)   COMP.
               10  WS-U-KEY        Pic 9(5)   COMP.
               10  WS-U-REPAIR     Pic 9(5)   COMP.
       01  WS-USR-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-LOOK-ID          Pic X(10).
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.

      * "The worksheet as read for an apply run, laid out as"
      * "CERTWKS, and written back whole with the rows settled."
       01  WS-WKS-TABLE.
           05  WS-WKS-ENTRY OCCURS 500 TIMES INDEXED BY WS-WKS-IDX.
               10  WS-W-USER       Pic X(10).
               10  FILLER          Pic X(1).
               10  WS-W-NAME       Pic X(20).
               10  FILLER          Pic X(1).
               10  WS-W-ROLE       Pic X(1).
               10  FILLER          Pic X(34).
               10  WS-W-CYCLE      Pic 9(8).
               10  FILLER          Pic X(1).
               10  WS-W-DEADLINE   Pic 9(8).
               10  FILLER          Pic X(1).
               10  WS-W-DECISION   Pic X(1).
               10  FILLER          Pic X(1).
               10  WS-W-STATUS     Pic X(1).
               10  FILLER          Pic X(03).
       01  WS-WKS-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-OPEN-ROWS        Pic 9(4)   COMP   VALUE 0.

       01  WS-OLD-ROLE         Pic X(1).
       01  WS-OLD-ACTIVE       Pic X(1).
       01  WS-KEEP-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-DOWN-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-REVOKE-CNT       Pic 9(4)   COMP   VALUE 0.
       01  WS-EXPIRED-CNT      Pic 9(4)   COMP   VALUE 0.
       01  WS-PENDING-CNT      Pic 9(4)   COMP   VALUE 0.
       01  WS-REFUSED-CNT      Pic 9(4)   COMP   VALUE 0.
       01  WS-CNT-TXT          Pic Z(3)9.
       01  WS-CNT2-TXT         Pic Z(3)9.
       01  WS-CNT3-TXT         Pic Z(3)9.

      * "LAB_RUNLOG points at the shared run-log every program in"
      * "the suite appends its significant events to."
       01  WS-RUNLOG-NAME      Pic X(40).
       01  WS-RUNLOG-STATUS    Pic X(2).
       01  WS-LOG-SEV          Pic X(1).
       01  WS-LOG-MSGNO        Pic X(4).
       01  WS-LOG-TEXT         Pic X(50).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           IF WS-MODE = "S" THEN
               PERFORM SNAPSHOT-PARAGRAPH
           ELSE
               PERFORM APPLY-PARAGRAPH
           END-IF
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE "USERS.dat" TO WS-USERFILE-NAME
           ACCEPT WS-USERFILE-NAME FROM ENVIRONMENT "LAB_USERFILE"
           IF WS-USERFILE-NAME = SPACES THEN
               MOVE "USERS.dat" TO WS-USERFILE-NAME
           END-IF
           MOVE "lab-cert-wks.dat" TO WS-WKSFILE-NAME
           ACCEPT WS-WKSFILE-NAME FROM ENVIRONMENT
               "LABRECRT_WORKSHEET"
           IF WS-WKSFILE-NAME = SPACES THEN
               MOVE "lab-cert-wks.dat" TO WS-WKSFILE-NAME
           END-IF
           MOVE "lab-cert-hist.dat" TO WS-CERTFILE-NAME
           ACCEPT WS-CERTFILE-NAME FROM ENVIRONMENT
               "LABRECRT_CERTFILE"
           IF WS-CERTFILE-NAME = SPACES THEN
               MOVE "lab-cert-hist.dat" TO WS-CERTFILE-NAME
           END-IF
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "LABRECRT_MODE"
           IF WS-MODE NOT = "S" AND WS-MODE NOT = "A" THEN
               DISPLAY "Mode (S=snapshot, A=apply worksheet): "
                   WITH NO ADVANCING
               ACCEPT WS-MODE
           END-IF
           IF WS-MODE NOT = "S" AND WS-MODE NOT = "A" THEN
               DISPLAY "*** Mode must be S or A - run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      * SNAPSHOT-PARAGRAPH opens a new cycle. A worksheet      *
      * still holding unsettled rows is refused - writing over *
      * it would throw away a manager's answers.                *
      *****************************************************
       SNAPSHOT-PARAGRAPH.
           PERFORM LOAD-WORKSHEET-PARAGRAPH
           IF WS-OPEN-ROWS > 0 THEN
               MOVE WS-OPEN-ROWS TO WS-CNT-TXT
               DISPLAY "*** The current worksheet still has "
                   WS-CNT-TXT " unsettled row(s): " WS-WKSFILE-NAME
               DISPLAY "*** Apply it (LABRECRT_MODE=A) before "
                   "opening a new cycle."
               MOVE "E" TO WS-LOG-SEV
               MOVE "0201" TO WS-LOG-MSGNO
               MOVE "Snapshot refused - open cycle not yet settled"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-DAYS-IN
           ACCEPT WS-DAYS-IN FROM ENVIRONMENT "LABRECRT_DAYS"
           IF WS-DAYS-IN IS NUMERIC THEN
               MOVE WS-DAYS-IN TO WS-DEADLINE-DAYS
           END-IF
           IF WS-DEADLINE-DAYS = 0 THEN
               MOVE 14 TO WS-DEADLINE-DAYS
           END-IF
           COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-DEADLINE-DAYS)
           PERFORM LOAD-USERS-PARAGRAPH
           PERFORM COUNT-SIGNONS-PARAGRAPH
           PERFORM COUNT-MAINT-PARAGRAPH
           PERFORM COUNT-KEYING-PARAGRAPH
           PERFORM COUNT-REPAIRS-PARAGRAPH
           OPEN OUTPUT WKS-FILE
           PERFORM WRITE-WKS-ROW-PARAGRAPH
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-CNT
           CLOSE WKS-FILE
           MOVE WS-USR-CNT TO WS-CNT-TXT
           DISPLAY "Certification worksheet written: "
               WS-WKSFILE-NAME
           DISPLAY "Users to certify: " WS-CNT-TXT
               "   Deadline: " WS-DEADLINE
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Recert cycle opened, " WS-CNT-TXT
               " user(s), due " WS-DEADLINE
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

       LOAD-USERS-PARAGRAPH.
           MOVE 0 TO WS-USR-CNT
           MOVE "N" TO WS-USER-EOF
           OPEN INPUT USERFILE
           IF WS-USER-STATUS NOT = "00" THEN
               DISPLAY "*** User file not found or unreadable: "
                   WS-USERFILE-NAME
               DISPLAY "*** FILE STATUS: " WS-USER-STATUS
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-USER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-USER-EOF = "Y"
           CLOSE USERFILE.

       READ-USER-PARAGRAPH.
           READ USERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-USER-EOF
               NOT AT END
                   IF Usr-Active = "Y" THEN
                       IF WS-USR-CNT >= 500 THEN
                           DISPLAY "*** More than 500 active users "
                               "- snapshot refused."
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-USR-CNT
                       MOVE Usr-Id TO WS-U-ID(WS-USR-CNT)
                       MOVE Usr-Name TO WS-U-NAME(WS-USR-CNT)
                       MOVE Usr-Role TO WS-U-ROLE(WS-USR-CNT)
                       MOVE Usr-Last-Signon TO WS-U-LAST(WS-USR-CNT)
                       MOVE 0 TO WS-U-SIGNONS(WS-USR-CNT)
                                 WS-U-MNT(WS-USR-CNT)
                                 WS-U-KEY(WS-USR-CNT)
                                 WS-U-REPAIR(WS-USR-CNT)
                   END-IF
           END-READ.

       FIND-USER-PARAGRAPH.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM USER-SEARCH-PARAGRAPH
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-CNT.

       USER-SEARCH-PARAGRAPH.
           IF WS-U-ID(WS-USR-IDX) = WS-LOOK-ID THEN
               SET WS-FOUND-IDX TO WS-USR-IDX
               SET WS-USR-IDX TO WS-USR-CNT
           END-IF.

      *****************************************************
      * COUNT-xxx-PARAGRAPHs tally each active user's activity *
      * off one source. A source not there counts nothing -    *
      * the snapshot still goes out.                            *
      *****************************************************
       COUNT-SIGNONS-PARAGRAPH.
           MOVE "signon.log" TO WS-LOGFILE-NAME
           ACCEPT WS-LOGFILE-NAME FROM ENVIRONMENT "LABRECRT_LOGFILE"
           IF WS-LOGFILE-NAME = SPACES THEN
               MOVE "signon.log" TO WS-LOGFILE-NAME
           END-IF
           MOVE "N" TO WS-LOG-EOF
           OPEN INPUT SIGNONLOG
           IF WS-LOG-STATUS NOT = "00" THEN
               DISPLAY "*** Sign-on log not found - sign-ons not "
                   "counted: " WS-LOGFILE-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SIGNON-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-LOG-EOF = "Y"
           CLOSE SIGNONLOG.

       READ-SIGNON-PARAGRAPH.
           READ SIGNONLOG NEXT RECORD INTO WS-LOG-LINE
               AT END MOVE "Y" TO WS-LOG-EOF
               NOT AT END
                   IF WS-L-MARKER = "ON" OR WS-L-MARKER = SPACES THEN
                       MOVE WS-L-USER TO WS-LOOK-ID
                       PERFORM FIND-USER-PARAGRAPH
                       IF WS-FOUND-IDX > 0 THEN
                           ADD 1 TO WS-U-SIGNONS(WS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       COUNT-MAINT-PARAGRAPH.
           MOVE "lab-mnt-jrnl.dat" TO WS-JRNFILE-NAME
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "LABMAINT_JRNFILE"
           IF WS-JRNFILE-NAME = SPACES THEN
               MOVE "lab-mnt-jrnl.dat" TO WS-JRNFILE-NAME
           END-IF
           MOVE "N" TO WS-JRN-EOF
           OPEN INPUT JRNL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-JRNL-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-JRN-EOF = "Y"
           CLOSE JRNL-FILE.

       READ-JRNL-PARAGRAPH.
           READ JRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-JRN-EOF
               NOT AT END
                   MOVE JRN-OPERATOR TO WS-LOOK-ID
                   PERFORM FIND-USER-PARAGRAPH
                   IF WS-FOUND-IDX > 0 THEN
                       ADD 1 TO WS-U-MNT(WS-FOUND-IDX)
                   END-IF
                   IF JRN-APPROVER NOT = SPACES
                           AND JRN-APPROVER NOT = JRN-OPERATOR THEN
                       MOVE JRN-APPROVER TO WS-LOOK-ID
                       PERFORM FIND-USER-PARAGRAPH
                       IF WS-FOUND-IDX > 0 THEN
                           ADD 1 TO WS-U-MNT(WS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       COUNT-KEYING-PARAGRAPH.
           MOVE "lab2b-journal.dat" TO WS-EJRNFILE-NAME
           ACCEPT WS-EJRNFILE-NAME FROM ENVIRONMENT "LAB2B_JRNFILE"
           IF WS-EJRNFILE-NAME = SPACES THEN
               MOVE "lab2b-journal.dat" TO WS-EJRNFILE-NAME
           END-IF
           MOVE "N" TO WS-EJRN-EOF
           OPEN INPUT EJRNL-FILE
           IF WS-EJRN-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-EJRNL-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EJRN-EOF = "Y"
           CLOSE EJRNL-FILE.

       READ-EJRNL-PARAGRAPH.
           READ EJRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EJRN-EOF
               NOT AT END
                   IF EJ-ACTION = "E" THEN
                       MOVE EJ-OPERATOR TO WS-LOOK-ID
                       PERFORM FIND-USER-PARAGRAPH
                       IF WS-FOUND-IDX > 0 THEN
                           ADD 1 TO WS-U-KEY(WS-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       COUNT-REPAIRS-PARAGRAPH.
           MOVE "lab-rej-audit.dat" TO WS-AUDITFILE-NAME
           ACCEPT WS-AUDITFILE-NAME FROM ENVIRONMENT "LABREJWK_AUDIT"
           IF WS-AUDITFILE-NAME = SPACES THEN
               MOVE "lab-rej-audit.dat" TO WS-AUDITFILE-NAME
           END-IF
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT REJAUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-AUDIT-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-AUDIT-EOF = "Y"
           CLOSE REJAUDIT-FILE.

       READ-AUDIT-PARAGRAPH.
           READ REJAUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   MOVE RJA-OPERATOR TO WS-LOOK-ID
                   PERFORM FIND-USER-PARAGRAPH
                   IF WS-FOUND-IDX > 0 THEN
                       ADD 1 TO WS-U-REPAIR(WS-FOUND-IDX)
                   END-IF
           END-READ.

       WRITE-WKS-ROW-PARAGRAPH.
           MOVE SPACES TO Cert-Wks-Record
           MOVE WS-U-ID(WS-USR-IDX) TO CW-USER
           MOVE WS-U-NAME(WS-USR-IDX) TO CW-NAME
           MOVE WS-U-ROLE(WS-USR-IDX) TO CW-ROLE
           MOVE WS-U-LAST(WS-USR-IDX) TO CW-LAST-SIGNON
           MOVE WS-U-SIGNONS(WS-USR-IDX) TO CW-SIGNONS
           MOVE WS-U-MNT(WS-USR-IDX) TO CW-MNT-CNT
           MOVE WS-U-KEY(WS-USR-IDX) TO CW-KEY-CNT
           MOVE WS-U-REPAIR(WS-USR-IDX) TO CW-REPAIR-CNT
           MOVE WS-TODAY TO CW-CYCLE
           MOVE WS-DEADLINE TO CW-DEADLINE
           WRITE Cert-Wks-Record.

      *****************************************************
      * LOAD-WORKSHEET-PARAGRAPH reads the current worksheet   *
      * into WS-WKS-TABLE and counts the rows not yet settled. *
      * No worksheet is simply an empty table.                  *
      *****************************************************
       LOAD-WORKSHEET-PARAGRAPH.
           MOVE 0 TO WS-WKS-CNT
           MOVE 0 TO WS-OPEN-ROWS
           MOVE "N" TO WS-WKS-EOF
           OPEN INPUT WKS-FILE
           IF WS-WKS-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-WKS-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-WKS-EOF = "Y"
           CLOSE WKS-FILE.

      * "Apply rewrites the worksheet from this table, so an"
      * "overflow would lose rows - an over-full worksheet is"
      * "refused up front."
       READ-WKS-PARAGRAPH.
           READ WKS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-WKS-EOF
               NOT AT END
                   IF WS-WKS-CNT >= 500 THEN
                       DISPLAY "*** Worksheet holds more than 500 "
                           "rows - run refused."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-WKS-CNT
                   MOVE Cert-Wks-Record TO WS-WKS-ENTRY(WS-WKS-CNT)
                   IF CW-STATUS = SPACE THEN
                       ADD 1 TO WS-OPEN-ROWS
                   END-IF
           END-READ.

      *****************************************************
      * APPLY-PARAGRAPH carries the manager's answers to       *
      * USERS.dat. Only a supervisor may apply, the same       *
      * control LABUMNT enforces on every change.               *
      *****************************************************
       APPLY-PARAGRAPH.
           PERFORM LOAD-WORKSHEET-PARAGRAPH
           IF WS-WKS-CNT = 0 THEN
               DISPLAY "*** No certification worksheet to apply: "
                   WS-WKSFILE-NAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O USERFILE
           IF WS-USER-STATUS NOT = "00" THEN
               DISPLAY "*** User file not found or unreadable: "
                   WS-USERFILE-NAME
               DISPLAY "*** FILE STATUS: " WS-USER-STATUS
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM IDENTIFY-OPERATOR-PARAGRAPH
           IF WS-OPERATOR-ROLE NOT = "S" THEN
               DISPLAY "*** Applying a certification worksheet "
                   "requires supervisor role - refused."
               CLOSE USERFILE
               MOVE "E" TO WS-LOG-SEV
               MOVE "0202" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Recert apply refused, not a supervisor: "
                   WS-OPERATOR
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CERT-FILE
           IF WS-CERT-STATUS = "35" THEN
               OPEN OUTPUT CERT-FILE
           END-IF
           PERFORM APPLY-ROW-PARAGRAPH
               VARYING WS-WKS-IDX FROM 1 BY 1
               UNTIL WS-WKS-IDX > WS-WKS-CNT
           CLOSE CERT-FILE
           CLOSE USERFILE
           OPEN OUTPUT WKS-FILE
           PERFORM SAVE-WKS-ROW-PARAGRAPH
               VARYING WS-WKS-IDX FROM 1 BY 1
               UNTIL WS-WKS-IDX > WS-WKS-CNT
           CLOSE WKS-FILE
           PERFORM APPLY-TOTALS-PARAGRAPH.

       IDENTIFY-OPERATOR-PARAGRAPH.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           IF WS-OPERATOR = SPACES THEN
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
           MOVE SPACE TO WS-OPERATOR-ROLE
           MOVE WS-OPERATOR TO Usr-Id
           READ USERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Usr-Active = "Y" THEN
                       MOVE Usr-Role TO WS-OPERATOR-ROLE
                   END-IF
           END-READ.

      *****************************************************
      * APPLY-ROW-PARAGRAPH settles one unsettled row: K keeps *
      * the access as is, D takes a supervisor down to         *
      * operator, R disables the ID. An unanswered row past    *
      * its deadline is disabled as X. A row for the operator  *
      * running the apply is left for another supervisor.      *
      *****************************************************
       APPLY-ROW-PARAGRAPH.
           IF WS-W-STATUS(WS-WKS-IDX) NOT = SPACE THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-W-DECISION(WS-WKS-IDX) NOT = "K"
                   AND WS-W-DECISION(WS-WKS-IDX) NOT = "D"
                   AND WS-W-DECISION(WS-WKS-IDX) NOT = "R" THEN
               IF WS-W-DECISION(WS-WKS-IDX) NOT = SPACE THEN
                   DISPLAY "*** " WS-W-USER(WS-WKS-IDX)
                       " decision " WS-W-DECISION(WS-WKS-IDX)
                       " is not K, D, or R - treated as unanswered."
               END-IF
               IF WS-TODAY > WS-W-DEADLINE(WS-WKS-IDX) THEN
                   MOVE "X" TO WS-W-DECISION(WS-WKS-IDX)
               ELSE
                   ADD 1 TO WS-PENDING-CNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-W-USER(WS-WKS-IDX) = WS-OPERATOR
                   AND WS-W-DECISION(WS-WKS-IDX) NOT = "X" THEN
               DISPLAY "*** " WS-W-USER(WS-WKS-IDX)
                   " - nobody certifies their own access; left for"
                   " another supervisor."
               ADD 1 TO WS-REFUSED-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-W-USER(WS-WKS-IDX) TO Usr-Id
           READ USERFILE
               INVALID KEY
                   DISPLAY "*** " WS-W-USER(WS-WKS-IDX)
                       " is no longer on USERS.dat - row closed."
                   MOVE "A" TO WS-W-STATUS(WS-WKS-IDX)
                   EXIT PARAGRAPH
           END-READ
           MOVE Usr-Role TO WS-OLD-ROLE
           MOVE Usr-Active TO WS-OLD-ACTIVE
           EVALUATE WS-W-DECISION(WS-WKS-IDX)
               WHEN "K"
                   ADD 1 TO WS-KEEP-CNT
               WHEN "D"
                   MOVE "O" TO Usr-Role
                   ADD 1 TO WS-DOWN-CNT
               WHEN "R"
                   MOVE "N" TO Usr-Active
                   ADD 1 TO WS-REVOKE-CNT
               WHEN "X"
                   MOVE "N" TO Usr-Active
                   ADD 1 TO WS-EXPIRED-CNT
           END-EVALUATE
           IF Usr-Role NOT = WS-OLD-ROLE
                   OR Usr-Active NOT = WS-OLD-ACTIVE THEN
               REWRITE User-Record
                   INVALID KEY
                       DISPLAY "*** Rewrite failed for "
                           WS-W-USER(WS-WKS-IDX)
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF
           MOVE "A" TO WS-W-STATUS(WS-WKS-IDX)
           IF WS-W-DECISION(WS-WKS-IDX) = "X" THEN
               MOVE "X" TO WS-W-STATUS(WS-WKS-IDX)
           END-IF
           PERFORM WRITE-CERT-PARAGRAPH.

       WRITE-CERT-PARAGRAPH.
           MOVE SPACES TO Cert-Hist-Record
           MOVE WS-W-CYCLE(WS-WKS-IDX) TO CR-CYCLE
           MOVE WS-W-USER(WS-WKS-IDX) TO CR-USER
           MOVE WS-OPERATOR TO CR-CERTIFIER
           MOVE WS-TODAY TO CR-DATE
           MOVE WS-NOW TO CR-TIME
           MOVE WS-W-DECISION(WS-WKS-IDX) TO CR-DECISION
           MOVE WS-OLD-ROLE TO CR-OLD-ROLE
           MOVE Usr-Role TO CR-NEW-ROLE
           MOVE WS-OLD-ACTIVE TO CR-OLD-ACTIVE
           MOVE Usr-Active TO CR-NEW-ACTIVE
           WRITE Cert-Hist-Record.

       SAVE-WKS-ROW-PARAGRAPH.
           MOVE WS-WKS-ENTRY(WS-WKS-IDX) TO Cert-Wks-Record
           WRITE Cert-Wks-Record.

       APPLY-TOTALS-PARAGRAPH.
           MOVE WS-KEEP-CNT TO WS-CNT-TXT
           DISPLAY "Kept:                 " WS-CNT-TXT
           MOVE WS-DOWN-CNT TO WS-CNT-TXT
           DISPLAY "Downgraded:           " WS-CNT-TXT
           MOVE WS-REVOKE-CNT TO WS-CNT-TXT
           DISPLAY "Revoked:              " WS-CNT-TXT
           MOVE WS-EXPIRED-CNT TO WS-CNT-TXT
           DISPLAY "Disabled at deadline: " WS-CNT-TXT
           MOVE WS-PENDING-CNT TO WS-CNT-TXT
           DISPLAY "Still unanswered:     " WS-CNT-TXT
           MOVE WS-REFUSED-CNT TO WS-CNT-TXT
           DISPLAY "Own access, left:     " WS-CNT-TXT
           COMPUTE WS-FOUND-IDX = WS-KEEP-CNT + WS-DOWN-CNT
               + WS-REVOKE-CNT
           MOVE WS-FOUND-IDX TO WS-CNT-TXT
           MOVE WS-EXPIRED-CNT TO WS-CNT2-TXT
           MOVE WS-PENDING-CNT TO WS-CNT3-TXT
           MOVE "I" TO WS-LOG-SEV
           MOVE "0002" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Recert applied " WS-CNT-TXT " expired "
               WS-CNT2-TXT " open " WS-CNT3-TXT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-EXPIRED-CNT > 0 THEN
               MOVE "W" TO WS-LOG-SEV
               MOVE "0101" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Users disabled, uncertified by deadline: "
                   WS-CNT2-TXT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 4 TO RETURN-CODE
           END-IF.

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
           MOVE "LABRECRT" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.
