       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABSODRP.
       AUTHOR. Wyatt Reid.
      * "Segregation-of-duties violation report - checks after the"
      * "fact that the two-person rules actually held. Four"
      * "controlled actions are cross-checked, and every one where"
      * "the same operator did both halves is listed with the role"
      * "that operator holds on USERS.dat:"
      * "  1 a queued LABMAINT change approved by its own queuer"
      * "    (JRN-OPERATOR = JRN-APPROVER on the maintenance"
      * "    journal);"
      * "  2 a LABREJWK repair resubmission posted by the operator"
      * "    who repaired it (REJAUDIT fixed row against the batch"
      * "    register row for the R-origin batch of that date);"
      * "  3 a LAB2b session force-released in LABSESMN by the"
      * "    operator who owned it or keyed into it;"
      * "  4 a batch posted under the duplicate-batch override -"
      * "    the override is authorized by the running operator's"
      * "    own supervisor role, so every override is one person"
      * "    on both sides and is listed for review."
      * "LABSODRP_FROM/LABSODRP_TO (YYYYMMDD) limit the window;"
      * "either left unset is open-ended."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERFILE ASSIGN TO WS-USERFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-USER-STATUS.
           SELECT JRNL-FILE ASSIGN TO WS-JRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT REJAUDIT-FILE ASSIGN TO WS-AUDITFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BATCHREG-FILE ASSIGN TO WS-BREGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.
           SELECT SESS-FILE ASSIGN TO WS-SESSFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT EJRNL-FILE ASSIGN TO WS-EJRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EJRN-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERFILE.
           COPY USERREC.

       FD  JRNL-FILE.
           COPY MNTJRNL.

       FD  REJAUDIT-FILE.
           COPY REJAUDIT.

       FD  BATCHREG-FILE.
           COPY BATCHREG.

       FD  SESS-FILE.
           COPY SESSREC.

       FD  EJRNL-FILE.
           COPY ENTJRNL.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
      * "Every input is found under the name the program that"
      * "writes it uses (LAB_USERFILE, LABMAINT_JRNFILE,"
      * "LABREJWK_AUDIT, LAB_BATCHREG, LAB2B_SESSFILE,"
      * "LAB2B_JRNFILE), so an override exported for the suite"
      * "carries through to here. LABSODRP_OUTFILE is the report."
       01  WS-USERFILE-NAME    Pic X(40).
       01  WS-USER-STATUS      Pic X(2).
       01  WS-USER-EOF         Pic A(1).
       01  WS-JRNFILE-NAME     Pic X(40).
       01  WS-JRN-STATUS       Pic X(2).
       01  WS-JRN-EOF          Pic A(1).
       01  WS-AUDITFILE-NAME   Pic X(40).
       01  WS-AUDIT-STATUS     Pic X(2).
       01  WS-AUDIT-EOF        Pic A(1).
       01  WS-BREGFILE-NAME    Pic X(40).
       01  WS-BREG-STATUS      Pic X(2).
       01  WS-BREG-EOF         Pic A(1).
       01  WS-SESSFILE-NAME    Pic X(40).
       01  WS-SESS-STATUS      Pic X(2).
       01  WS-SESS-EOF         Pic A(1).
       01  WS-EJRNFILE-NAME    Pic X(40).
       01  WS-EJRN-STATUS      Pic X(2).
       01  WS-EJRN-EOF         Pic A(1).
       01  WS-OUTFILE-NAME     Pic X(40).

      * "Review window - LABSODRP_FROM/LABSODRP_TO, inclusive."
       01  WS-FROM-DATE        Pic 9(8)        VALUE 0.
       01  WS-TO-DATE          Pic 9(8)        VALUE 99999999.
       01  WS-DATE-IN          Pic X(8).
       01  WS-CHK-DATE         Pic 9(8).
       01  WS-IN-WINDOW-SW     Pic X(1).

      * "Operator roles off USERS.dat - there is no role history,"
      * "so the role printed is the one held when the report runs."
       01  WS-USR-TABLE.
           05  WS-USR-ENTRY OCCURS 200 TIMES INDEXED BY WS-USR-IDX.
               10  WS-USR-ID       Pic X(10).
               10  WS-USR-ROLE     Pic X(1).
               10  WS-USR-ACTIVE   Pic X(1).
       01  WS-USR-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-LOOK-ID          Pic X(10).
       01  WS-LOOK-ROLE        Pic X(1).

      * "Repairs resubmitted (REJAUDIT action F) - operator and"
      * "repair date. LABREJWK stamps the resubmission header with"
      * "the repair date, so the batch register row for that"
      * "batch date with origin R is the posting of the repair."
       01  WS-FIX-TABLE.
           05  WS-FIX-ENTRY OCCURS 500 TIMES INDEXED BY WS-FIX-IDX.
               10  WS-FIX-OPERATOR Pic X(10).
               10  WS-FIX-DATE     Pic 9(8).
       01  WS-FIX-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-FIX-FOUND-SW     Pic X(1).

      * "Sessions force-released in LABSESMN - the owner, the"
      * "releaser, and whether the releaser is already flagged"
      * "(so a session is listed once however many entries the"
      * "releaser keyed into it)."
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 500 TIMES INDEXED BY WS-REL-IDX.
               10  WS-REL-SESSION  Pic 9(4).
               10  WS-REL-OPERATOR Pic X(10).
               10  WS-REL-BY       Pic X(10).
               10  WS-REL-DATE     Pic 9(8).
               10  WS-REL-FLAG     Pic X(1).
       01  WS-REL-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-REL-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.

      * "Violations per check, and inputs that were not there to"
      * "be checked (a missing file is reported, not treated as a"
      * "clean result)."
       01  WS-VIOL-TABLE.
           05  WS-VIOL-CNT     Pic 9(6)   COMP   OCCURS 4 TIMES.
       01  WS-TOTAL-VIOL       Pic 9(6)   COMP   VALUE 0.
       01  WS-SKIP-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-MISSING-NAME     Pic X(40).
       01  WS-CHECK-NO         Pic 9(1).
       01  WS-CNT-TXT          Pic Z(5)9.
       01  WS-CNT2-TXT         Pic Z(5)9.
       01  WS-REC-TXT          Pic 9(6).
       01  WS-SESS-TXT         Pic 9(4).

      * "One flagged action - date, what was done, and the two"
      * "halves of the control with the operator and role on each."
       01  WS-DETAIL-LINE.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-DATE       Pic X(8).
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-D-KEY        Pic X(26).
           05  WS-D-LBL1       Pic X(12).
           05  WS-D-WHO1       Pic X(10).
           05  FILLER          Pic X(2)        VALUE " (".
           05  WS-D-ROLE1      Pic X(1).
           05  FILLER          Pic X(3)        VALUE ")  ".
           05  WS-D-LBL2       Pic X(12).
           05  WS-D-WHO2       Pic X(10).
           05  FILLER          Pic X(2)        VALUE " (".
           05  WS-D-ROLE2      Pic X(1).
           05  FILLER          Pic X(1)        VALUE ")".
           05  FILLER          Pic X(8)        VALUE SPACES.

       01  WS-RUN-DATE         Pic 9(8).

      * "LAB_REGION names the active region - printed on the"
      * "heading so a test run can never be mistaken for"
      * "production (see LABRGSET)."
       01  WS-REGION           Pic X(8)        VALUE "PROD".
       01  WS-REPORT-LINE      Pic X(100).

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
           PERFORM LOAD-USERS-PARAGRAPH
           PERFORM CHECK-APPROVALS-PARAGRAPH
           PERFORM CHECK-REPAIRS-PARAGRAPH
           PERFORM CHECK-RELEASES-PARAGRAPH
           PERFORM CHECK-OVERRIDES-PARAGRAPH
           PERFORM WRAP-UP-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           MOVE "USERS.dat" TO WS-USERFILE-NAME
           ACCEPT WS-USERFILE-NAME FROM ENVIRONMENT "LAB_USERFILE"
           IF WS-USERFILE-NAME = SPACES THEN
               MOVE "USERS.dat" TO WS-USERFILE-NAME
           END-IF
           MOVE "lab-mnt-jrnl.dat" TO WS-JRNFILE-NAME
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "LABMAINT_JRNFILE"
           IF WS-JRNFILE-NAME = SPACES THEN
               MOVE "lab-mnt-jrnl.dat" TO WS-JRNFILE-NAME
           END-IF
           MOVE "lab-rej-audit.dat" TO WS-AUDITFILE-NAME
           ACCEPT WS-AUDITFILE-NAME FROM ENVIRONMENT "LABREJWK_AUDIT"
           IF WS-AUDITFILE-NAME = SPACES THEN
               MOVE "lab-rej-audit.dat" TO WS-AUDITFILE-NAME
           END-IF
           MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           ACCEPT WS-BREGFILE-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BREGFILE-NAME = SPACES THEN
               MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           END-IF
           MOVE "lab2b-sessions.dat" TO WS-SESSFILE-NAME
           ACCEPT WS-SESSFILE-NAME FROM ENVIRONMENT "LAB2B_SESSFILE"
           IF WS-SESSFILE-NAME = SPACES THEN
               MOVE "lab2b-sessions.dat" TO WS-SESSFILE-NAME
           END-IF
           MOVE "lab2b-journal.dat" TO WS-EJRNFILE-NAME
           ACCEPT WS-EJRNFILE-NAME FROM ENVIRONMENT "LAB2B_JRNFILE"
           IF WS-EJRNFILE-NAME = SPACES THEN
               MOVE "lab2b-journal.dat" TO WS-EJRNFILE-NAME
           END-IF
           MOVE "lab-sod-rpt.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABSODRP_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-sod-rpt.dat" TO WS-OUTFILE-NAME
           END-IF

           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN FROM ENVIRONMENT "LABSODRP_FROM"
           IF WS-DATE-IN IS NUMERIC THEN
               MOVE WS-DATE-IN TO WS-FROM-DATE
           END-IF
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN FROM ENVIRONMENT "LABSODRP_TO"
           IF WS-DATE-IN IS NUMERIC THEN
               MOVE WS-DATE-IN TO WS-TO-DATE
           END-IF
           MOVE 0 TO WS-VIOL-CNT(1) WS-VIOL-CNT(2)
                     WS-VIOL-CNT(3) WS-VIOL-CNT(4)

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Segregation-of-Duties Violation Report  Region: "
               WS-REGION "  Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Window: " WS-FROM-DATE " to " WS-TO-DATE
               "  (roles are as held on USERS.dat today)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

      *****************************************************
      * LOAD-USERS-PARAGRAPH loads every operator's role. A    *
      * missing USERS.dat still lets the checks run - every    *
      * role then prints as ?.                                  *
      *****************************************************
       LOAD-USERS-PARAGRAPH.
           MOVE 0 TO WS-USR-CNT
           MOVE "N" TO WS-USER-EOF
           OPEN INPUT USERFILE
           IF WS-USER-STATUS = "00" THEN
               PERFORM READ-USER-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-USER-EOF = "Y"
               CLOSE USERFILE
           ELSE
               DISPLAY "*** User file not found: " WS-USERFILE-NAME
               DISPLAY "*** Roles will print as ?."
           END-IF.

       READ-USER-PARAGRAPH.
           READ USERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-USER-EOF
               NOT AT END
                   IF WS-USR-CNT < 200 THEN
                       ADD 1 TO WS-USR-CNT
                       MOVE Usr-Id TO WS-USR-ID(WS-USR-CNT)
                       MOVE Usr-Role TO WS-USR-ROLE(WS-USR-CNT)
                       MOVE Usr-Active TO WS-USR-ACTIVE(WS-USR-CNT)
                   END-IF
           END-READ.

      *****************************************************
      * LOOKUP-ROLE-PARAGRAPH returns WS-LOOK-ID's role in      *
      * WS-LOOK-ROLE - ? when the ID is not on USERS.dat.       *
      *****************************************************
       LOOKUP-ROLE-PARAGRAPH.
           MOVE "?" TO WS-LOOK-ROLE
           PERFORM FIND-ROLE-PARAGRAPH
               VARYING WS-USR-IDX FROM 1 BY 1
               UNTIL WS-USR-IDX > WS-USR-CNT.

       FIND-ROLE-PARAGRAPH.
           IF WS-USR-ID(WS-USR-IDX) = WS-LOOK-ID THEN
               MOVE WS-USR-ROLE(WS-USR-IDX) TO WS-LOOK-ROLE
               SET WS-USR-IDX TO WS-USR-CNT
           END-IF.

       CHECK-WINDOW-PARAGRAPH.
           IF WS-CHK-DATE < WS-FROM-DATE
                   OR WS-CHK-DATE > WS-TO-DATE THEN
               MOVE "N" TO WS-IN-WINDOW-SW
           ELSE
               MOVE "Y" TO WS-IN-WINDOW-SW
           END-IF.

      *****************************************************
      * CHECK-APPROVALS-PARAGRAPH - a change that came through *
      * the pending queue carries both the queuer and the      *
      * approver; the two must differ. A blank approver is a    *
      * change a supervisor applied directly and is not a      *
      * two-person action.                                      *
      *****************************************************
       CHECK-APPROVALS-PARAGRAPH.
           MOVE 1 TO WS-CHECK-NO
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "1. Maintenance changes approved by their own queuer"
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "N" TO WS-JRN-EOF
           OPEN INPUT JRNL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
               MOVE WS-JRNFILE-NAME TO WS-MISSING-NAME
               PERFORM NOT-CHECKED-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-JRNL-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-JRN-EOF = "Y"
           CLOSE JRNL-FILE
           PERFORM CHECK-TOTAL-PARAGRAPH.

       READ-JRNL-PARAGRAPH.
           READ JRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-JRN-EOF
               NOT AT END
                   MOVE JRN-DATE TO WS-CHK-DATE
                   PERFORM CHECK-WINDOW-PARAGRAPH
                   IF WS-IN-WINDOW-SW = "Y"
                           AND JRN-APPROVER NOT = SPACES
                           AND JRN-APPROVER = JRN-OPERATOR THEN
                       MOVE JRN-DATE TO WS-D-DATE
                       MOVE JRN-REC-ID TO WS-REC-TXT
                       MOVE SPACES TO WS-D-KEY
                       STRING "Rec " WS-REC-TXT " action "
                           JRN-ACTION
                           DELIMITED BY SIZE INTO WS-D-KEY
                       MOVE "Queued by" TO WS-D-LBL1
                       MOVE JRN-OPERATOR TO WS-D-WHO1
                       MOVE "Approved by" TO WS-D-LBL2
                       MOVE JRN-APPROVER TO WS-D-WHO2
                       PERFORM WRITE-DETAIL-PARAGRAPH
                   END-IF
           END-READ.

      *****************************************************
      * CHECK-REPAIRS-PARAGRAPH - the operator who fixed a      *
      * reject at LABREJWK must not be the one who posted the  *
      * resubmission. Fixed rows are loaded first, then each   *
      * R-origin row on the batch register is matched on the    *
      * repair date and the posting operator.                   *
      *****************************************************
       CHECK-REPAIRS-PARAGRAPH.
           MOVE 2 TO WS-CHECK-NO
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "2. Reject repairs posted by the operator who "
               "repaired them"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE 0 TO WS-FIX-CNT
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT REJAUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00" THEN
               MOVE WS-AUDITFILE-NAME TO WS-MISSING-NAME
               PERFORM NOT-CHECKED-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-AUDIT-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-AUDIT-EOF = "Y"
           CLOSE REJAUDIT-FILE
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS NOT = "00" THEN
               MOVE WS-BREGFILE-NAME TO WS-MISSING-NAME
               PERFORM NOT-CHECKED-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-BREG-REPAIR-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-BREG-EOF = "Y"
           CLOSE BATCHREG-FILE
           PERFORM CHECK-TOTAL-PARAGRAPH.

       READ-AUDIT-PARAGRAPH.
           READ REJAUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   IF RJA-ACTION = "F" THEN
                       IF WS-FIX-CNT < 500 THEN
                           ADD 1 TO WS-FIX-CNT
                           MOVE RJA-OPERATOR
                               TO WS-FIX-OPERATOR(WS-FIX-CNT)
                           MOVE RJA-DATE TO WS-FIX-DATE(WS-FIX-CNT)
                       ELSE
                           DISPLAY "*** Repair table full - later "
                               "repairs not checked."
                           MOVE "Y" TO WS-AUDIT-EOF
                       END-IF
                   END-IF
           END-READ.

       READ-BREG-REPAIR-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   MOVE BRG-POST-DATE TO WS-CHK-DATE
                   PERFORM CHECK-WINDOW-PARAGRAPH
                   IF WS-IN-WINDOW-SW = "Y"
                           AND BRG-ORIGIN = "R"
                           AND BRG-OPERATOR NOT = SPACES THEN
                       MOVE "N" TO WS-FIX-FOUND-SW
                       PERFORM MATCH-FIX-PARAGRAPH
                           VARYING WS-FIX-IDX FROM 1 BY 1
                           UNTIL WS-FIX-IDX > WS-FIX-CNT
                       IF WS-FIX-FOUND-SW = "Y" THEN
                           MOVE BRG-POST-DATE TO WS-D-DATE
                           MOVE SPACES TO WS-D-KEY
                           STRING BRG-SOURCE " batch "
                               BRG-BATCH-DATE
                               DELIMITED BY SIZE INTO WS-D-KEY
                           MOVE "Repaired by" TO WS-D-LBL1
                           MOVE BRG-OPERATOR TO WS-D-WHO1
                           MOVE "Posted by" TO WS-D-LBL2
                           MOVE BRG-OPERATOR TO WS-D-WHO2
                           PERFORM WRITE-DETAIL-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       MATCH-FIX-PARAGRAPH.
           IF WS-FIX-DATE(WS-FIX-IDX) = BRG-BATCH-DATE
                   AND WS-FIX-OPERATOR(WS-FIX-IDX) = BRG-OPERATOR THEN
               MOVE "Y" TO WS-FIX-FOUND-SW
               SET WS-FIX-IDX TO WS-FIX-CNT
           END-IF.

      *****************************************************
      * CHECK-RELEASES-PARAGRAPH - a supervisor may force-     *
      * release someone else's stuck session, never one they   *
      * own or keyed into. Released sessions are loaded from    *
      * the session file; the owner is checked there, and the  *
      * keyed-entry journal is read for anyone else's entries. *
      *****************************************************
       CHECK-RELEASES-PARAGRAPH.
           MOVE 3 TO WS-CHECK-NO
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "3. LAB2b sessions force-released by their own "
               "keying operator"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE 0 TO WS-REL-CNT
           MOVE "N" TO WS-SESS-EOF
           OPEN INPUT SESS-FILE
           IF WS-SESS-STATUS NOT = "00" THEN
               MOVE WS-SESSFILE-NAME TO WS-MISSING-NAME
               PERFORM NOT-CHECKED-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SESS-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-SESS-EOF = "Y"
           CLOSE SESS-FILE
           MOVE "N" TO WS-EJRN-EOF
           OPEN INPUT EJRNL-FILE
           IF WS-EJRN-STATUS = "00" THEN
               PERFORM READ-EJRNL-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EJRN-EOF = "Y"
               CLOSE EJRNL-FILE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Keyed-entry journal not found ("
                   WS-EJRNFILE-NAME
                   ") - session owners checked only"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARAGRAPH
           END-IF
           PERFORM CHECK-TOTAL-PARAGRAPH.

       READ-SESS-PARAGRAPH.
           READ SESS-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SESS-EOF
               NOT AT END
                   MOVE SES-OPEN-DATE TO WS-CHK-DATE
                   PERFORM CHECK-WINDOW-PARAGRAPH
                   IF WS-IN-WINDOW-SW = "Y"
                           AND SES-RELEASED-BY NOT = SPACES THEN
                       PERFORM ADD-RELEASE-PARAGRAPH
                   END-IF
           END-READ.

       ADD-RELEASE-PARAGRAPH.
           IF WS-REL-CNT NOT < 500 THEN
               DISPLAY "*** Release table full - later releases "
                   "not checked."
               MOVE "Y" TO WS-SESS-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REL-CNT
           MOVE SES-SESSION TO WS-REL-SESSION(WS-REL-CNT)
           MOVE SES-OPERATOR TO WS-REL-OPERATOR(WS-REL-CNT)
           MOVE SES-RELEASED-BY TO WS-REL-BY(WS-REL-CNT)
           MOVE SES-OPEN-DATE TO WS-REL-DATE(WS-REL-CNT)
           MOVE "N" TO WS-REL-FLAG(WS-REL-CNT)
           IF SES-OPERATOR = SES-RELEASED-BY THEN
               MOVE "Y" TO WS-REL-FLAG(WS-REL-CNT)
               MOVE SES-OPERATOR TO WS-D-WHO1
               SET WS-REL-IDX TO WS-REL-CNT
               PERFORM WRITE-RELEASE-PARAGRAPH
           END-IF.

       READ-EJRNL-PARAGRAPH.
           READ EJRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EJRN-EOF
               NOT AT END
                   MOVE 0 TO WS-REL-FOUND-IDX
                   PERFORM FIND-RELEASE-PARAGRAPH
                       VARYING WS-REL-IDX FROM 1 BY 1
                       UNTIL WS-REL-IDX > WS-REL-CNT
                   IF WS-REL-FOUND-IDX > 0 THEN
                       SET WS-REL-IDX TO WS-REL-FOUND-IDX
                       MOVE "Y" TO WS-REL-FLAG(WS-REL-IDX)
                       MOVE EJ-OPERATOR TO WS-D-WHO1
                       PERFORM WRITE-RELEASE-PARAGRAPH
                   END-IF
           END-READ.

       FIND-RELEASE-PARAGRAPH.
           IF WS-REL-SESSION(WS-REL-IDX) = EJ-SESSION
                   AND WS-REL-BY(WS-REL-IDX) = EJ-OPERATOR
                   AND WS-REL-FLAG(WS-REL-IDX) = "N" THEN
               SET WS-REL-FOUND-IDX TO WS-REL-IDX
               SET WS-REL-IDX TO WS-REL-CNT
           END-IF.

       WRITE-RELEASE-PARAGRAPH.
           MOVE WS-REL-DATE(WS-REL-IDX) TO WS-D-DATE
           MOVE WS-REL-SESSION(WS-REL-IDX) TO WS-SESS-TXT
           MOVE SPACES TO WS-D-KEY
           STRING "Session " WS-SESS-TXT " of "
               WS-REL-OPERATOR(WS-REL-IDX)
               DELIMITED BY SIZE INTO WS-D-KEY
           MOVE "Keyed by" TO WS-D-LBL1
           MOVE "Released by" TO WS-D-LBL2
           MOVE WS-REL-BY(WS-REL-IDX) TO WS-D-WHO2
           PERFORM WRITE-DETAIL-PARAGRAPH.

      *****************************************************
      * CHECK-OVERRIDES-PARAGRAPH - the duplicate-batch         *
      * override is authorized by the supervisor role of the   *
      * operator running LAB1c/LAB2c, so the override holder   *
      * is always the runner. Every batch posted under it is   *
      * listed for review.                                      *
      *****************************************************
       CHECK-OVERRIDES-PARAGRAPH.
           MOVE 4 TO WS-CHECK-NO
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "4. Duplicate-batch overrides authorized by the "
               "operator who ran the batch"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS NOT = "00" THEN
               MOVE WS-BREGFILE-NAME TO WS-MISSING-NAME
               PERFORM NOT-CHECKED-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-BREG-OVERRIDE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-BREG-EOF = "Y"
           CLOSE BATCHREG-FILE
           PERFORM CHECK-TOTAL-PARAGRAPH.

       READ-BREG-OVERRIDE-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   MOVE BRG-POST-DATE TO WS-CHK-DATE
                   PERFORM CHECK-WINDOW-PARAGRAPH
                   IF WS-IN-WINDOW-SW = "Y"
                           AND BRG-OVERRIDE = "Y" THEN
                       MOVE BRG-POST-DATE TO WS-D-DATE
                       MOVE SPACES TO WS-D-KEY
                       STRING BRG-SOURCE " batch "
                           BRG-BATCH-DATE
                           DELIMITED BY SIZE INTO WS-D-KEY
                       MOVE "Override by" TO WS-D-LBL1
                       MOVE BRG-OPERATOR TO WS-D-WHO1
                       MOVE "Run by" TO WS-D-LBL2
                       MOVE BRG-OPERATOR TO WS-D-WHO2
                       PERFORM WRITE-DETAIL-PARAGRAPH
                   END-IF
           END-READ.

      *****************************************************
      * WRITE-DETAIL-PARAGRAPH fills in both roles and writes  *
      * one flagged action against the current check.          *
      *****************************************************
       WRITE-DETAIL-PARAGRAPH.
           MOVE WS-D-WHO1 TO WS-LOOK-ID
           PERFORM LOOKUP-ROLE-PARAGRAPH
           MOVE WS-LOOK-ROLE TO WS-D-ROLE1
           MOVE WS-D-WHO2 TO WS-LOOK-ID
           PERFORM LOOKUP-ROLE-PARAGRAPH
           MOVE WS-LOOK-ROLE TO WS-D-ROLE2
           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           ADD 1 TO WS-VIOL-CNT(WS-CHECK-NO)
           ADD 1 TO WS-TOTAL-VIOL.

       CHECK-TOTAL-PARAGRAPH.
           MOVE WS-VIOL-CNT(WS-CHECK-NO) TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-VIOL-CNT(WS-CHECK-NO) = 0 THEN
               MOVE "  None found." TO WS-REPORT-LINE
           ELSE
               STRING "  Violations: " WS-CNT-TXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

      *****************************************************
      * NOT-CHECKED-PARAGRAPH notes an input that could not be *
      * opened, named in WS-MISSING-NAME - the check is skipped *
      * and the run ends with a warning.                        *
      *****************************************************
       NOT-CHECKED-PARAGRAPH.
           ADD 1 TO WS-SKIP-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  *** Not checked - input file not found: "
               WS-MISSING-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH.

       WRAP-UP-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           MOVE WS-TOTAL-VIOL TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Total violations: " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARAGRAPH
           CLOSE REPORT-FILE
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "SoD report run, violations: " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-SKIP-CNT > 0 THEN
               MOVE WS-SKIP-CNT TO WS-CNT2-TXT
               DISPLAY "*** Inputs not checked: " WS-CNT2-TXT
                   " - see the report."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0102" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "SoD input(s) not found, not checked: "
                   WS-CNT2-TXT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOTAL-VIOL > 0 THEN
               DISPLAY "*** Segregation-of-duties violations: "
                   WS-CNT-TXT " - see " WS-OUTFILE-NAME
               MOVE "W" TO WS-LOG-SEV
               MOVE "0101" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "SoD violations flagged: " WS-CNT-TXT
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

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
           MOVE "LABSODRP" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.
