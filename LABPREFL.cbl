       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABPREFL.
       AUTHOR. Wyatt Reid.
      * "Nightly pre-flight readiness check - LABNIGHT's first"
      * "step. Most failed closes died at LAB1c or LAB2c on"
      * "something that was already wrong before the chain"
      * "started: a missing tolerance file, a stale lock, a"
      * "checkpoint left by an aborted run, an unmapped category,"
      * "no calendar row for tonight, a feed list naming a file"
      * "that isn't there. This opens every file the night's"
      * "steps depend on, lists leftover locks, pending restart"
      * "checkpoints, and unmerged LAB2b keying sessions, and"
      * "checks the reference tables cover every category and"
      * "unit the night will post (the master's active records"
      * "plus any provider feeds named for LAB1c/LAB2c). One"
      * "go/no-go listing (LABPREFL_OUTFILE) and RETURN-CODE 0"
      * "(GO), 4 (GO WITH WARNINGS), or 8 (NO-GO) - which stops"
      * "the chain before anything has been touched."
      * "2026-10-15 WAR Each alert now carries the run-log message"
      * "            number it was logged under (ALR-MSG-NO), so"
      * "            HelloWorld can show the catalog's operator"
      * "            response beside it."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBE-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT MASTERFILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-REC-ID
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT USERFILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT FILELIST-FILE ASSIGN TO WS-FL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.
           SELECT FEED-FILE ASSIGN TO WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT LOCK-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT SESS-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT CATREF-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT GLMAP-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT TOL-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
           SELECT RATES-FILE ASSIGN TO WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROBE-STATUS.
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
       FD  PROBE-FILE.
       01  PROBE-RECORD        Pic X(200).

       FD  MASTERFILE.
           COPY INTMAST.

       FD  USERFILE.
           COPY USERREC.

       FD  FILELIST-FILE.
       01  FL-RECORD           Pic X(40).

       FD  FEED-FILE.
           COPY INTREC.

       FD  LOCK-FILE.
           COPY LOCKREC.

       FD  SESS-FILE.
           COPY SESSREC.

       FD  CALENDAR-FILE.
           COPY CALREC.

       FD  CATREF-FILE.
           COPY CATREF.

       FD  GLMAP-FILE.
           COPY GLMAPREC.

       FD  TOL-FILE.
           COPY TOLREC.

       FD  RATES-FILE.
           COPY RATEREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(80).

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
      * "LAB_ALERTS points at the central operator alert file -"
      * "a NO-GO lands there too, so the morning shift sees why"
      * "the close never ran."
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

      * "The files the night's steps open. Each name is resolved"
      * "through the same environment variable its owning"
      * "programs honor, so the check opens exactly the files the"
      * "chain is about to run against. WS-F-ORG K is the keyed"
      * "master, U the keyed USERS.dat, S a sequential file;"
      * "WS-F-SEV F makes a file that will not open a NO-GO, W"
      * "only a warning (a file the steps create on first use or"
      * "run without)."
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 11 TIMES INDEXED BY WS-F-IDX.
               10  WS-F-ID         Pic X(8).
               10  WS-F-ENV        Pic X(20).
               10  WS-F-DEFAULT    Pic X(40).
               10  WS-F-ORG        Pic X(1).
               10  WS-F-SEV        Pic X(1).
               10  WS-F-NAME       Pic X(40).
               10  WS-F-OPEN-SW    Pic X(1).
       01  WS-FILE-CNT         Pic 9(2)        VALUE 11.
       01  WS-PROBE-NAME       Pic X(40).
       01  WS-PROBE-STATUS     Pic X(2).
       01  WS-PROBE-EOF        Pic A(1).

      * "LAB1C_FILELIST/LAB2C_FILELIST and LAB1C_INFILE/"
      * "LAB2C_INFILE - the feeds LAB1c and LAB2c will read. An"
      * "input still wired to lab-edit-valid.dat is built in-chain"
      * "by LABEDIT from the LABEXTR extract, so it is not expected"
      * "to exist yet and the master stands in for its content."
       01  WS-FL-NAME          Pic X(40).
       01  WS-FL-STATUS        Pic X(2).
       01  WS-FL-EOF           Pic A(1).
       01  WS-FEED-NAME        Pic X(40).
       01  WS-FEED-STATUS      Pic X(2).
       01  WS-FEED-EOF         Pic A(1).
       01  WS-FEED-PROG        Pic X(5).
       01  WS-FEED-CNT         Pic 9(4)        VALUE 0.
       01  WS-INCHAIN-NAME     Pic X(40)  VALUE "lab-edit-valid.dat".

      * "Checkpoints, locks, and sessions. A checkpoint left by"
      * "an aborted run makes LAB1c/LAB2c resume part-way into"
      * "tonight's feed, so it is a NO-GO - unless LABNIGHT is"
      * "rerunning under LABNIGHT_RESTART=Y, where resuming is"
      * "the whole point and it is only listed."
       01  WS-RESTART-SW       Pic A(1)        VALUE "N".
       01  WS-CKPT-PROG        Pic X(5).
       01  WS-CKPT-ENV         Pic X(20).
       01  WS-CKPT-DEFAULT     Pic X(40).
       01  WS-LOCK-CNT         Pic 9(3)        VALUE 0.
       01  WS-SESS-CNT         Pic 9(3)        VALUE 0.

      * "The night's categories and units, and the reference"
      * "tables they are checked against. Categories come from"
      * "the master's records active tonight (what LABEXTR will"
      * "extract) and the detail records of any provider feed;"
      * "units from the feeds and the LABEDIT_UNITS list. A blank"
      * "unit is an older feed's one unspecified unit and needs"
      * "no rate."
       01  WS-CAT-TABLE.
           05  WS-CAT-CODE     Pic X(2)   OCCURS 100 TIMES
                                           INDEXED BY WS-CAT-IDX.
       01  WS-CAT-CNT          Pic 9(3)        VALUE 0.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-CODE    Pic X(3)   OCCURS 50 TIMES
                                           INDEXED BY WS-UNIT-IDX.
       01  WS-UNIT-CNT         Pic 9(3)        VALUE 0.
       01  WS-UNIT-PARAM       Pic X(40).
       01  WS-UNIT-SEL-TABLE.
           05  WS-UNIT-SEL     Pic X(3)   OCCURS 10 TIMES
                                           INDEXED BY WS-SEL-IDX.
       01  WS-UNIT-SEL-CNT     Pic 9(2)        VALUE 0.
       01  WS-NEW-CAT          Pic X(2).
       01  WS-NEW-UNIT         Pic X(3).
       01  WS-FOUND-SW         Pic A(1).
       01  WS-OVERFLOW-SW      Pic A(1)        VALUE "N".
       01  WS-MASTER-READ-SW   Pic A(1)        VALUE "N".
       01  WS-MST-ACTIVE-CNT   Pic 9(7)        VALUE 0.
       01  WS-EFF-WORK         Pic 9(8).
       01  WS-EXP-WORK         Pic 9(8).

       01  WS-CRF-TABLE.
           05  WS-CRF-ENTRY OCCURS 200 TIMES INDEXED BY WS-CRF-IDX.
               10  WS-CRF-CODE     Pic X(2).
               10  WS-CRF-ACTIVE   Pic X(1).
       01  WS-CRF-CNT          Pic 9(3)        VALUE 0.
       01  WS-GLM-TABLE.
           05  WS-GLM-CODE     Pic X(2)   OCCURS 200 TIMES
                                           INDEXED BY WS-GLM-IDX.
       01  WS-GLM-CNT          Pic 9(3)        VALUE 0.
       01  WS-TOL-TABLE.
           05  WS-TOL-CAT      Pic X(2)   OCCURS 200 TIMES
                                           INDEXED BY WS-TOL-IDX.
       01  WS-TOL-CNT          Pic 9(3)        VALUE 0.
       01  WS-TOL-DEFAULT-SW   Pic A(1)        VALUE "N".
       01  WS-RTE-TABLE.
           05  WS-RTE-UNIT     Pic X(3)   OCCURS 100 TIMES
                                           INDEXED BY WS-RTE-IDX.
       01  WS-RTE-CNT          Pic 9(3)        VALUE 0.

      * "LABPREFL_OUTFILE stands in for a JCL DD override on the"
      * "go/no-go listing. Every check adds one line: OK, WARN"
      * "(the chain still runs), or FAIL (it must not)."
       01  WS-OUTFILE-NAME     Pic X(40).
       01  WS-REGION           Pic X(8)        VALUE "PROD".
       01  WS-RUN-DATE         Pic 9(8).
       01  WS-CHK-SEV          Pic X(4).
       01  WS-CHK-TEXT         Pic X(72).
       01  WS-FAIL-CNT         Pic 9(3)        VALUE 0.
       01  WS-WARN-CNT         Pic 9(3)        VALUE 0.
       01  WS-OK-CNT           Pic 9(3)        VALUE 0.
       01  WS-REPORT-LINE      Pic X(80).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM CHECK-FILES-PARAGRAPH
           PERFORM CHECK-FEEDS-PARAGRAPH
           PERFORM CHECK-LOCKS-PARAGRAPH
           PERFORM CHECK-CHECKPOINTS-PARAGRAPH
           PERFORM CHECK-SESSIONS-PARAGRAPH
           PERFORM CHECK-CALENDAR-PARAGRAPH
           PERFORM CHECK-COVERAGE-PARAGRAPH
           PERFORM WRAP-UP-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE "Run started" TO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           MOVE "lab-preflight.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABPREFL_OUTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-preflight.dat" TO WS-OUTFILE-NAME
           END-IF
           ACCEPT WS-RESTART-SW FROM ENVIRONMENT "LABNIGHT_RESTART"
           IF WS-RESTART-SW NOT = "Y" THEN
               MOVE "N" TO WS-RESTART-SW
           END-IF
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           MOVE SPACES TO WS-UNIT-PARAM
           ACCEPT WS-UNIT-PARAM FROM ENVIRONMENT "LABEDIT_UNITS"
           IF WS-UNIT-PARAM NOT = SPACES THEN
               UNSTRING WS-UNIT-PARAM DELIMITED BY "," OR ALL " "
                   INTO WS-UNIT-SEL(1) WS-UNIT-SEL(2) WS-UNIT-SEL(3)
                        WS-UNIT-SEL(4) WS-UNIT-SEL(5) WS-UNIT-SEL(6)
                        WS-UNIT-SEL(7) WS-UNIT-SEL(8) WS-UNIT-SEL(9)
                        WS-UNIT-SEL(10)
                   TALLYING IN WS-UNIT-SEL-CNT
               END-UNSTRING
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM DEFAULT-FILES-PARAGRAPH
           PERFORM RESOLVE-FILE-PARAGRAPH
               VARYING WS-F-IDX FROM 1 BY 1
               UNTIL WS-F-IDX > WS-FILE-CNT
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Nightly Pre-Flight Check   Run Date: " WS-RUN-DATE
               "   Region: " WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARAGRAPH
           IF WS-RESTART-SW = "Y" THEN
               MOVE "Restart run (LABNIGHT_RESTART=Y)" TO WS-REPORT-LINE
               PERFORM WRITE-LINE-PARAGRAPH
           END-IF.

      *****************************************************
      * DEFAULT-FILES-PARAGRAPH - the files the chain's steps  *
      * open, their environment overrides, default names, and  *
      * how serious it is when one will not open. The master   *
      * is resolved through LABMAINT's override and the YTD    *
      * file through LAB2c's, the programs that rewrite them.  *
      *****************************************************
       DEFAULT-FILES-PARAGRAPH.
           MOVE SPACES TO WS-FILE-TABLE
           MOVE "MASTER" TO WS-F-ID(1)
           MOVE "LABMAINT_MASTERFILE" TO WS-F-ENV(1)
           MOVE "lab-master.dat" TO WS-F-DEFAULT(1)
           MOVE "K" TO WS-F-ORG(1)
           MOVE "F" TO WS-F-SEV(1)
           MOVE "CATREF" TO WS-F-ID(2)
           MOVE "LAB_CATREF" TO WS-F-ENV(2)
           MOVE "lab-catref.dat" TO WS-F-DEFAULT(2)
           MOVE "F" TO WS-F-SEV(2)
           MOVE "TOL" TO WS-F-ID(3)
           MOVE "LAB_TOLFILE" TO WS-F-ENV(3)
           MOVE "lab-tol.dat" TO WS-F-DEFAULT(3)
           MOVE "F" TO WS-F-SEV(3)
           MOVE "GLMAP" TO WS-F-ID(4)
           MOVE "LAB_GLMAP" TO WS-F-ENV(4)
           MOVE "lab-glmap.dat" TO WS-F-DEFAULT(4)
           MOVE "F" TO WS-F-SEV(4)
           MOVE "USERS" TO WS-F-ID(5)
           MOVE "LAB_USERFILE" TO WS-F-ENV(5)
           MOVE "USERS.dat" TO WS-F-DEFAULT(5)
           MOVE "U" TO WS-F-ORG(5)
           MOVE "F" TO WS-F-SEV(5)
           MOVE "CALENDAR" TO WS-F-ID(6)
           MOVE "LAB_CALENDAR" TO WS-F-ENV(6)
           MOVE "lab-calendar.dat" TO WS-F-DEFAULT(6)
           MOVE "W" TO WS-F-SEV(6)
           MOVE "RATES" TO WS-F-ID(7)
           MOVE "LAB_RATES" TO WS-F-ENV(7)
           MOVE "lab-rates.dat" TO WS-F-DEFAULT(7)
           MOVE "W" TO WS-F-SEV(7)
           MOVE "LOCATION" TO WS-F-ID(8)
           MOVE "LAB_LOCFILE" TO WS-F-ENV(8)
           MOVE "lab-locations.dat" TO WS-F-DEFAULT(8)
           MOVE "W" TO WS-F-SEV(8)
           MOVE "PROVIDER" TO WS-F-ID(9)
           MOVE "LAB_PROVFILE" TO WS-F-ENV(9)
           MOVE "lab-providers.dat" TO WS-F-DEFAULT(9)
           MOVE "W" TO WS-F-SEV(9)
           MOVE "YTD" TO WS-F-ID(10)
           MOVE "LAB2C_YTDFILE" TO WS-F-ENV(10)
           MOVE "lab2-ytd.dat" TO WS-F-DEFAULT(10)
           MOVE "W" TO WS-F-SEV(10)
           MOVE "BATCHREG" TO WS-F-ID(11)
           MOVE "LAB_BATCHREG" TO WS-F-ENV(11)
           MOVE "lab-batchreg.dat" TO WS-F-DEFAULT(11)
           MOVE "W" TO WS-F-SEV(11)
           PERFORM DEFAULT-ORG-PARAGRAPH
               VARYING WS-F-IDX FROM 1 BY 1
               UNTIL WS-F-IDX > WS-FILE-CNT.

       DEFAULT-ORG-PARAGRAPH.
           IF WS-F-ORG(WS-F-IDX) = SPACE THEN
               MOVE "S" TO WS-F-ORG(WS-F-IDX)
           END-IF
           MOVE "N" TO WS-F-OPEN-SW(WS-F-IDX).

       RESOLVE-FILE-PARAGRAPH.
           MOVE SPACES TO WS-F-NAME(WS-F-IDX)
           ACCEPT WS-F-NAME(WS-F-IDX)
               FROM ENVIRONMENT WS-F-ENV(WS-F-IDX)
           IF WS-F-NAME(WS-F-IDX) = SPACES THEN
               MOVE WS-F-DEFAULT(WS-F-IDX) TO WS-F-NAME(WS-F-IDX)
           END-IF.

      *****************************************************
      * CHECK-FILES-PARAGRAPH opens each file the way its      *
      * owning step will - the master and USERS.dat as keyed   *
      * files, the rest sequentially - and closes it again.    *
      *****************************************************
       CHECK-FILES-PARAGRAPH.
           MOVE "--- Files the night's steps open ---"
               TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARAGRAPH
           PERFORM CHECK-ONE-FILE-PARAGRAPH
               VARYING WS-F-IDX FROM 1 BY 1
               UNTIL WS-F-IDX > WS-FILE-CNT.

       CHECK-ONE-FILE-PARAGRAPH.
           MOVE WS-F-NAME(WS-F-IDX) TO WS-PROBE-NAME
           EVALUATE WS-F-ORG(WS-F-IDX)
               WHEN "K"
                   OPEN INPUT MASTERFILE
                   IF WS-PROBE-STATUS = "00" THEN
                       CLOSE MASTERFILE
                   END-IF
               WHEN "U"
                   OPEN INPUT USERFILE
                   IF WS-PROBE-STATUS = "00" THEN
                       CLOSE USERFILE
                   END-IF
               WHEN OTHER
                   OPEN INPUT PROBE-FILE
                   IF WS-PROBE-STATUS = "00" THEN
                       CLOSE PROBE-FILE
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-CHK-TEXT
           IF WS-PROBE-STATUS = "00" THEN
               MOVE "Y" TO WS-F-OPEN-SW(WS-F-IDX)
               MOVE "OK" TO WS-CHK-SEV
               STRING WS-F-ID(WS-F-IDX) " " WS-F-NAME(WS-F-IDX)
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
           ELSE
               IF WS-F-SEV(WS-F-IDX) = "F" THEN
                   MOVE "FAIL" TO WS-CHK-SEV
               ELSE
                   MOVE "WARN" TO WS-CHK-SEV
               END-IF
               STRING WS-F-ID(WS-F-IDX) " " DELIMITED BY SIZE
                   WS-F-NAME(WS-F-IDX) DELIMITED BY " "
                   " will not open (status " WS-PROBE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
           END-IF
           PERFORM ADD-RESULT-PARAGRAPH.

      *****************************************************
      * CHECK-FEEDS-PARAGRAPH - LAB1c and LAB2c each read the  *
      * files on their file list, or their single input file   *
      * when there is no list. Every file a list names must    *
      * exist tonight; each provider feed found is read for    *
      * the categories and units it carries.                    *
      *****************************************************
       CHECK-FEEDS-PARAGRAPH.
           MOVE "--- Input feeds ---" TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARAGRAPH
           MOVE "LAB1C" TO WS-FEED-PROG
           MOVE "lab1c-filelist.dat" TO WS-FL-NAME
           ACCEPT WS-FL-NAME FROM ENVIRONMENT "LAB1C_FILELIST"
           IF WS-FL-NAME = SPACES THEN
               MOVE "lab1c-filelist.dat" TO WS-FL-NAME
           END-IF
           MOVE SPACES TO WS-FEED-NAME
           ACCEPT WS-FEED-NAME FROM ENVIRONMENT "LAB1C_INFILE"
           PERFORM CHECK-ONE-PROGRAM-FEEDS-PARAGRAPH
           MOVE "LAB2C" TO WS-FEED-PROG
           MOVE "lab2c-filelist.dat" TO WS-FL-NAME
           ACCEPT WS-FL-NAME FROM ENVIRONMENT "LAB2C_FILELIST"
           IF WS-FL-NAME = SPACES THEN
               MOVE "lab2c-filelist.dat" TO WS-FL-NAME
           END-IF
           MOVE SPACES TO WS-FEED-NAME
           ACCEPT WS-FEED-NAME FROM ENVIRONMENT "LAB2C_INFILE"
           PERFORM CHECK-ONE-PROGRAM-FEEDS-PARAGRAPH.

       CHECK-ONE-PROGRAM-FEEDS-PARAGRAPH.
           IF WS-FEED-NAME = SPACES THEN
               MOVE WS-INCHAIN-NAME TO WS-FEED-NAME
           END-IF
           OPEN INPUT FILELIST-FILE
           IF WS-FL-STATUS = "00" THEN
               MOVE "N" TO WS-FL-EOF
               PERFORM READ-FILELIST-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-FL-EOF = "Y"
               CLOSE FILELIST-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-NAME = WS-INCHAIN-NAME THEN
               MOVE "OK" TO WS-CHK-SEV
               MOVE SPACES TO WS-CHK-TEXT
               STRING WS-FEED-PROG " reads " DELIMITED BY SIZE
                   WS-INCHAIN-NAME DELIMITED BY " "
                   " - built tonight by LABEDIT"
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
               PERFORM ADD-RESULT-PARAGRAPH
           ELSE
               PERFORM CHECK-ONE-FEED-PARAGRAPH
           END-IF.

       READ-FILELIST-PARAGRAPH.
           READ FILELIST-FILE
               AT END MOVE "Y" TO WS-FL-EOF
               NOT AT END
                   IF FL-RECORD NOT = SPACES THEN
                       MOVE FL-RECORD TO WS-FEED-NAME
                       PERFORM CHECK-ONE-FEED-PARAGRAPH
                   END-IF
           END-READ.

       CHECK-ONE-FEED-PARAGRAPH.
           MOVE SPACES TO WS-CHK-TEXT
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00" THEN
               MOVE "FAIL" TO WS-CHK-SEV
               STRING WS-FEED-PROG " feed " DELIMITED BY SIZE
                   WS-FEED-NAME DELIMITED BY " "
                   " is missing (status " WS-FEED-STATUS ")"
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
               PERFORM ADD-RESULT-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FEED-EOF
           PERFORM READ-FEED-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-FEED-EOF = "Y"
           CLOSE FEED-FILE
           ADD 1 TO WS-FEED-CNT
           MOVE "OK" TO WS-CHK-SEV
           STRING WS-FEED-PROG " feed " DELIMITED BY SIZE
               WS-FEED-NAME DELIMITED BY " "
               " present" DELIMITED BY SIZE INTO WS-CHK-TEXT
           PERFORM ADD-RESULT-PARAGRAPH.

       READ-FEED-PARAGRAPH.
           READ FEED-FILE
               AT END MOVE "Y" TO WS-FEED-EOF
               NOT AT END
                   IF DTL-REC-TYPE = "D" OR DTL-REC-TYPE = "X" THEN
                       MOVE DTL-CATEGORY TO WS-NEW-CAT
                       PERFORM ADD-CATEGORY-PARAGRAPH
                       IF DTL-UNIT NOT = SPACES THEN
                           MOVE DTL-UNIT TO WS-NEW-UNIT
                           PERFORM ADD-UNIT-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * CHECK-LOCKS-PARAGRAPH - LABNIGHT holds no lock of its  *
      * own, so any lock on file before the first step is      *
      * either a program still running against the files or a  *
      * lock a cancelled run left behind. Either way the steps  *
      * that need it would be refused; each is a NO-GO.         *
      *****************************************************
       CHECK-LOCKS-PARAGRAPH.
           MOVE "--- Run locks ---" TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARAGRAPH
           MOVE "lab-locks.dat" TO WS-PROBE-NAME
           ACCEPT WS-PROBE-NAME FROM ENVIRONMENT "LAB_LOCKFILE"
           IF WS-PROBE-NAME = SPACES THEN
               MOVE "lab-locks.dat" TO WS-PROBE-NAME
           END-IF
           OPEN INPUT LOCK-FILE
           IF WS-PROBE-STATUS = "00" THEN
               MOVE "N" TO WS-PROBE-EOF
               PERFORM READ-LOCK-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-PROBE-EOF = "Y"
               CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-CNT = 0 THEN
               MOVE "OK" TO WS-CHK-SEV
               MOVE "No run locks held" TO WS-CHK-TEXT
               PERFORM ADD-RESULT-PARAGRAPH
           END-IF.

       READ-LOCK-PARAGRAPH.
           READ LOCK-FILE
               AT END MOVE "Y" TO WS-PROBE-EOF
               NOT AT END
                   IF LCK-NAME NOT = SPACES THEN
                       ADD 1 TO WS-LOCK-CNT
                       MOVE "FAIL" TO WS-CHK-SEV
                       MOVE SPACES TO WS-CHK-TEXT
                       STRING "Lock " DELIMITED BY SIZE
                           LCK-NAME DELIMITED BY " "
                           " held by " DELIMITED BY SIZE
                           LCK-HOLDER DELIMITED BY " "
                           " (" DELIMITED BY SIZE
                           LCK-PROGRAM DELIMITED BY " "
                           ") since " LCK-DATE " " LCK-TIME(1:6)
                           " - see LABLKMN"
                           DELIMITED BY SIZE INTO WS-CHK-TEXT
                       PERFORM ADD-RESULT-PARAGRAPH
                   END-IF
           END-READ.

      *****************************************************
      * CHECK-CHECKPOINTS-PARAGRAPH - LAB1c and LAB2c truncate *
      * their checkpoint when a run completes, so one holding  *
      * a record means a restart is still pending.             *
      *****************************************************
       CHECK-CHECKPOINTS-PARAGRAPH.
           MOVE "--- Restart checkpoints ---" TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARAGRAPH
           MOVE "LAB1C" TO WS-CKPT-PROG
           MOVE "LAB1C_CKPTFILE" TO WS-CKPT-ENV
           MOVE "lab1c-ckpt.dat" TO WS-CKPT-DEFAULT
           PERFORM CHECK-ONE-CKPT-PARAGRAPH
           MOVE "LAB2C" TO WS-CKPT-PROG
           MOVE "LAB2C_CKPTFILE" TO WS-CKPT-ENV
           MOVE "lab2c-ckpt.dat" TO WS-CKPT-DEFAULT
           PERFORM CHECK-ONE-CKPT-PARAGRAPH.

       CHECK-ONE-CKPT-PARAGRAPH.
           MOVE SPACES TO WS-PROBE-NAME
           ACCEPT WS-PROBE-NAME FROM ENVIRONMENT WS-CKPT-ENV
           IF WS-PROBE-NAME = SPACES THEN
               MOVE WS-CKPT-DEFAULT TO WS-PROBE-NAME
           END-IF
           MOVE "Y" TO WS-PROBE-EOF
           OPEN INPUT PROBE-FILE
           IF WS-PROBE-STATUS = "00" THEN
               MOVE "N" TO WS-PROBE-EOF
               READ PROBE-FILE
                   AT END MOVE "Y" TO WS-PROBE-EOF
               END-READ
               CLOSE PROBE-FILE
           END-IF
           MOVE SPACES TO WS-CHK-TEXT
           IF WS-PROBE-EOF = "Y" THEN
               MOVE "OK" TO WS-CHK-SEV
               STRING WS-CKPT-PROG " - no restart pending"
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
           ELSE
               IF WS-RESTART-SW = "Y" THEN
                   MOVE "WARN" TO WS-CHK-SEV
                   STRING WS-CKPT-PROG " checkpoint " DELIMITED BY SIZE
                       WS-PROBE-NAME DELIMITED BY " "
                       " pending - restart run resumes it"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               ELSE
                   MOVE "FAIL" TO WS-CHK-SEV
                   STRING WS-CKPT-PROG " checkpoint " DELIMITED BY SIZE
                       WS-PROBE-NAME DELIMITED BY " "
                       " left by an aborted run - see LABCKPT"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               END-IF
           END-IF
           PERFORM ADD-RESULT-PARAGRAPH.

      *****************************************************
      * CHECK-SESSIONS-PARAGRAPH lists LAB2b keying sessions   *
      * still open or balanced but not yet merged - tonight's  *
      * close would run without their entries.                 *
      *****************************************************
       CHECK-SESSIONS-PARAGRAPH.
           MOVE "--- LAB2b keying sessions ---" TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARAGRAPH
           MOVE "lab2b-sessions.dat" TO WS-PROBE-NAME
           ACCEPT WS-PROBE-NAME FROM ENVIRONMENT "LAB2B_SESSFILE"
           IF WS-PROBE-NAME = SPACES THEN
               MOVE "lab2b-sessions.dat" TO WS-PROBE-NAME
           END-IF
           OPEN INPUT SESS-FILE
           IF WS-PROBE-STATUS = "00" THEN
               MOVE "N" TO WS-PROBE-EOF
               PERFORM READ-SESSION-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-PROBE-EOF = "Y"
               CLOSE SESS-FILE
           END-IF
           IF WS-SESS-CNT = 0 THEN
               MOVE "OK" TO WS-CHK-SEV
               MOVE "No unmerged keying sessions" TO WS-CHK-TEXT
               PERFORM ADD-RESULT-PARAGRAPH
           END-IF.

       READ-SESSION-PARAGRAPH.
           READ SESS-FILE
               AT END MOVE "Y" TO WS-PROBE-EOF
               NOT AT END
                   IF SES-STATUS = "O" OR SES-STATUS = "B" THEN
                       ADD 1 TO WS-SESS-CNT
                       MOVE "WARN" TO WS-CHK-SEV
                       MOVE SPACES TO WS-CHK-TEXT
                       IF SES-STATUS = "O" THEN
                           STRING "Session " SES-SESSION " ("
                               DELIMITED BY SIZE
                               SES-OPERATOR DELIMITED BY " "
                               ") still open since "
                               SES-OPEN-DATE " - see LABSESMN"
                               DELIMITED BY SIZE INTO WS-CHK-TEXT
                       ELSE
                           STRING "Session " SES-SESSION " ("
                               DELIMITED BY SIZE
                               SES-OPERATOR DELIMITED BY " "
                               ") balanced, not merged"
                               " - run LAB2BMRG"
                               DELIMITED BY SIZE INTO WS-CHK-TEXT
                       END-IF
                       PERFORM ADD-RESULT-PARAGRAPH
                   END-IF
           END-READ.

      *****************************************************
      * CHECK-CALENDAR-PARAGRAPH looks tonight up on the       *
      * processing calendar. LABNIGHT has already refused a    *
      * holiday without its override before this step runs;   *
      * a date with no row only warns, as it always has.       *
      *****************************************************
       CHECK-CALENDAR-PARAGRAPH.
           MOVE "--- Processing calendar ---" TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARAGRAPH
           IF WS-F-OPEN-SW(6) NOT = "Y" THEN
               MOVE "WARN" TO WS-CHK-SEV
               MOVE "No calendar file - tonight cannot be checked"
                   TO WS-CHK-TEXT
               PERFORM ADD-RESULT-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F-NAME(6) TO WS-PROBE-NAME
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-PROBE-EOF
           OPEN INPUT CALENDAR-FILE
           PERFORM READ-CALENDAR-PARAGRAPH
               WITH TEST BEFORE
               UNTIL WS-PROBE-EOF = "Y" OR WS-FOUND-SW = "Y"
           CLOSE CALENDAR-FILE
           MOVE SPACES TO WS-CHK-TEXT
           IF WS-FOUND-SW = "N" THEN
               MOVE "WARN" TO WS-CHK-SEV
               STRING WS-RUN-DATE " has no calendar row - see "
                   "LABCALMN"
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
           ELSE
               IF CAL-DAY-TYPE = "B" THEN
                   MOVE "OK" TO WS-CHK-SEV
                   STRING WS-RUN-DATE " is a business day"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               ELSE
                   MOVE "WARN" TO WS-CHK-SEV
                   STRING WS-RUN-DATE " is not a business day ("
                       CAL-DAY-TYPE ") - override run"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               END-IF
           END-IF
           PERFORM ADD-RESULT-PARAGRAPH.

       READ-CALENDAR-PARAGRAPH.
           READ CALENDAR-FILE
               AT END MOVE "Y" TO WS-PROBE-EOF
               NOT AT END
                   IF CAL-DATE = WS-RUN-DATE THEN
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
           END-READ.

      *****************************************************
      * CHECK-COVERAGE-PARAGRAPH - every category the night    *
      * will post must be live on the category reference file  *
      * (or LABEDIT rejects it) and mapped on the GL map (or   *
      * the GL extract refuses the day); one with no           *
      * tolerance row falls back on the global limits, and a   *
      * unit with no rate in effect drops out of LAB2c's       *
      * converted total - those two only warn.                  *
      *****************************************************
       CHECK-COVERAGE-PARAGRAPH.
           MOVE "--- Reference-data coverage ---" TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARAGRAPH
           PERFORM LOAD-MASTER-CATS-PARAGRAPH
           PERFORM ADD-SELECTED-UNIT-PARAGRAPH
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-UNIT-SEL-CNT
           PERFORM LOAD-REFERENCE-PARAGRAPH
           MOVE "OK" TO WS-CHK-SEV
           MOVE SPACES TO WS-CHK-TEXT
           STRING WS-CAT-CNT " categories (" WS-MST-ACTIVE-CNT
               " active masters, " WS-FEED-CNT " feeds), "
               WS-UNIT-CNT " units"
               DELIMITED BY SIZE INTO WS-CHK-TEXT
           PERFORM ADD-RESULT-PARAGRAPH
           IF WS-OVERFLOW-SW = "Y" THEN
               MOVE "WARN" TO WS-CHK-SEV
               MOVE SPACES TO WS-CHK-TEXT
               STRING "More categories/units than the check holds - "
                   "the extras were not checked"
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
               PERFORM ADD-RESULT-PARAGRAPH
           END-IF
           PERFORM CHECK-ONE-CATEGORY-PARAGRAPH
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-CNT
           PERFORM CHECK-ONE-UNIT-PARAGRAPH
               VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-CNT.

      *    Active as LABEXTR judges it - effective on or before
      *    tonight, not yet expired; zero or an older record's
      *    non-numeric packed bytes mean open-ended.
       LOAD-MASTER-CATS-PARAGRAPH.
           IF WS-F-OPEN-SW(1) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F-NAME(1) TO WS-PROBE-NAME
           OPEN INPUT MASTERFILE
           MOVE "N" TO WS-PROBE-EOF
           PERFORM READ-MASTER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-PROBE-EOF = "Y"
           CLOSE MASTERFILE.

       READ-MASTER-PARAGRAPH.
           READ MASTERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-PROBE-EOF
               NOT AT END
                   IF MST-EFF-DATE IS NUMERIC THEN
                       MOVE MST-EFF-DATE TO WS-EFF-WORK
                   ELSE
                       MOVE 0 TO WS-EFF-WORK
                   END-IF
                   IF MST-EXP-DATE IS NUMERIC THEN
                       MOVE MST-EXP-DATE TO WS-EXP-WORK
                   ELSE
                       MOVE 0 TO WS-EXP-WORK
                   END-IF
                   IF (WS-EFF-WORK = 0
                             OR WS-EFF-WORK NOT > WS-RUN-DATE)
                           AND (WS-EXP-WORK = 0
                             OR WS-EXP-WORK NOT < WS-RUN-DATE) THEN
                       ADD 1 TO WS-MST-ACTIVE-CNT
                       MOVE MST-CATEGORY TO WS-NEW-CAT
                       PERFORM ADD-CATEGORY-PARAGRAPH
                   END-IF
           END-READ.

       ADD-SELECTED-UNIT-PARAGRAPH.
           IF WS-UNIT-SEL(WS-SEL-IDX) NOT = SPACES THEN
               MOVE WS-UNIT-SEL(WS-SEL-IDX) TO WS-NEW-UNIT
               PERFORM ADD-UNIT-PARAGRAPH
           END-IF.

       ADD-CATEGORY-PARAGRAPH.
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-CATEGORY-PARAGRAPH
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-CNT OR WS-FOUND-SW = "Y"
           IF WS-FOUND-SW = "N" THEN
               IF WS-CAT-CNT < 100 THEN
                   ADD 1 TO WS-CAT-CNT
                   MOVE WS-NEW-CAT TO WS-CAT-CODE(WS-CAT-CNT)
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
           END-IF.

       MATCH-CATEGORY-PARAGRAPH.
           IF WS-CAT-CODE(WS-CAT-IDX) = WS-NEW-CAT THEN
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

       ADD-UNIT-PARAGRAPH.
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-UNIT-PARAGRAPH
               VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-CNT OR WS-FOUND-SW = "Y"
           IF WS-FOUND-SW = "N" THEN
               IF WS-UNIT-CNT < 50 THEN
                   ADD 1 TO WS-UNIT-CNT
                   MOVE WS-NEW-UNIT TO WS-UNIT-CODE(WS-UNIT-CNT)
               ELSE
                   MOVE "Y" TO WS-OVERFLOW-SW
               END-IF
           END-IF.

       MATCH-UNIT-PARAGRAPH.
           IF WS-UNIT-CODE(WS-UNIT-IDX) = WS-NEW-UNIT THEN
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      *****************************************************
      * LOAD-REFERENCE-PARAGRAPH loads the category reference, *
      * GL map, tolerance, and rate tables - only those that   *
      * opened above; a missing one has already been listed    *
      * and leaves its table empty.                              *
      *****************************************************
       LOAD-REFERENCE-PARAGRAPH.
           IF WS-F-OPEN-SW(2) = "Y" THEN
               MOVE WS-F-NAME(2) TO WS-PROBE-NAME
               OPEN INPUT CATREF-FILE
               MOVE "N" TO WS-PROBE-EOF
               PERFORM READ-CATREF-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-PROBE-EOF = "Y"
               CLOSE CATREF-FILE
           END-IF
           IF WS-F-OPEN-SW(4) = "Y" THEN
               MOVE WS-F-NAME(4) TO WS-PROBE-NAME
               OPEN INPUT GLMAP-FILE
               MOVE "N" TO WS-PROBE-EOF
               PERFORM READ-GLMAP-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-PROBE-EOF = "Y"
               CLOSE GLMAP-FILE
           END-IF
           IF WS-F-OPEN-SW(3) = "Y" THEN
               MOVE WS-F-NAME(3) TO WS-PROBE-NAME
               OPEN INPUT TOL-FILE
               MOVE "N" TO WS-PROBE-EOF
               PERFORM READ-TOL-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-PROBE-EOF = "Y"
               CLOSE TOL-FILE
           END-IF
           IF WS-F-OPEN-SW(7) = "Y" THEN
               MOVE WS-F-NAME(7) TO WS-PROBE-NAME
               OPEN INPUT RATES-FILE
               MOVE "N" TO WS-PROBE-EOF
               PERFORM READ-RATES-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-PROBE-EOF = "Y"
               CLOSE RATES-FILE
           END-IF.

       READ-CATREF-PARAGRAPH.
           READ CATREF-FILE
               AT END MOVE "Y" TO WS-PROBE-EOF
               NOT AT END
                   IF WS-CRF-CNT < 200 THEN
                       ADD 1 TO WS-CRF-CNT
                       MOVE CRF-CODE TO WS-CRF-CODE(WS-CRF-CNT)
                       MOVE CRF-ACTIVE TO WS-CRF-ACTIVE(WS-CRF-CNT)
                   END-IF
           END-READ.

       READ-GLMAP-PARAGRAPH.
           READ GLMAP-FILE
               AT END MOVE "Y" TO WS-PROBE-EOF
               NOT AT END
                   IF WS-GLM-CNT < 200 THEN
                       ADD 1 TO WS-GLM-CNT
                       MOVE GLM-CATEGORY TO WS-GLM-CODE(WS-GLM-CNT)
                   END-IF
           END-READ.

      *    Only the category side matters for coverage: a ** row
      *    (any unit or the **/*** default) covers every category.
       READ-TOL-PARAGRAPH.
           READ TOL-FILE
               AT END MOVE "Y" TO WS-PROBE-EOF
               NOT AT END
                   IF TOL-CATEGORY = "**" THEN
                       MOVE "Y" TO WS-TOL-DEFAULT-SW
                   ELSE
                       IF WS-TOL-CNT < 200 THEN
                           ADD 1 TO WS-TOL-CNT
                           MOVE TOL-CATEGORY
                               TO WS-TOL-CAT(WS-TOL-CNT)
                       END-IF
                   END-IF
           END-READ.

      *    A rate effective after tonight does not count yet.
       READ-RATES-PARAGRAPH.
           READ RATES-FILE
               AT END MOVE "Y" TO WS-PROBE-EOF
               NOT AT END
                   IF WS-RTE-CNT < 100
                           AND RTE-EFF-DATE NOT > WS-RUN-DATE THEN
                       ADD 1 TO WS-RTE-CNT
                       MOVE RTE-UNIT TO WS-RTE-UNIT(WS-RTE-CNT)
                   END-IF
           END-READ.

      *    A table whose file would not open has already been
      *    listed once above; its categories are not listed again.
       CHECK-ONE-CATEGORY-PARAGRAPH.
           IF WS-F-OPEN-SW(2) = "Y" THEN
               PERFORM CHECK-CATREF-PARAGRAPH
           END-IF
           IF WS-F-OPEN-SW(4) = "Y" THEN
               PERFORM CHECK-GLMAP-PARAGRAPH
           END-IF
           IF WS-F-OPEN-SW(3) = "Y" THEN
               PERFORM CHECK-TOL-PARAGRAPH
           END-IF.

       CHECK-CATREF-PARAGRAPH.
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-CATREF-PARAGRAPH
               VARYING WS-CRF-IDX FROM 1 BY 1
               UNTIL WS-CRF-IDX > WS-CRF-CNT OR WS-FOUND-SW = "Y"
           IF WS-FOUND-SW NOT = "Y" THEN
               MOVE "FAIL" TO WS-CHK-SEV
               MOVE SPACES TO WS-CHK-TEXT
               IF WS-FOUND-SW = "I" THEN
                   STRING "Category " WS-CAT-CODE(WS-CAT-IDX)
                       " is inactive on the category reference file"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               ELSE
                   STRING "Category " WS-CAT-CODE(WS-CAT-IDX)
                       " is not on the category reference file"
                       DELIMITED BY SIZE INTO WS-CHK-TEXT
               END-IF
               PERFORM ADD-RESULT-PARAGRAPH
           END-IF.

       CHECK-GLMAP-PARAGRAPH.
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-GLMAP-PARAGRAPH
               VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-CNT OR WS-FOUND-SW = "Y"
           IF WS-FOUND-SW = "N" THEN
               MOVE "FAIL" TO WS-CHK-SEV
               MOVE SPACES TO WS-CHK-TEXT
               STRING "Category " WS-CAT-CODE(WS-CAT-IDX)
                   " has no GL account mapping - see LABGLMMN"
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
               PERFORM ADD-RESULT-PARAGRAPH
           END-IF.

       CHECK-TOL-PARAGRAPH.
           MOVE WS-TOL-DEFAULT-SW TO WS-FOUND-SW
           PERFORM MATCH-TOL-PARAGRAPH
               VARYING WS-TOL-IDX FROM 1 BY 1
               UNTIL WS-TOL-IDX > WS-TOL-CNT OR WS-FOUND-SW = "Y"
           IF WS-FOUND-SW = "N" THEN
               MOVE "WARN" TO WS-CHK-SEV
               MOVE SPACES TO WS-CHK-TEXT
               STRING "Category " WS-CAT-CODE(WS-CAT-IDX)
                   " has no tolerance row - global limits apply"
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
               PERFORM ADD-RESULT-PARAGRAPH
           END-IF.

      *    Y - found and active; I - found but inactive (keep
      *    looking, a later active row would still win).
       MATCH-CATREF-PARAGRAPH.
           IF WS-CRF-CODE(WS-CRF-IDX) = WS-CAT-CODE(WS-CAT-IDX) THEN
               IF WS-CRF-ACTIVE(WS-CRF-IDX) = "Y" THEN
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   MOVE "I" TO WS-FOUND-SW
               END-IF
           END-IF.

       MATCH-GLMAP-PARAGRAPH.
           IF WS-GLM-CODE(WS-GLM-IDX) = WS-CAT-CODE(WS-CAT-IDX) THEN
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

       MATCH-TOL-PARAGRAPH.
           IF WS-TOL-CAT(WS-TOL-IDX) = WS-CAT-CODE(WS-CAT-IDX) THEN
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

       CHECK-ONE-UNIT-PARAGRAPH.
           IF WS-F-OPEN-SW(7) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-RATE-PARAGRAPH
               VARYING WS-RTE-IDX FROM 1 BY 1
               UNTIL WS-RTE-IDX > WS-RTE-CNT OR WS-FOUND-SW = "Y"
           IF WS-FOUND-SW = "N" THEN
               MOVE "WARN" TO WS-CHK-SEV
               MOVE SPACES TO WS-CHK-TEXT
               STRING "Unit " WS-UNIT-CODE(WS-UNIT-IDX)
                   " has no conversion rate in effect - see LABRATMN"
                   DELIMITED BY SIZE INTO WS-CHK-TEXT
               PERFORM ADD-RESULT-PARAGRAPH
           END-IF.

       MATCH-RATE-PARAGRAPH.
           IF WS-RTE-UNIT(WS-RTE-IDX) = WS-UNIT-CODE(WS-UNIT-IDX) THEN
               MOVE "Y" TO WS-FOUND-SW
           END-IF.

      *****************************************************
      * WRAP-UP-PARAGRAPH prints the one go/no-go line and     *
      * sets RETURN-CODE for LABNIGHT: 8 stops the chain, 4    *
      * runs it with a warning.                                 *
      *****************************************************
       WRAP-UP-PARAGRAPH.
           MOVE ALL "=" TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-FAIL-CNT NOT = 0
                   STRING "NO-GO - " WS-FAIL-CNT " failure(s), "
                       WS-WARN-CNT " warning(s). The chain must not "
                       "run."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN WS-WARN-CNT NOT = 0
                   STRING "GO WITH WARNINGS - " WS-WARN-CNT
                       " warning(s), " WS-OK-CNT " check(s) clean."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING "GO - all " WS-OK-CNT " check(s) clean."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-LINE-PARAGRAPH
           CLOSE REPORT-FILE
           MOVE SPACES TO WS-LOG-TEXT
           IF WS-FAIL-CNT NOT = 0 THEN
               MOVE "E" TO WS-LOG-SEV
               MOVE "0102" TO WS-LOG-MSGNO
               STRING "Pre-flight NO-GO, " WS-FAIL-CNT
                   " failure(s) - see " WS-OUTFILE-NAME
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               PERFORM WRITE-ALERT-PARAGRAPH
           END-IF
           MOVE "I" TO WS-LOG-SEV
           MOVE "0002" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Run ended, failures " WS-FAIL-CNT
               " warnings " WS-WARN-CNT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           EVALUATE TRUE
               WHEN WS-FAIL-CNT NOT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARN-CNT NOT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *****************************************************
      * ADD-RESULT-PARAGRAPH counts and prints one check - the *
      * caller sets WS-CHK-SEV (OK, WARN, FAIL) and WS-CHK-TEXT *
      * first.                                                    *
      *****************************************************
       ADD-RESULT-PARAGRAPH.
           EVALUATE WS-CHK-SEV
               WHEN "FAIL" ADD 1 TO WS-FAIL-CNT
               WHEN "WARN" ADD 1 TO WS-WARN-CNT
               WHEN OTHER ADD 1 TO WS-OK-CNT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-CHK-SEV "  " WS-CHK-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARAGRAPH.

       WRITE-LINE-PARAGRAPH.
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
           MOVE "LABPREFL" TO RLG-PROGRAM
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
           MOVE "LABPREFL" TO ALR-PROGRAM
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
