      * "            per step - and LABNIGHT_RESTART=Y resumes at"
      * "            the step that failed last night, skipping the"
      * "            steps the prior job log shows ended clean."
      * "2026-10-15 WAR Batch-window deadline tracking: before each"
      * "            step the chain's finish is projected from the"
      * "            steps' average durations on the run-history"
      * "            file and checked against the calendar date's"
      * "            deadline (CAL-DEADLINE) and each step's own"
      * "            finish-by time (NST-FINISH-BY). A projection"
      * "            past either raises an error alert while there"
      * "            is still time to act; the job log shows each"
      * "            step's projected and actual finish."
      * "2026-10-15 WAR New step LABSCHAP between the master"
      * "            backup and LABEXTR applies the LABMAINT"
      * "            changes scheduled for tonight or earlier, so"
      * "            the extract sees the master as of today."
      * "2026-10-15 WAR New step LABMFREC after LABRECON holds the"
      * "            posted feed against the master records active"
      * "            on the batch date; too many masters missing"
      * "            from the feed ends it with RETURN-CODE 4."
      * "2026-10-15 WAR New first step LABPREFL - the pre-flight"
      * "            readiness check. A NO-GO (rc 8) stops the"
      * "            chain before anything is touched; it is"
      * "            never skipped on a restart, since whatever"
      * "            stopped last night has to be clear tonight."
      * "2026-10-15 WAR LABESCAL (alert escalation to the on-call"
      * "            roster) now runs after every step that ran,"
      * "            and at the end of the chain keeps running"
      * "            every LABNIGHT_ESCAL_POLL minutes while an"
      * "            error alert still waits on a later stage, for"
      * "            up to LABNIGHT_ESCAL_WATCH minutes - a chain"
      * "            that stops at 01:00 still gets someone paged."
      * "2026-10-15 WAR The batch-window alerts carry message"
      * "            numbers for the message catalog - 0201 chain"
      * "            projected late, 0202 step projected late, 0203"
      * "            chain finished past its deadline."
      * "2026-10-15 WAR LABNIGHT_COMBINED=Y runs the feed once: the"
      * "            LAB1C step is skipped and LAB2C is run with"
      * "            LAB2C_COMBINED=Y, writing LAB1c's outputs too."
      * "2026-10-15 WAR New last step LABCHNCK walks the audit chains"
      * "            on the journals, signon.log, and their archives;"
      * "            a broken chain is alerted and ends it RC=4."
      * "2026-10-15 WAR New step LABBGTFC, ahead of LABCHNCK, projects"
      * "            each category to month-end against budget once"
      * "            the month is half gone; off-budget is RC=4."
      * "2026-10-15 WAR The batch-window projection counts LABPREFL"
      * "            on a restart, since the restart runs it."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT ALERT-FILE ASSIGN TO WS-ALERTFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-SEQ
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-FILE.
           COPY RUNHIST.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
      * "LABNIGHT_JOBLOG stands in for a JCL DD override on the job"
      * "log. Each step's command comes from LABNIGHT_<step>_CMD"
       01  WS-CAL-FOUND-SW     Pic A(1)        VALUE "N".
       01  WS-CAL-DAY-TYPE     Pic X(1)        VALUE SPACE.
       01  WS-CAL-OVERRIDE-SW  Pic A(1)        VALUE "N".
       01  WS-CAL-DEADLINE     Pic X(4)        VALUE SPACES.

      * "The step table - built-in defaults first, then replaced"
      * "outright by the LABNIGHT_STEPS file when one exists (see"
               10  WS-STEP-SKIP    Pic X(1).
               10  WS-STEP-ON4     Pic X(1).
               10  WS-STEP-PRIOR-RC Pic X(1).
               10  WS-STEP-FINISH-BY Pic X(4).
               10  WS-STEP-AVG     Pic 9(6)   COMP.
               10  WS-STEP-HIST-CNT Pic 9(4)  COMP.
               10  WS-STEP-HIST-SUM Pic 9(9)  COMP.
               10  WS-STEP-PROJ    Pic 9(6)   COMP.
               10  WS-STEP-WARNED  Pic X(1).
       01  WS-STEP-CNT         Pic 9(2)        VALUE 14.
       01  WS-ENV-CHECK        Pic X(40).

      * "LABNIGHT_STEPS points at the optional step-table file;"
       01  WS-JOBLOGIN-STATUS  Pic X(2).
       01  WS-JOBLOGIN-EOF     Pic A(1)        VALUE "N".
       01  WS-RESTART-SW       Pic A(1)        VALUE "N".
      * "LABNIGHT_COMBINED=Y - single-pass feed processing; the"
      * "LAB2C step writes LAB1c's outputs and LAB1C is skipped."
       01  WS-COMBINED-SW      Pic A(1)        VALUE "N".
       01  WS-LOG-STEP-NAME    Pic X(8).
       01  WS-LOG-STEP-RC      Pic X(1).
       01  WS-SCAN-IDX         Pic 9(2)   COMP   VALUE 0.
       01  WS-FROM-IDX         Pic 9(2)   COMP   VALUE 0.

      * "LAB_RUNHIST points at the run-history file - every step"
      * "launched gets one record with its times and rc, so"
       01  WS-ST-SECONDS       Pic 9(7)   COMP.
       01  WS-EN-SECONDS       Pic 9(7)   COMP.
       01  WS-DURATION         Pic 9(6).
       01  WS-RUNHIST-EOF      Pic A(1)        VALUE "N".

      * "Batch-window projection - every time is held as seconds"
      * "from midnight of the day the chain started, so a chain"
      * "running past midnight keeps counting up (a deadline or"
      * "finish-by time earlier than the chain's start is the"
      * "next morning's). Each step's expected duration is its"
      * "average over the run-history records of the last"
      * "LABNIGHT_AVG_DAYS days (default 30); a step with no"
      * "history projects at zero and is named in the log."
      * "LAB_ALERTS is the operator alert file HelloWorld shows"
      * "at sign-on."
       01  WS-AVG-INPUT        Pic X(3).
       01  WS-AVG-DAYS         Pic 9(3)        VALUE 30.
       01  WS-AVG-CUTOFF       Pic 9(8).
       01  WS-CHAIN-START-SECS Pic 9(6)   COMP.
       01  WS-NOW-TIME         Pic 9(8).
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH       Pic 9(2).
           05  WS-NOW-MM       Pic 9(2).
           05  WS-NOW-SS       Pic 9(2).
           05  FILLER          Pic 9(2).
       01  WS-NOW-SECS         Pic 9(6)   COMP.
       01  WS-PROJ-SECS        Pic 9(6)   COMP.
       01  WS-DEADLINE-SECS    Pic 9(6)   COMP   VALUE 0.
       01  WS-DEADLINE-SW      Pic A(1)        VALUE "N".
       01  WS-DL-WARNED-SW     Pic A(1)        VALUE "N".
       01  WS-FINISH-SECS      Pic 9(6)   COMP.
       01  WS-HHMM             Pic X(4).
       01  WS-HHMM-R REDEFINES WS-HHMM.
           05  WS-HHMM-HH      Pic 9(2).
           05  WS-HHMM-MM      Pic 9(2).
       01  WS-WILL-RUN-SW      Pic A(1).
       01  WS-NOHIST-CNT       Pic 9(2)        VALUE 0.
       01  WS-FMT-SECS         Pic 9(6)   COMP.
       01  WS-FMT-WORK         Pic 9(6)   COMP.
       01  WS-FMT-REM          Pic 9(6)   COMP.
       01  WS-FMT-TIME         Pic 9(6).
       01  WS-FMT-TIME-R REDEFINES WS-FMT-TIME.
           05  WS-FMT-HH       Pic 9(2).
           05  WS-FMT-MM       Pic 9(2).
           05  WS-FMT-SS       Pic 9(2).
       01  WS-PROJ-TXT         Pic 9(6).
       01  WS-ACT-TXT          Pic 9(6).
       01  WS-LATE-TXT         Pic X(5).
       01  WS-ALERTFILE-NAME   Pic X(40).
       01  WS-ALERT-STATUS     Pic X(2).
       01  WS-ALERT-EOF        Pic A(1).
       01  WS-ALR-NEXT-SEQ     Pic 9(6)        VALUE 0.
       01  WS-ALERT-TEXT       Pic X(50).
       01  WS-ALERT-MSGNO      Pic X(4).

      * "LABNIGHT_ESCAL_CMD is the alert escalation command (SKIP"
      * "turns escalation off). Its rc 4 means an unacknowledged"
      * "error alert is still short of its last stage - the end-"
      * "of-chain watch reruns it every LABNIGHT_ESCAL_POLL"
      * "minutes (default 5) until that clears or"
      * "LABNIGHT_ESCAL_WATCH minutes (default 120, 0 = no watch)"
      * "have gone by."
       01  WS-ESCAL-CMD        Pic X(40).
       01  WS-ESCAL-RC         Pic S9(9)  COMP   VALUE 0.
       01  WS-ESCAL-INPUT      Pic X(4).
       01  WS-ESCAL-WATCH      Pic 9(4)        VALUE 120.
       01  WS-ESCAL-POLL       Pic 9(3)        VALUE 5.
       01  WS-ESCAL-WATCHED    Pic 9(5)        VALUE 0.
       01  WS-ESCAL-PASSES     Pic 9(3)        VALUE 0.
       01  WS-ESCAL-RC-TXT     Pic 9(1).
       01  WS-SLEEP-SECS       Pic 9(5).
       01  WS-SLEEP-CMD        Pic X(40).

       01  WS-STEP-RC          Pic S9(9)  COMP.
       01  WS-STEP-RAN-SW      Pic A(1)        VALUE "N".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-CALENDAR-PARAGRAPH

           MOVE "LABPREFL" TO WS-STEP-NAME(1)
           MOVE "LABNIGHT_PREFL_CMD" TO WS-STEP-ENV(1)
           MOVE "labprefl" TO WS-STEP-CMD(1)
           MOVE "LABMSTBK" TO WS-STEP-NAME(2)
           MOVE "LABNIGHT_MSTBK_CMD" TO WS-STEP-ENV(2)
           MOVE "labmstbk" TO WS-STEP-CMD(2)
           MOVE "LABSCHAP" TO WS-STEP-NAME(3)
           MOVE "LABNIGHT_SCHAP_CMD" TO WS-STEP-ENV(3)
           MOVE "labschap" TO WS-STEP-CMD(3)
           MOVE "LABEXTR" TO WS-STEP-NAME(4)
           MOVE "LABNIGHT_EXTR_CMD" TO WS-STEP-ENV(4)
           MOVE "labextr" TO WS-STEP-CMD(4)
           MOVE "LABEDIT" TO WS-STEP-NAME(5)
           MOVE "LABNIGHT_EDIT_CMD" TO WS-STEP-ENV(5)
           MOVE "labedit" TO WS-STEP-CMD(5)
           MOVE "LAB1C" TO WS-STEP-NAME(6)
           MOVE "LABNIGHT_LAB1C_CMD" TO WS-STEP-ENV(6)
           MOVE "lab1c" TO WS-STEP-CMD(6)
           MOVE "LAB2C" TO WS-STEP-NAME(7)
           MOVE "LABNIGHT_LAB2C_CMD" TO WS-STEP-ENV(7)
           MOVE "lab2c" TO WS-STEP-CMD(7)
           MOVE "LABRECON" TO WS-STEP-NAME(8)
           MOVE "LABNIGHT_RECON_CMD" TO WS-STEP-ENV(8)
           MOVE "labrecon" TO WS-STEP-CMD(8)
           MOVE "LABMFREC" TO WS-STEP-NAME(9)
           MOVE "LABNIGHT_MFREC_CMD" TO WS-STEP-ENV(9)
           MOVE "labmfrec" TO WS-STEP-CMD(9)
           MOVE "LABEOD" TO WS-STEP-NAME(10)
           MOVE "LABNIGHT_EOD_CMD" TO WS-STEP-ENV(10)
           MOVE "labeod" TO WS-STEP-CMD(10)
           MOVE "LABMSTCK" TO WS-STEP-NAME(11)
           MOVE "LABNIGHT_MSTCK_CMD" TO WS-STEP-ENV(11)
           MOVE "labmstck" TO WS-STEP-CMD(11)
           MOVE "LABGAPCK" TO WS-STEP-NAME(12)
           MOVE "LABNIGHT_GAPCK_CMD" TO WS-STEP-ENV(12)
           MOVE "labgapck" TO WS-STEP-CMD(12)
           MOVE "LABBGTFC" TO WS-STEP-NAME(13)
           MOVE "LABNIGHT_BGTFC_CMD" TO WS-STEP-ENV(13)
           MOVE "labbgtfc" TO WS-STEP-CMD(13)
           MOVE "LABCHNCK" TO WS-STEP-NAME(14)
           MOVE "LABNIGHT_CHNCK_CMD" TO WS-STEP-ENV(14)
           MOVE "labchnck" TO WS-STEP-CMD(14)
           PERFORM INIT-STEP-FLAGS-PARAGRAPH
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-CNT
           PERFORM LOAD-STEP-TABLE-PARAGRAPH
           PERFORM LOAD-RESTART-PARAGRAPH
           PERFORM WIRE-EDIT-FILES-PARAGRAPH
           PERFORM SET-COMBINED-PARAGRAPH
           PERFORM LOAD-AVERAGES-PARAGRAPH
           PERFORM LOAD-ESCALATION-PARAGRAPH

           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS = "35" THEN
           MOVE SPACES TO WS-JOBLOG-LINE
           STRING "=== Nightly chain started " WS-RUN-DATE " ==="
               DELIMITED BY SIZE INTO WS-JOBLOG-LINE
           WRITE JOBLOG-RECORD FROM WS-JOBLOG-LINE
           PERFORM START-PROJECTION-PARAGRAPH.

      *****************************************************
      * CHECK-CALENDAR-PARAGRAPH looks tonight's date up on    *
                   IF CAL-DATE = WS-RUN-DATE THEN
                       MOVE "Y" TO WS-CAL-FOUND-SW
                       MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE
                       MOVE CAL-DEADLINE TO WS-CAL-DEADLINE
                   END-IF
           END-READ.

       INIT-STEP-FLAGS-PARAGRAPH.
           MOVE "N" TO WS-STEP-SKIP(WS-STEP-IDX)
           MOVE "C" TO WS-STEP-ON4(WS-STEP-IDX)
           MOVE SPACE TO WS-STEP-PRIOR-RC(WS-STEP-IDX)
           MOVE SPACES TO WS-STEP-FINISH-BY(WS-STEP-IDX)
           MOVE 0 TO WS-STEP-AVG(WS-STEP-IDX)
           MOVE 0 TO WS-STEP-HIST-CNT(WS-STEP-IDX)
           MOVE 0 TO WS-STEP-HIST-SUM(WS-STEP-IDX)
           MOVE 0 TO WS-STEP-PROJ(WS-STEP-IDX)
           MOVE "N" TO WS-STEP-WARNED(WS-STEP-IDX).

      *****************************************************
      * LOAD-STEP-TABLE-PARAGRAPH replaces the built-in step  *
                       END-IF
                       MOVE SPACE
                           TO WS-STEP-PRIOR-RC(WS-STEP-CNT)
                       MOVE NST-FINISH-BY TO WS-HHMM
                       IF WS-HHMM IS NUMERIC
                               AND WS-HHMM-HH < 24
                               AND WS-HHMM-MM < 60 THEN
                           MOVE WS-HHMM
                               TO WS-STEP-FINISH-BY(WS-STEP-CNT)
                       ELSE
                           MOVE SPACES
                               TO WS-STEP-FINISH-BY(WS-STEP-CNT)
                       END-IF
                       MOVE 0 TO WS-STEP-AVG(WS-STEP-CNT)
                       MOVE 0 TO WS-STEP-HIST-CNT(WS-STEP-CNT)
                       MOVE 0 TO WS-STEP-HIST-SUM(WS-STEP-CNT)
                       MOVE 0 TO WS-STEP-PROJ(WS-STEP-CNT)
                       MOVE "N" TO WS-STEP-WARNED(WS-STEP-CNT)
                   ELSE
                       DISPLAY "*** Step table holds more than 20 "
                           "steps - the extras are ignored."
               FROM ENVIRONMENT WS-STEP-ENV(WS-STEP-IDX)
           IF WS-STEP-CMD(WS-STEP-IDX) = SPACES THEN
               EVALUATE WS-STEP-IDX
                   WHEN 1 MOVE "labprefl" TO WS-STEP-CMD(1)
                   WHEN 2 MOVE "labmstbk" TO WS-STEP-CMD(2)
                   WHEN 3 MOVE "labschap" TO WS-STEP-CMD(3)
                   WHEN 4 MOVE "labextr" TO WS-STEP-CMD(4)
                   WHEN 5 MOVE "labedit" TO WS-STEP-CMD(5)
                   WHEN 6 MOVE "lab1c" TO WS-STEP-CMD(6)
                   WHEN 7 MOVE "lab2c" TO WS-STEP-CMD(7)
                   WHEN 8 MOVE "labrecon" TO WS-STEP-CMD(8)
                   WHEN 9 MOVE "labmfrec" TO WS-STEP-CMD(9)
                   WHEN 10 MOVE "labeod" TO WS-STEP-CMD(10)
                   WHEN 11 MOVE "labmstck" TO WS-STEP-CMD(11)
                   WHEN 12 MOVE "labgapck" TO WS-STEP-CMD(12)
                   WHEN 13 MOVE "labbgtfc" TO WS-STEP-CMD(13)
                   WHEN 14 MOVE "labchnck" TO WS-STEP-CMD(14)
               END-EVALUATE
           END-IF.

               DISPLAY "lab-edit-valid.dat" UPON ENVIRONMENT-VALUE
           END-IF.

      *****************************************************
      * SET-COMBINED-PARAGRAPH - with LABNIGHT_COMBINED=Y the  *
      * feed is read once: LAB2C is told to produce LAB1c's    *
      * outputs as well (unless operations exported            *
      * LAB2C_COMBINED themselves), and the LAB1C step is      *
      * skipped and logged as such.                             *
      *****************************************************
       SET-COMBINED-PARAGRAPH.
           ACCEPT WS-COMBINED-SW FROM ENVIRONMENT "LABNIGHT_COMBINED"
           IF WS-COMBINED-SW NOT = "Y" THEN
               MOVE "N" TO WS-COMBINED-SW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENV-CHECK
           ACCEPT WS-ENV-CHECK FROM ENVIRONMENT "LAB2C_COMBINED"
           IF WS-ENV-CHECK = SPACES THEN
               DISPLAY "LAB2C_COMBINED" UPON ENVIRONMENT-NAME
               DISPLAY "Y" UPON ENVIRONMENT-VALUE
           END-IF
           PERFORM SKIP-LAB1C-PARAGRAPH
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-CNT
           DISPLAY "LABNIGHT: combined mode - LAB2C writes LAB1c's "
               "outputs; LAB1C is skipped.".

       SKIP-LAB1C-PARAGRAPH.
           IF WS-STEP-NAME(WS-STEP-IDX) = "LAB1C" THEN
               MOVE "Y" TO WS-STEP-SKIP(WS-STEP-IDX)
           END-IF.

      *****************************************************
      * RUN-STEP-PARAGRAPH launches one step, reads back its  *
      * return code, logs the outcome, and decides whether     *
               EXIT PARAGRAPH
           END-IF
           IF WS-RESTART-SW = "Y"
                   AND WS-STEP-NAME(WS-STEP-IDX) NOT = "LABPREFL"
                   AND (WS-STEP-PRIOR-RC(WS-STEP-IDX) = "0"
                     OR WS-STEP-PRIOR-RC(WS-STEP-IDX) = "4") THEN
               DISPLAY "LABNIGHT: restart - "
               PERFORM LOG-STEP-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           PERFORM PROJECT-CHAIN-PARAGRAPH
           MOVE "Y" TO WS-STEP-RAN-SW
           ACCEPT WS-START-TIME FROM TIME
           DISPLAY "LABNIGHT: running " WS-STEP-NAME(WS-STEP-IDX)
                   MOVE 8 TO WS-CHAIN-RC
                   MOVE "Y" TO WS-STOP-SW
                   PERFORM LOG-STEP-PARAGRAPH
           END-EVALUATE
           PERFORM RUN-ESCALATION-PARAGRAPH.

      *    Only steps that actually ran get a run-history record,
      *    and LAB1C/LAB2C append their own - writing one here
               MOVE WS-STEP-RC TO WS-RC-TXT
           END-IF
           MOVE SPACES TO WS-JOBLOG-LINE
           IF WS-STEP-RAN-SW = "Y" THEN
               PERFORM STEP-FINISH-PARAGRAPH
               STRING WS-RUN-DATE " " WS-STEP-NAME(WS-STEP-IDX)
                   " start=" WS-START-TIME
                   " end=" WS-END-TIME
                   " rc=" WS-RC-TXT
                   " proj=" WS-PROJ-TXT
                   " act=" WS-ACT-TXT WS-LATE-TXT
                   DELIMITED BY SIZE INTO WS-JOBLOG-LINE
           ELSE
               STRING WS-RUN-DATE " " WS-STEP-NAME(WS-STEP-IDX)
                   " start=" WS-START-TIME
                   " end=" WS-END-TIME
                   " rc=" WS-RC-TXT
                   DELIMITED BY SIZE INTO WS-JOBLOG-LINE
           END-IF
           WRITE JOBLOG-RECORD FROM WS-JOBLOG-LINE.

      *****************************************************
      * STEP-FINISH-PARAGRAPH sets the step's projected and   *
      * actual finish (HHMMSS) for its job-log line, and flags  *
      * the line LATE when the step ended past its own          *
      * finish-by time.                                          *
      *****************************************************
       STEP-FINISH-PARAGRAPH.
           MOVE WS-STEP-PROJ(WS-STEP-IDX) TO WS-FMT-SECS
           PERFORM FORMAT-SECS-PARAGRAPH
           MOVE WS-FMT-TIME TO WS-PROJ-TXT
           MOVE WS-END-TIME TO WS-NOW-TIME
           PERFORM CALC-NOW-SECS-PARAGRAPH
           MOVE WS-NOW-SECS TO WS-FMT-SECS
           PERFORM FORMAT-SECS-PARAGRAPH
           MOVE WS-FMT-TIME TO WS-ACT-TXT
           MOVE SPACES TO WS-LATE-TXT
           IF WS-STEP-FINISH-BY(WS-STEP-IDX) IS NUMERIC THEN
               MOVE WS-STEP-FINISH-BY(WS-STEP-IDX) TO WS-HHMM
               PERFORM HHMM-TO-SECS-PARAGRAPH
               IF WS-NOW-SECS > WS-FINISH-SECS THEN
                   MOVE " LATE" TO WS-LATE-TXT
                   DISPLAY "*** " WS-STEP-NAME(WS-STEP-IDX)
                       " finished " WS-ACT-TXT " - past its "
                       WS-HHMM " finish-by time."
               END-IF
           END-IF.

       WRAP-UP-PARAGRAPH.
           IF WS-DEADLINE-SW = "Y" THEN
               PERFORM CHECK-DEADLINE-MET-PARAGRAPH
           END-IF
           PERFORM END-ESCALATION-PARAGRAPH
           MOVE SPACES TO WS-JOBLOG-LINE
           STRING "=== Nightly chain ended, rc=" WS-CHAIN-RC " ==="
               DELIMITED BY SIZE INTO WS-JOBLOG-LINE
           END-IF
           MOVE WS-CHAIN-RC TO RETURN-CODE.

      *****************************************************
      * LOAD-ESCALATION-PARAGRAPH picks up the escalation      *
      * command and the end-of-chain watch settings.            *
      *****************************************************
       LOAD-ESCALATION-PARAGRAPH.
           MOVE SPACES TO WS-ESCAL-CMD
           ACCEPT WS-ESCAL-CMD FROM ENVIRONMENT "LABNIGHT_ESCAL_CMD"
           IF WS-ESCAL-CMD = SPACES THEN
               MOVE "labescal" TO WS-ESCAL-CMD
           END-IF
           MOVE SPACES TO WS-ESCAL-INPUT
           ACCEPT WS-ESCAL-INPUT
               FROM ENVIRONMENT "LABNIGHT_ESCAL_WATCH"
           IF WS-ESCAL-INPUT NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-ESCAL-INPUT) TO WS-ESCAL-WATCH
           END-IF
           MOVE SPACES TO WS-ESCAL-INPUT
           ACCEPT WS-ESCAL-INPUT
               FROM ENVIRONMENT "LABNIGHT_ESCAL_POLL"
           IF WS-ESCAL-INPUT NOT = SPACES THEN
               MOVE FUNCTION NUMVAL(WS-ESCAL-INPUT) TO WS-ESCAL-POLL
           END-IF
           IF WS-ESCAL-POLL = 0 THEN
               MOVE 5 TO WS-ESCAL-POLL
           END-IF.

      *****************************************************
      * RUN-ESCALATION-PARAGRAPH runs one escalation pass. It  *
      * never stops or fails the chain - a roster problem is   *
      * shown and the chain carries on.                         *
      *****************************************************
       RUN-ESCALATION-PARAGRAPH.
           IF WS-ESCAL-CMD = "SKIP" THEN
               MOVE 0 TO WS-ESCAL-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ESCAL-PASSES
           CALL "SYSTEM" USING WS-ESCAL-CMD
           MOVE RETURN-CODE TO WS-ESCAL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-ESCAL-RC >= 256 THEN
               DIVIDE WS-ESCAL-RC BY 256 GIVING WS-ESCAL-RC
           END-IF
           IF WS-ESCAL-RC NOT = 0 AND WS-ESCAL-RC NOT = 4 THEN
               DISPLAY "*** WARNING: alert escalation ended with "
                   "return code " WS-ESCAL-RC " - chain continues."
           END-IF.

      *****************************************************
      * END-ESCALATION-PARAGRAPH runs the end-of-chain pass,   *
      * then keeps polling while an alert is still waiting on  *
      * a later stage and the watch has time left, and logs    *
      * the outcome on the job log.                             *
      *****************************************************
       END-ESCALATION-PARAGRAPH.
           IF WS-ESCAL-CMD = "SKIP" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ESCAL-WATCHED
           PERFORM RUN-ESCALATION-PARAGRAPH
           PERFORM WATCH-ESCALATION-PARAGRAPH
               WITH TEST BEFORE
               UNTIL WS-ESCAL-RC NOT = 4
                   OR WS-ESCAL-WATCHED >= WS-ESCAL-WATCH
           IF WS-ESCAL-RC > 9 THEN
               MOVE 9 TO WS-ESCAL-RC-TXT
           ELSE
               MOVE WS-ESCAL-RC TO WS-ESCAL-RC-TXT
           END-IF
           MOVE SPACES TO WS-JOBLOG-LINE
           STRING WS-RUN-DATE " LABESCAL passes=" WS-ESCAL-PASSES
               " watched=" WS-ESCAL-WATCHED "m"
               " last rc=" WS-ESCAL-RC-TXT
               DELIMITED BY SIZE INTO WS-JOBLOG-LINE
           WRITE JOBLOG-RECORD FROM WS-JOBLOG-LINE
           IF WS-ESCAL-RC = 4 THEN
               DISPLAY "*** WARNING: error alerts still short of "
                   "their last escalation stage - watch ended."
           END-IF.

       WATCH-ESCALATION-PARAGRAPH.
           COMPUTE WS-SLEEP-SECS = WS-ESCAL-POLL * 60
           MOVE SPACES TO WS-SLEEP-CMD
           STRING "sleep " WS-SLEEP-SECS
               DELIMITED BY SIZE INTO WS-SLEEP-CMD
           DISPLAY "LABNIGHT: alerts awaiting escalation - next "
               "pass in " WS-ESCAL-POLL " minute(s)."
           CALL "SYSTEM" USING WS-SLEEP-CMD
           MOVE 0 TO RETURN-CODE
           ADD WS-ESCAL-POLL TO WS-ESCAL-WATCHED
           PERFORM RUN-ESCALATION-PARAGRAPH.

      *****************************************************
      * WRITE-RUNHIST-PARAGRAPH appends one run-history record *
      * for the step just finished (or skipped - duration 0),  *
           END-IF
           WRITE Run-Hist-Record
           CLOSE RUNHIST-FILE.

      *****************************************************
      * LOAD-AVERAGES-PARAGRAPH reads the run-history file    *
      * once and averages each step's duration over the last   *
      * LABNIGHT_AVG_DAYS days. Runs that ended rc 8 or worse  *
      * are left out - a step that died early would drag its   *
      * average down and the projection with it.                 *
      *****************************************************
       LOAD-AVERAGES-PARAGRAPH.
           MOVE SPACES TO WS-AVG-INPUT
           ACCEPT WS-AVG-INPUT FROM ENVIRONMENT "LABNIGHT_AVG_DAYS"
           IF WS-AVG-INPUT IS NUMERIC THEN
               MOVE WS-AVG-INPUT TO WS-AVG-DAYS
           END-IF
           IF WS-AVG-DAYS = 0 THEN
               MOVE 30 TO WS-AVG-DAYS
           END-IF
           COMPUTE WS-AVG-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-AVG-DAYS)
           MOVE "lab-run-hist.dat" TO WS-RUNHIST-NAME
           ACCEPT WS-RUNHIST-NAME FROM ENVIRONMENT "LAB_RUNHIST"
           IF WS-RUNHIST-NAME = SPACES THEN
               MOVE "lab-run-hist.dat" TO WS-RUNHIST-NAME
           END-IF
           MOVE "N" TO WS-RUNHIST-EOF
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "00" THEN
               PERFORM READ-RUNHIST-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-RUNHIST-EOF = "Y"
               CLOSE RUNHIST-FILE
           END-IF
           PERFORM SET-AVERAGE-PARAGRAPH
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-STEP-CNT.

       READ-RUNHIST-PARAGRAPH.
           READ RUNHIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-RUNHIST-EOF
               NOT AT END
                   IF RNH-DATE IS NUMERIC
                           AND RNH-DURATION IS NUMERIC
                           AND RNH-RC IS NUMERIC
                           AND RNH-DATE NOT < WS-AVG-CUTOFF
                           AND RNH-RC < 8 THEN
                       PERFORM ADD-HIST-PARAGRAPH
                           VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > WS-STEP-CNT
                   END-IF
           END-READ.

       ADD-HIST-PARAGRAPH.
           IF WS-STEP-NAME(WS-SCAN-IDX) = RNH-PROGRAM THEN
               ADD 1 TO WS-STEP-HIST-CNT(WS-SCAN-IDX)
               ADD RNH-DURATION TO WS-STEP-HIST-SUM(WS-SCAN-IDX)
           END-IF.

       SET-AVERAGE-PARAGRAPH.
           IF WS-STEP-HIST-CNT(WS-SCAN-IDX) > 0 THEN
               DIVIDE WS-STEP-HIST-SUM(WS-SCAN-IDX)
                   BY WS-STEP-HIST-CNT(WS-SCAN-IDX)
                   GIVING WS-STEP-AVG(WS-SCAN-IDX) ROUNDED
           END-IF.

      *****************************************************
      * START-PROJECTION-PARAGRAPH fixes the chain's start    *
      * and tonight's deadline, makes the first projection     *
      * before any step runs, and puts both on the job log.    *
      *****************************************************
       START-PROJECTION-PARAGRAPH.
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-CHAIN-START-SECS =
               WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS
           MOVE "N" TO WS-DEADLINE-SW
           MOVE WS-CAL-DEADLINE TO WS-HHMM
           IF WS-HHMM IS NUMERIC THEN
               IF WS-HHMM-HH < 24 AND WS-HHMM-MM < 60 THEN
                   PERFORM HHMM-TO-SECS-PARAGRAPH
                   MOVE WS-FINISH-SECS TO WS-DEADLINE-SECS
                   MOVE "Y" TO WS-DEADLINE-SW
               END-IF
           END-IF
           SET WS-STEP-IDX TO 1
           PERFORM PROJECT-CHAIN-PARAGRAPH
           MOVE WS-PROJ-SECS TO WS-FMT-SECS
           PERFORM FORMAT-SECS-PARAGRAPH
           MOVE WS-FMT-TIME TO WS-PROJ-TXT
           MOVE SPACES TO WS-JOBLOG-LINE
           IF WS-DEADLINE-SW = "Y" THEN
               STRING "Batch window: deadline " WS-CAL-DEADLINE
                   ", projected finish " WS-PROJ-TXT
                   DELIMITED BY SIZE INTO WS-JOBLOG-LINE
           ELSE
               STRING "Batch window: no deadline on the calendar, "
                   "projected finish " WS-PROJ-TXT
                   DELIMITED BY SIZE INTO WS-JOBLOG-LINE
           END-IF
           DISPLAY "LABNIGHT: " WS-JOBLOG-LINE
           WRITE JOBLOG-RECORD FROM WS-JOBLOG-LINE
           IF WS-NOHIST-CNT > 0 THEN
               MOVE SPACES TO WS-JOBLOG-LINE
               STRING "Batch window: " WS-NOHIST-CNT
                   " step(s) have no run history - projected at "
                   "zero"
                   DELIMITED BY SIZE INTO WS-JOBLOG-LINE
               WRITE JOBLOG-RECORD FROM WS-JOBLOG-LINE
           END-IF.

      *****************************************************
      * PROJECT-CHAIN-PARAGRAPH projects the finish of every  *
      * step still to run, from now, on the steps' averages.   *
      * A step projected past its own finish-by time, or the   *
      * chain projected past tonight's deadline, raises an     *
      * error alert - once each, so a chain running late does  *
      * not bury the alert file in repeats.                     *
      *****************************************************
       PROJECT-CHAIN-PARAGRAPH.
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM CALC-NOW-SECS-PARAGRAPH
           MOVE WS-NOW-SECS TO WS-PROJ-SECS
           MOVE 0 TO WS-NOHIST-CNT
           SET WS-FROM-IDX TO WS-STEP-IDX
           PERFORM PROJECT-STEP-PARAGRAPH
               VARYING WS-SCAN-IDX FROM WS-FROM-IDX BY 1
               UNTIL WS-SCAN-IDX > WS-STEP-CNT
           IF WS-DEADLINE-SW = "Y" AND WS-DL-WARNED-SW = "N"
                   AND WS-PROJ-SECS > WS-DEADLINE-SECS THEN
               MOVE "Y" TO WS-DL-WARNED-SW
               MOVE WS-PROJ-SECS TO WS-FMT-SECS
               PERFORM FORMAT-SECS-PARAGRAPH
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "Chain projected to end " WS-FMT-TIME
                   " past deadline " WS-CAL-DEADLINE
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               MOVE "0201" TO WS-ALERT-MSGNO
               PERFORM RAISE-WINDOW-ALERT-PARAGRAPH
           END-IF.

       PROJECT-STEP-PARAGRAPH.
           PERFORM STEP-WILL-RUN-PARAGRAPH
           IF WS-WILL-RUN-SW = "N" THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-STEP-HIST-CNT(WS-SCAN-IDX) = 0 THEN
               ADD 1 TO WS-NOHIST-CNT
           END-IF
           ADD WS-STEP-AVG(WS-SCAN-IDX) TO WS-PROJ-SECS
           MOVE WS-PROJ-SECS TO WS-STEP-PROJ(WS-SCAN-IDX)
           IF WS-STEP-FINISH-BY(WS-SCAN-IDX) IS NUMERIC
                   AND WS-STEP-WARNED(WS-SCAN-IDX) = "N" THEN
               MOVE WS-STEP-FINISH-BY(WS-SCAN-IDX) TO WS-HHMM
               PERFORM HHMM-TO-SECS-PARAGRAPH
               IF WS-PROJ-SECS > WS-FINISH-SECS THEN
                   MOVE "Y" TO WS-STEP-WARNED(WS-SCAN-IDX)
                   MOVE WS-PROJ-SECS TO WS-FMT-SECS
                   PERFORM FORMAT-SECS-PARAGRAPH
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "Step " WS-STEP-NAME(WS-SCAN-IDX)
                       " projected to end " WS-FMT-TIME
                       " past " WS-HHMM
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   MOVE "0202" TO WS-ALERT-MSGNO
                   PERFORM RAISE-WINDOW-ALERT-PARAGRAPH
               END-IF
           END-IF.

      *    The same tests RUN-STEP-PARAGRAPH applies - a step it
      *    is going to skip takes no time in the projection.
       STEP-WILL-RUN-PARAGRAPH.
           MOVE "Y" TO WS-WILL-RUN-SW
           IF WS-STEP-CMD(WS-SCAN-IDX) = "SKIP"
                   OR WS-STEP-SKIP(WS-SCAN-IDX) = "Y" THEN
               MOVE "N" TO WS-WILL-RUN-SW
           END-IF
           IF WS-RESTART-SW = "Y"
                   AND WS-STEP-NAME(WS-SCAN-IDX) NOT = "LABPREFL"
                   AND (WS-STEP-PRIOR-RC(WS-SCAN-IDX) = "0"
                     OR WS-STEP-PRIOR-RC(WS-SCAN-IDX) = "4") THEN
               MOVE "N" TO WS-WILL-RUN-SW
           END-IF.

       RAISE-WINDOW-ALERT-PARAGRAPH.
           DISPLAY "*** WARNING: " WS-ALERT-TEXT
           MOVE SPACES TO WS-JOBLOG-LINE
           STRING "*** PROJECTED LATE: " WS-ALERT-TEXT
               DELIMITED BY SIZE INTO WS-JOBLOG-LINE
           WRITE JOBLOG-RECORD FROM WS-JOBLOG-LINE
           PERFORM WRITE-ALERT-PARAGRAPH.

      *****************************************************
      * CHECK-DEADLINE-MET-PARAGRAPH records whether the chain *
      * actually finished inside tonight's deadline - a miss   *
      * is alerted as well, for the morning shift.              *
      *****************************************************
       CHECK-DEADLINE-MET-PARAGRAPH.
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM CALC-NOW-SECS-PARAGRAPH
           MOVE WS-NOW-SECS TO WS-FMT-SECS
           PERFORM FORMAT-SECS-PARAGRAPH
           MOVE WS-FMT-TIME TO WS-ACT-TXT
           MOVE SPACES TO WS-JOBLOG-LINE
           IF WS-NOW-SECS > WS-DEADLINE-SECS THEN
               STRING "*** Chain finished " WS-ACT-TXT
                   " - past the " WS-CAL-DEADLINE " deadline"
                   DELIMITED BY SIZE INTO WS-JOBLOG-LINE
               DISPLAY WS-JOBLOG-LINE
               WRITE JOBLOG-RECORD FROM WS-JOBLOG-LINE
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "Chain finished " WS-ACT-TXT
                   " past deadline " WS-CAL-DEADLINE
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               MOVE "0203" TO WS-ALERT-MSGNO
               PERFORM WRITE-ALERT-PARAGRAPH
           ELSE
               STRING "Batch window: chain finished " WS-ACT-TXT
                   ", inside the " WS-CAL-DEADLINE " deadline"
                   DELIMITED BY SIZE INTO WS-JOBLOG-LINE
               WRITE JOBLOG-RECORD FROM WS-JOBLOG-LINE
           END-IF.

       CALC-NOW-SECS-PARAGRAPH.
           COMPUTE WS-NOW-SECS =
               WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS
           IF WS-NOW-SECS < WS-CHAIN-START-SECS THEN
               ADD 86400 TO WS-NOW-SECS
           END-IF.

       HHMM-TO-SECS-PARAGRAPH.
           COMPUTE WS-FINISH-SECS =
               WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
           IF WS-FINISH-SECS < WS-CHAIN-START-SECS THEN
               ADD 86400 TO WS-FINISH-SECS
           END-IF.

       FORMAT-SECS-PARAGRAPH.
           DIVIDE WS-FMT-SECS BY 3600
               GIVING WS-FMT-WORK REMAINDER WS-FMT-REM
           IF WS-FMT-WORK >= 24 THEN
               SUBTRACT 24 FROM WS-FMT-WORK
           END-IF
           MOVE WS-FMT-WORK TO WS-FMT-HH
           DIVIDE WS-FMT-REM BY 60
               GIVING WS-FMT-MM REMAINDER WS-FMT-SS.

      *****************************************************
      * WRITE-ALERT-PARAGRAPH adds one error-severity entry   *
      * to the operator alert file HelloWorld shows at sign-on. *
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
           MOVE "LABNIGHT" TO ALR-PROGRAM
           MOVE "E" TO ALR-SEVERITY
           MOVE WS-ALERT-TEXT TO ALR-TEXT
           MOVE WS-ALERT-MSGNO TO ALR-MSG-NO
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
