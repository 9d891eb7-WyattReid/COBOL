       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABHOLD.
       AUTHOR. Wyatt Reid.
      * "Batch hold and release screen. When a provider phones to"
      * "say a transmission is not to be processed, the supervisor"
      * "P)laces a hold on a source program (LAB1C, LAB2C, or"
      * "LABEDIT), a provider, a batch date, or any combination of"
      * "the three, with a reason. While it is active LAB1c, LAB2c,"
      * "and LABEDIT refuse any batch it covers and move it to the"
      * "held-feeds area with an alert (see LABHCHK). R)elease"
      * "lifts the hold - every feed it caught is then fed by the"
      * "owning program's next run. L)ist shows the active holds"
      * "and every held feed with where it stands. Placements and"
      * "releases are journaled on LAB_HOLDJRNL beside the"
      * "interceptions, and the control sheet prints the day's"
      * "activity. Supervisor role only; the session holds the"
      * "HOLDS lock while it rewrites the hold file."

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
       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  HOLDJRNL-FILE.
           COPY HOLDJRNL.

       FD  USERFILE.
           COPY USERREC.

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
      * "LAB_HOLDFILE is the hold file LAB1c/LAB2c/LABEDIT check"
      * "every input against; LAB_HOLDJRNL the journal of holds"
      * "placed and released and feeds intercepted and fed."
       01  WS-HOLDFILE-NAME    Pic X(40).
       01  WS-HOLD-STATUS      Pic X(2).
       01  WS-HJRNFILE-NAME    Pic X(40).
       01  WS-HJRN-STATUS      Pic X(2).
       01  WS-EOF              Pic A(1).

      * "LAB_USERFILE/LAB_OPERATOR - the session is refused"
      * "unless the operator is active with supervisor role."
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

      * "Run lock - the session rewrites the hold file whole, so"
      * "two supervisors working holds at once would lose one"
      * "another's changes."
           COPY LOCKREQ.

      * "The whole hold file, written back after each placement"
      * "or release. WS-FOUND-IDX keeps the entry being worked"
      * "while the rewrite walks the table."
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 500 TIMES INDEXED BY WS-HLD-IDX.
               10  WS-H-ID         Pic 9(6).
               10  WS-H-STATUS     Pic X(1).
               10  WS-H-SOURCE     Pic X(8).
               10  WS-H-PROVIDER   Pic X(5).
               10  WS-H-BAT-DATE   Pic 9(8).
               10  WS-H-REASON     Pic X(30).
               10  WS-H-PLACED-BY  Pic X(10).
               10  WS-H-PLACED-DT  Pic 9(8).
               10  WS-H-PLACED-TM  Pic 9(8).
               10  WS-H-REL-BY     Pic X(10).
               10  WS-H-REL-DT     Pic 9(8).
               10  FILLER          Pic X(08).
       01  WS-HLD-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-NEXT-ID          Pic 9(6)        VALUE 0.
       01  WS-FOUND-IDX        Pic 9(4)   COMP   VALUE 0.

      * "Held feeds already journaled as fed, gathered for the"
      * "listing."
       01  WS-FED-TABLE.
           05  WS-FED-NAME     Pic X(52)  OCCURS 500 TIMES
                                           INDEXED BY WS-FED-IDX.
       01  WS-FED-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-FED-SW           Pic A(1).

       01  WS-CMD              Pic X(1).
       01  WS-TODAY            Pic 9(8).
       01  WS-NOW              Pic 9(8).
       01  WS-IN-SOURCE        Pic X(8).
       01  WS-IN-PROVIDER      Pic X(5).
       01  WS-IN-DATE          Pic X(8).
       01  WS-IN-DATE-R REDEFINES WS-IN-DATE.
           05  WS-IN-YYYY      Pic 9(4).
           05  WS-IN-MM        Pic 9(2).
           05  WS-IN-DD        Pic 9(2).
       01  WS-IN-BAT-DATE      Pic 9(8).
       01  WS-IN-REASON        Pic X(30).
       01  WS-IN-ID            Pic X(6).
       01  WS-IN-ID-N          Pic 9(6).
       01  WS-WAIT-CNT         Pic 9(4)        VALUE 0.
       01  WS-ACTIVE-CNT       Pic 9(4)        VALUE 0.
       01  WS-FEED-STATE       Pic X(20).
       01  WS-SHOW-SOURCE      Pic X(8).
       01  WS-SHOW-PROVIDER    Pic X(5).
       01  WS-SHOW-DATE        Pic X(8).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM CHECK-AUTH-PARAGRAPH
           PERFORM TAKE-LOCK-PARAGRAPH
           PERFORM LOAD-HOLD-PARAGRAPH
           PERFORM MENU-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-CMD = "Q"
           PERFORM RELEASE-LOCK-PARAGRAPH
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE "lab-holds.dat" TO WS-HOLDFILE-NAME
           ACCEPT WS-HOLDFILE-NAME FROM ENVIRONMENT "LAB_HOLDFILE"
           IF WS-HOLDFILE-NAME = SPACES THEN
               MOVE "lab-holds.dat" TO WS-HOLDFILE-NAME
           END-IF
           MOVE "lab-hold-jrnl.dat" TO WS-HJRNFILE-NAME
           ACCEPT WS-HJRNFILE-NAME FROM ENVIRONMENT "LAB_HOLDJRNL"
           IF WS-HJRNFILE-NAME = SPACES THEN
               MOVE "lab-hold-jrnl.dat" TO WS-HJRNFILE-NAME
           END-IF.

      *****************************************************
      * CHECK-AUTH-PARAGRAPH verifies the operator holds      *
      * supervisor role on USERS.dat - a hold stops a feed     *
      * from posting and a release lets it through, so anyone *
      * else is refused before anything is touched.            *
      *****************************************************
       CHECK-AUTH-PARAGRAPH.
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           IF WS-OPERATOR = SPACES THEN
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF
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
           END-IF
           IF WS-OPERATOR-ROLE NOT = "S" THEN
               DISPLAY "*** Batch holds require supervisor role - "
                   "session refused."
               MOVE "E" TO WS-LOG-SEV
               MOVE "0201" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Hold session refused - " WS-OPERATOR
                   " not a supervisor"
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
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

      * "Every placement and release rewrites the file from this"
      * "table, so an overflow would silently delete every hold"
      * "past it - an oversized file refuses the session up"
      * "front instead."
       LOAD-HOLD-PARAGRAPH.
           MOVE 0 TO WS-HLD-CNT
           MOVE 0 TO WS-NEXT-ID
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM READ-HOLD-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE HOLD-FILE
           END-IF
           ADD 1 TO WS-NEXT-ID.

       READ-HOLD-PARAGRAPH.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-HLD-CNT >= 500 THEN
                       DISPLAY "*** Hold file holds more than 500 "
                           "rows - session refused so"
                       DISPLAY "*** the rewrite loses nothing. "
                           "Archive the released holds first."
                       PERFORM RELEASE-LOCK-PARAGRAPH
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HLD-CNT
                   MOVE Hold-Record TO WS-HLD-ENTRY(WS-HLD-CNT)
                   IF HLD-ID > WS-NEXT-ID THEN
                       MOVE HLD-ID TO WS-NEXT-ID
                   END-IF
           END-READ.

       SAVE-HOLD-PARAGRAPH.
           OPEN OUTPUT HOLD-FILE
           PERFORM WRITE-HOLD-PARAGRAPH
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-CNT
           CLOSE HOLD-FILE.

       WRITE-HOLD-PARAGRAPH.
           MOVE WS-HLD-ENTRY(WS-HLD-IDX) TO Hold-Record
           WRITE Hold-Record.

       MENU-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Batch holds - P)lace R)elease L)ist Q)uit"
           DISPLAY "Command: " WITH NO ADVANCING
           ACCEPT WS-CMD
           EVALUATE WS-CMD
               WHEN "P"
                   PERFORM PLACE-PARAGRAPH
               WHEN "R"
                   PERFORM RELEASE-PARAGRAPH
               WHEN "L"
                   PERFORM LIST-PARAGRAPH
               WHEN "Q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Invalid command - enter P, R, L, "
                       "or Q"
           END-EVALUATE.

      *****************************************************
      * PLACE-PARAGRAPH takes the hold's three criteria - any *
      * may be left blank to mean "any", but not all three,   *
      * which would stop every feed the suite receives - and  *
      * the reason, which is required.                         *
      *****************************************************
       PLACE-PARAGRAPH.
           DISPLAY "Source program (LAB1C, LAB2C, LABEDIT, "
               "blank = any): " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-SOURCE
           ACCEPT WS-IN-SOURCE
           IF WS-IN-SOURCE NOT = SPACES
                   AND WS-IN-SOURCE NOT = "LAB1C"
                   AND WS-IN-SOURCE NOT = "LAB2C"
                   AND WS-IN-SOURCE NOT = "LABEDIT" THEN
               DISPLAY "*** Source must be LAB1C, LAB2C, LABEDIT, "
                   "or blank"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Provider code (blank = any): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-PROVIDER
           ACCEPT WS-IN-PROVIDER
           DISPLAY "Batch date YYYYMMDD (blank = any): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-DATE
           ACCEPT WS-IN-DATE
           IF WS-IN-DATE = SPACES THEN
               MOVE 0 TO WS-IN-BAT-DATE
           ELSE
               IF WS-IN-DATE IS NOT NUMERIC THEN
                   DISPLAY "*** Batch date must be YYYYMMDD"
                   EXIT PARAGRAPH
               END-IF
               IF WS-IN-MM < 1 OR WS-IN-MM > 12
                       OR WS-IN-DD < 1 OR WS-IN-DD > 31 THEN
                   DISPLAY "*** Batch date is not a valid date"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-IN-DATE-R TO WS-IN-BAT-DATE
           END-IF
           IF WS-IN-SOURCE = SPACES AND WS-IN-PROVIDER = SPACES
                   AND WS-IN-BAT-DATE = 0 THEN
               DISPLAY "*** A hold needs a source, a provider, or a "
                   "batch date - one on"
               DISPLAY "*** everything would stop every feed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-REASON
           ACCEPT WS-IN-REASON
           IF WS-IN-REASON = SPACES THEN
               DISPLAY "*** A reason is required"
               EXIT PARAGRAPH
           END-IF
           IF WS-HLD-CNT = 500 THEN
               DISPLAY "*** Hold table full"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HLD-CNT
           SET WS-HLD-IDX TO WS-HLD-CNT
           MOVE SPACES TO WS-HLD-ENTRY(WS-HLD-IDX)
           MOVE WS-NEXT-ID TO WS-H-ID(WS-HLD-IDX)
           MOVE "A" TO WS-H-STATUS(WS-HLD-IDX)
           MOVE WS-IN-SOURCE TO WS-H-SOURCE(WS-HLD-IDX)
           MOVE WS-IN-PROVIDER TO WS-H-PROVIDER(WS-HLD-IDX)
           MOVE WS-IN-BAT-DATE TO WS-H-BAT-DATE(WS-HLD-IDX)
           MOVE WS-IN-REASON TO WS-H-REASON(WS-HLD-IDX)
           MOVE WS-OPERATOR TO WS-H-PLACED-BY(WS-HLD-IDX)
           MOVE WS-TODAY TO WS-H-PLACED-DT(WS-HLD-IDX)
           ACCEPT WS-NOW FROM TIME
           MOVE WS-NOW TO WS-H-PLACED-TM(WS-HLD-IDX)
           MOVE 0 TO WS-H-REL-DT(WS-HLD-IDX)
           MOVE WS-HLD-CNT TO WS-FOUND-IDX
           PERFORM SAVE-HOLD-PARAGRAPH
           SET WS-HLD-IDX TO WS-FOUND-IDX
           PERFORM WRITE-JOURNAL-PARAGRAPH
           ADD 1 TO WS-NEXT-ID
           DISPLAY "Hold " WS-H-ID(WS-HLD-IDX) " placed."
           MOVE "I" TO WS-LOG-SEV
           MOVE "0010" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Hold " WS-H-ID(WS-HLD-IDX) " placed by "
               WS-OPERATOR
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

      *****************************************************
      * RELEASE-PARAGRAPH lifts an active hold. The feeds it  *
      * caught stay where they are in the held-feeds area -    *
      * the owning program's next run picks them up.           *
      *****************************************************
       RELEASE-PARAGRAPH.
           DISPLAY "Hold ID to release: " WITH NO ADVANCING
           MOVE SPACES TO WS-IN-ID
           ACCEPT WS-IN-ID
           IF WS-IN-ID IS NOT NUMERIC THEN
               DISPLAY "*** Hold ID must be 6 digits"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ID TO WS-IN-ID-N
           MOVE 0 TO WS-FOUND-IDX
           PERFORM FIND-HOLD-PARAGRAPH
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-CNT
           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "*** Hold " WS-IN-ID-N " is not on file"
               EXIT PARAGRAPH
           END-IF
           SET WS-HLD-IDX TO WS-FOUND-IDX
           IF WS-H-STATUS(WS-HLD-IDX) NOT = "A" THEN
               DISPLAY "*** Hold " WS-IN-ID-N " is already released"
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-H-STATUS(WS-HLD-IDX)
           MOVE WS-OPERATOR TO WS-H-REL-BY(WS-HLD-IDX)
           MOVE WS-TODAY TO WS-H-REL-DT(WS-HLD-IDX)
           PERFORM SAVE-HOLD-PARAGRAPH
           SET WS-HLD-IDX TO WS-FOUND-IDX
           PERFORM WRITE-JOURNAL-PARAGRAPH
           PERFORM COUNT-WAITING-PARAGRAPH
           DISPLAY "Hold " WS-IN-ID-N " released - " WS-WAIT-CNT
               " held feed(s) will be fed in the next cycle."
           MOVE "I" TO WS-LOG-SEV
           MOVE "0011" TO WS-LOG-MSGNO
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Hold " WS-IN-ID-N " released by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH.

       FIND-HOLD-PARAGRAPH.
           IF WS-H-ID(WS-HLD-IDX) = WS-IN-ID-N THEN
               SET WS-FOUND-IDX TO WS-HLD-IDX
           END-IF.

       COUNT-WAITING-PARAGRAPH.
           MOVE 0 TO WS-WAIT-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLDJRNL-FILE
           IF WS-HJRN-STATUS = "00" THEN
               PERFORM COUNT-ONE-WAITING-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE HOLDJRNL-FILE
           END-IF.

       COUNT-ONE-WAITING-PARAGRAPH.
           READ HOLDJRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HJ-ACTION = "I"
                           AND HJ-HOLD-ID = WS-IN-ID-N THEN
                       ADD 1 TO WS-WAIT-CNT
                   END-IF
           END-READ.

      *****************************************************
      * WRITE-JOURNAL-PARAGRAPH appends a P or R record for   *
      * the hold at WS-HLD-IDX - P while the hold is active,   *
      * R once it has been released.                           *
      *****************************************************
       WRITE-JOURNAL-PARAGRAPH.
           OPEN EXTEND HOLDJRNL-FILE
           IF WS-HJRN-STATUS = "35" THEN
               OPEN OUTPUT HOLDJRNL-FILE
           END-IF
           MOVE SPACES TO Hold-Jrnl-Record
           IF WS-H-STATUS(WS-HLD-IDX) = "A" THEN
               MOVE "P" TO HJ-ACTION
           ELSE
               MOVE "R" TO HJ-ACTION
           END-IF
           MOVE WS-TODAY TO HJ-DATE
           ACCEPT HJ-TIME FROM TIME
           MOVE "LABHOLD" TO HJ-PROGRAM
           MOVE WS-OPERATOR TO HJ-OPERATOR
           MOVE WS-H-ID(WS-HLD-IDX) TO HJ-HOLD-ID
           MOVE WS-H-SOURCE(WS-HLD-IDX) TO HJ-SOURCE
           MOVE WS-H-PROVIDER(WS-HLD-IDX) TO HJ-PROVIDER
           MOVE WS-H-BAT-DATE(WS-HLD-IDX) TO HJ-BATCH-DATE
           MOVE WS-H-REASON(WS-HLD-IDX) TO HJ-REASON
           WRITE Hold-Jrnl-Record
           CLOSE HOLDJRNL-FILE.

      *****************************************************
      * LIST-PARAGRAPH shows the active holds, then every feed *
      * the journal says was intercepted with where it stands: *
      * still held, released and waiting for the next cycle,   *
      * or fed.                                                 *
      *****************************************************
       LIST-PARAGRAPH.
           MOVE 0 TO WS-ACTIVE-CNT
           DISPLAY " "
           DISPLAY "Active holds:"
           DISPLAY "ID     Source   Prov  Batch    Placed   By    "
               "     Reason"
           PERFORM LIST-ONE-HOLD-PARAGRAPH
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-CNT
           IF WS-ACTIVE-CNT = 0 THEN
               DISPLAY "  (none)"
           END-IF
           MOVE 0 TO WS-FED-CNT
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLDJRNL-FILE
           IF WS-HJRN-STATUS NOT = "00" THEN
               DISPLAY " "
               DISPLAY "No feeds have been held."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FED-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE HOLDJRNL-FILE
           DISPLAY " "
           DISPLAY "Held feeds:"
           DISPLAY "Held on  Hold   For      Batch    State       "
               "         Held as"
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLDJRNL-FILE
           PERFORM LIST-ONE-FEED-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE HOLDJRNL-FILE.

       LIST-ONE-HOLD-PARAGRAPH.
           IF WS-H-STATUS(WS-HLD-IDX) NOT = "A" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTIVE-CNT
           MOVE WS-H-SOURCE(WS-HLD-IDX) TO WS-SHOW-SOURCE
           IF WS-SHOW-SOURCE = SPACES THEN
               MOVE "(any)" TO WS-SHOW-SOURCE
           END-IF
           MOVE WS-H-PROVIDER(WS-HLD-IDX) TO WS-SHOW-PROVIDER
           IF WS-SHOW-PROVIDER = SPACES THEN
               MOVE "(any)" TO WS-SHOW-PROVIDER
           END-IF
           IF WS-H-BAT-DATE(WS-HLD-IDX) = 0 THEN
               MOVE "(any)" TO WS-SHOW-DATE
           ELSE
               MOVE WS-H-BAT-DATE(WS-HLD-IDX) TO WS-SHOW-DATE
           END-IF
           DISPLAY WS-H-ID(WS-HLD-IDX) " "
               WS-SHOW-SOURCE " "
               WS-SHOW-PROVIDER " "
               WS-SHOW-DATE " "
               WS-H-PLACED-DT(WS-HLD-IDX) " "
               WS-H-PLACED-BY(WS-HLD-IDX) " "
               WS-H-REASON(WS-HLD-IDX).

       LOAD-FED-PARAGRAPH.
           READ HOLDJRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HJ-ACTION = "F" AND WS-FED-CNT < 500 THEN
                       ADD 1 TO WS-FED-CNT
                       MOVE HJ-HELD-NAME TO WS-FED-NAME(WS-FED-CNT)
                   END-IF
           END-READ.

       LIST-ONE-FEED-PARAGRAPH.
           READ HOLDJRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HJ-ACTION = "I" THEN
                       PERFORM SHOW-FEED-PARAGRAPH
                   END-IF
           END-READ.

       SHOW-FEED-PARAGRAPH.
           MOVE "N" TO WS-FED-SW
           PERFORM FIND-FED-PARAGRAPH
               VARYING WS-FED-IDX FROM 1 BY 1
               UNTIL WS-FED-IDX > WS-FED-CNT OR WS-FED-SW = "Y"
           MOVE "HELD" TO WS-FEED-STATE
           MOVE HJ-HOLD-ID TO WS-IN-ID-N
           MOVE 0 TO WS-FOUND-IDX
           PERFORM FIND-HOLD-PARAGRAPH
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-CNT
           IF WS-FOUND-IDX NOT = 0 THEN
               SET WS-HLD-IDX TO WS-FOUND-IDX
               IF WS-H-STATUS(WS-HLD-IDX) = "R" THEN
                   MOVE "RELEASED - NEXT RUN" TO WS-FEED-STATE
               END-IF
           END-IF
           IF WS-FED-SW = "Y" THEN
               MOVE "FED" TO WS-FEED-STATE
           END-IF
           DISPLAY HJ-DATE " " HJ-HOLD-ID " " HJ-SOURCE " "
               HJ-BATCH-DATE " " WS-FEED-STATE " " HJ-HELD-NAME.

       FIND-FED-PARAGRAPH.
           IF WS-FED-NAME(WS-FED-IDX) = HJ-HELD-NAME THEN
               MOVE "Y" TO WS-FED-SW
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
           MOVE "LABHOLD" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.

      *****************************************************
      * TAKE-LOCK-PARAGRAPH/RELEASE-LOCK-PARAGRAPH guard the  *
      * shared file this program rewrites - a refused take     *
      * names the current holder and ends the run before       *
      * anything was touched (see LABLOCK/LABLKMN).             *
      *****************************************************
       TAKE-LOCK-PARAGRAPH.
           MOVE "T" TO LRQ-FUNCTION
           MOVE "HOLDS" TO LRQ-NAME
           MOVE "LABHOLD" TO LRQ-PROGRAM
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
           MOVE "HOLDS" TO LRQ-NAME
           MOVE "LABHOLD" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request.
