       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABMASK.
       AUTHOR. Wyatt Reid.
      * "Masked production copy for a test region. A test region"
      * "filled with straight copies of production carries real"
      * "operator IDs and names, provider contacts, and amounts;"
      * "one filled with invented data never shows the volumes"
      * "and edge cases production does. This copies production"
      * "(the files the suite's environment variables resolve"
      * "to, or their built-in names) into the region named by"
      * "LABMASK_REGION, the target names taken from that"
      * "region's profile (lab-region-<region>.prof, the one"
      * "LABRGSET launches under), with the sensitive fields"
      * "masked on the way: USERS.dat IDs and names become"
      * "pseudonyms (TEST0001, TEST0002 ... in key order, the"
      * "same production user always the same pseudonym within"
      * "a copy) and every password is reset to LABMASK_TEMP_PWD"
      * "with a change forced at first signon; provider names"
      * "and contacts are scrubbed; master, feed, YTD, and"
      * "tolerance amounts are all multiplied by one secret"
      * "factor (LABMASK_FACTOR, prompted for when unset, never"
      * "written anywhere), and each feed batch's trailer is"
      * "rebuilt from its scaled details, so every total still"
      * "reconciles. Record IDs, categories, units, and dates are"
      * "kept. The reference tables are copied as they are. A"
      * "manifest (see MASKMAN) records the production date the"
      * "data came from and what was done to each file. The run"
      * "refuses PROD as a target, a profile that points back at"
      * "a production file, and any run already under a test"
      * "region; it holds the MASTER, YTDFILE, and LAB1C locks"
      * "so the copy is one point in time. RETURN-CODE 4 when a"
      * "file was absent or missing from the profile."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT MASTERFILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-REC-ID
               FILE STATUS IS WS-IN-STATUS.
           SELECT MASTER-OUT ASSIGN TO WS-TGT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSO-REC-ID
               FILE STATUS IS WS-OUT-STATUS.
           SELECT USERFILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-IN-STATUS.
           SELECT USER-OUT ASSIGN TO WS-TGT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USO-ID
               FILE STATUS IS WS-OUT-STATUS.
           SELECT FEED-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT YTDFILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT TOL-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PROV-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT COPYIN-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT COPYOUT-FILE ASSIGN TO WS-TGT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT BATCHREG-FILE ASSIGN TO WS-BATCHREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BATCHREG-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE.
       01  PROFILE-RECORD      Pic X(120).

       FD  MASTERFILE.
           COPY INTMAST.

       FD  MASTER-OUT.
       01  Master-Out-Record.
           05  MSO-REC-ID          Pic 9(6).
           05  FILLER              Pic X(24).

       FD  USERFILE.
           COPY USERREC.

       FD  USER-OUT.
       01  User-Out-Record.
           05  USO-ID              Pic X(10).
           05  FILLER              Pic X(50).

       FD  FEED-FILE.
           COPY INTREC.

       FD  YTDFILE.
           COPY YTDREC.

       FD  TOL-FILE.
           COPY TOLREC.

       FD  PROV-FILE.
           COPY PROVREC.

       FD  COPYIN-FILE.
       01  COPYIN-RECORD       Pic X(200).

       FD  COPYOUT-FILE.
       01  COPYOUT-RECORD      Pic X(200).

       FD  BATCHREG-FILE.
           COPY BATCHREG.

       FD  MANIFEST-FILE.
           COPY MASKMAN.

       WORKING-STORAGE SECTION.
      * "The files copied. Each production name is resolved"
      * "through the same environment variable its owning"
      * "programs honor; the target name is that variable's"
      * "value in the region profile. WS-F-HANDLING says how"
      * "the file is masked: M master, F feed, Y YTD, T"
      * "tolerance (amounts scaled), U users, P providers,"
      * "C copied as is. The batch register and run-time files"
      * "(sessions, checkpoints, logs) are not copied - they"
      * "carry operator IDs, and a test region starts them"
      * "empty."
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 12 TIMES INDEXED BY WS-F-IDX.
               10  WS-F-ID         Pic X(8).
               10  WS-F-ENV        Pic X(20).
               10  WS-F-DEFAULT    Pic X(40).
               10  WS-F-HANDLING   Pic X(1).
       01  WS-FILE-CNT         Pic 9(2)        VALUE 12.

      * "The target region's profile, loaded whole so each file's"
      * "target name can be looked up by its variable."
       01  WS-PROF-TABLE.
           05  WS-PROF-ENTRY OCCURS 99 TIMES INDEXED BY WS-P-IDX.
               10  WS-P-VAR        Pic X(40).
               10  WS-P-VALUE      Pic X(80).
       01  WS-PROF-CNT         Pic 9(2)        VALUE 0.
       01  WS-PROF-FOUND-SW    Pic X(1).

       01  WS-REGION           Pic X(8).
       01  WS-RUN-REGION       Pic X(8).
       01  WS-PROFILE-NAME     Pic X(40).
       01  WS-PROFILE-STATUS   Pic X(2).
       01  WS-VAR-NAME         Pic X(40).
       01  WS-VAR-VALUE        Pic X(80).

       01  WS-SRC-NAME         Pic X(40).
       01  WS-TGT-NAME         Pic X(40).
       01  WS-BATCHREG-NAME    Pic X(40).
       01  WS-MANIFEST-NAME    Pic X(40).
       01  WS-IN-STATUS        Pic X(2).
       01  WS-OUT-STATUS       Pic X(2).
       01  WS-BATCHREG-STATUS  Pic X(2).
       01  WS-MANIFEST-STATUS  Pic X(2).
       01  WS-PROFILE-EOF      Pic A(1).
       01  WS-DATA-EOF         Pic A(1).
       01  WS-COPY-LINE        Pic X(200).
       01  WS-RESULT           Pic X(1).

      * "LABMASK_FACTOR - the secret scaling factor, 0.1 to 10"
      * "and never exactly 1. Held only in storage for the run."
       01  WS-FACTOR-INPUT     Pic X(20).
       01  WS-FACTOR           Pic 9(3)V9(6)   VALUE 0.

      * "LABMASK_TEMP_PWD - the password every copied user is"
      * "reset to, hashed the way LABUMNT hashes a reset."
       01  WS-TEMP-PWD         Pic X(8).
       01  WS-HASH-SOURCE      Pic X(8).
       01  WS-HASH-RESULT      Pic 9(9).
       01  WS-HASH-IDX         Pic 9(2)   COMP.
       01  WS-USER-SEQ         Pic 9(4)        VALUE 0.

      * "Per-batch totals of the scaled feed details, moved to"
      * "the batch's trailer in place of the production ones."
       01  WS-BAT-CNT          Pic 9(6)        VALUE 0.
       01  WS-BAT-HASH         Pic S9(9)V9(2)  VALUE 0.
       01  WS-BAT-DEBIT        Pic S9(9)V9(2)  VALUE 0.
       01  WS-BAT-CREDIT       Pic S9(9)V9(2)  VALUE 0.

       01  WS-RUN-DATE         Pic 9(8).
       01  WS-RUN-TIME         Pic 9(8).
       01  WS-PROD-DATE        Pic 9(8)        VALUE 0.
       01  WS-REC-COUNT        Pic 9(7).
       01  WS-FILES-COPIED     Pic 9(2)        VALUE 0.
       01  WS-FILES-SKIPPED    Pic 9(2)        VALUE 0.
       01  WS-RECS-COPIED      Pic 9(9)        VALUE 0.
       01  WS-RUN-RC           Pic 9(1)        VALUE 0.

      * "Run locks - the master, YTD file, and feeds are"
      * "rewritten by programs holding the MASTER, YTDFILE, and"
      * "LAB1C locks, so the copy holds all three for its whole"
      * "duration. Taken through LABLOCK, released before STOP"
      * "RUN; see LABLKMN for stale locks."
           COPY LOCKREQ.
       01  WS-LOCKS-HELD       Pic 9(1)        VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM LOAD-PROFILE-PARAGRAPH
           PERFORM GET-SECRETS-PARAGRAPH
           PERFORM FIND-PROD-DATE-PARAGRAPH
           PERFORM TAKE-LOCKS-PARAGRAPH
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00" THEN
               DISPLAY "*** Cannot create copy manifest: "
                   WS-MANIFEST-NAME
               DISPLAY "*** FILE STATUS: " WS-MANIFEST-STATUS
               DISPLAY "*** Run terminated."
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MASK-ONE-FILE-PARAGRAPH
               VARYING WS-F-IDX FROM 1 BY 1
               UNTIL WS-F-IDX > WS-FILE-CNT
           CLOSE MANIFEST-FILE
           DISPLAY "Masked copy to region " WS-REGION " complete - "
               WS-FILES-COPIED " file(s), " WS-RECS-COPIED
               " record(s)"
           DISPLAY "Production data as of " WS-PROD-DATE
               " - manifest " WS-MANIFEST-NAME
           PERFORM RELEASE-LOCKS-PARAGRAPH
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      *****************************************************
      * INITIALIZE-PARAGRAPH names the target region. The run  *
      * must itself be under production (no LAB_REGION, or     *
      * PROD) - under a test region the source variables would *
      * already point at test copies - and PROD is never a     *
      * target.                                                 *
      *****************************************************
       INITIALIZE-PARAGRAPH.
           MOVE SPACES TO WS-RUN-REGION
           ACCEPT WS-RUN-REGION FROM ENVIRONMENT "LAB_REGION"
           INSPECT WS-RUN-REGION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-RUN-REGION NOT = SPACES
                   AND WS-RUN-REGION NOT = "PROD" THEN
               DISPLAY "*** Running under region " WS-RUN-REGION
                   " - the copy must be run against production."
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REGION
           ACCEPT WS-REGION FROM ENVIRONMENT "LABMASK_REGION"
           IF WS-REGION = SPACES THEN
               DISPLAY "Test region to fill: " WITH NO ADVANCING
               ACCEPT WS-REGION
           END-IF
           INSPECT WS-REGION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-REGION = SPACES OR WS-REGION = "PROD" THEN
               DISPLAY "*** A test region must be named - PROD is "
                   "never a copy target."
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-PROFILE-NAME
           STRING "lab-region-" DELIMITED BY SIZE
               WS-REGION DELIMITED BY " "
               ".prof" DELIMITED BY SIZE
               INTO WS-PROFILE-NAME
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "lab-mask-" DELIMITED BY SIZE
               WS-REGION DELIMITED BY " "
               ".manifest" DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           MOVE "lab-batchreg.dat" TO WS-BATCHREG-NAME
           ACCEPT WS-BATCHREG-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BATCHREG-NAME = SPACES THEN
               MOVE "lab-batchreg.dat" TO WS-BATCHREG-NAME
           END-IF
           PERFORM DEFAULT-FILES-PARAGRAPH.

      *****************************************************
      * DEFAULT-FILES-PARAGRAPH - the files copied, their      *
      * environment overrides, default names, and masking.     *
      *****************************************************
       DEFAULT-FILES-PARAGRAPH.
           MOVE SPACES TO WS-FILE-TABLE
           MOVE "MASTER" TO WS-F-ID(1)
           MOVE "LABMAINT_MASTERFILE" TO WS-F-ENV(1)
           MOVE "lab-master.dat" TO WS-F-DEFAULT(1)
           MOVE "M" TO WS-F-HANDLING(1)
           MOVE "LAB1CIN" TO WS-F-ID(2)
           MOVE "LAB1C_INFILE" TO WS-F-ENV(2)
           MOVE "lab1c-in.dat" TO WS-F-DEFAULT(2)
           MOVE "F" TO WS-F-HANDLING(2)
           MOVE "LAB2CIN" TO WS-F-ID(3)
           MOVE "LAB2C_INFILE" TO WS-F-ENV(3)
           MOVE "lab2c-in.dat" TO WS-F-DEFAULT(3)
           MOVE "F" TO WS-F-HANDLING(3)
           MOVE "YTD" TO WS-F-ID(4)
           MOVE "LAB2C_YTDFILE" TO WS-F-ENV(4)
           MOVE "lab2-ytd.dat" TO WS-F-DEFAULT(4)
           MOVE "Y" TO WS-F-HANDLING(4)
           MOVE "TOL" TO WS-F-ID(5)
           MOVE "LAB_TOLFILE" TO WS-F-ENV(5)
           MOVE "lab-tol.dat" TO WS-F-DEFAULT(5)
           MOVE "T" TO WS-F-HANDLING(5)
           MOVE "USERS" TO WS-F-ID(6)
           MOVE "LAB_USERFILE" TO WS-F-ENV(6)
           MOVE "USERS.dat" TO WS-F-DEFAULT(6)
           MOVE "U" TO WS-F-HANDLING(6)
           MOVE "PROVIDER" TO WS-F-ID(7)
           MOVE "LAB_PROVFILE" TO WS-F-ENV(7)
           MOVE "lab-providers.dat" TO WS-F-DEFAULT(7)
           MOVE "P" TO WS-F-HANDLING(7)
           MOVE "CATREF" TO WS-F-ID(8)
           MOVE "LAB_CATREF" TO WS-F-ENV(8)
           MOVE "lab-catref.dat" TO WS-F-DEFAULT(8)
           MOVE "C" TO WS-F-HANDLING(8)
           MOVE "RATES" TO WS-F-ID(9)
           MOVE "LAB_RATES" TO WS-F-ENV(9)
           MOVE "lab-rates.dat" TO WS-F-DEFAULT(9)
           MOVE "C" TO WS-F-HANDLING(9)
           MOVE "CALENDAR" TO WS-F-ID(10)
           MOVE "LAB_CALENDAR" TO WS-F-ENV(10)
           MOVE "lab-calendar.dat" TO WS-F-DEFAULT(10)
           MOVE "C" TO WS-F-HANDLING(10)
           MOVE "GLMAP" TO WS-F-ID(11)
           MOVE "LAB_GLMAP" TO WS-F-ENV(11)
           MOVE "lab-glmap.dat" TO WS-F-DEFAULT(11)
           MOVE "C" TO WS-F-HANDLING(11)
           MOVE "LOCATION" TO WS-F-ID(12)
           MOVE "LAB_LOCFILE" TO WS-F-ENV(12)
           MOVE "lab-locations.dat" TO WS-F-DEFAULT(12)
           MOVE "C" TO WS-F-HANDLING(12).

      *****************************************************
      * LOAD-PROFILE-PARAGRAPH reads the target region's       *
      * profile into storage. With no profile there is nowhere *
      * to copy to, and the run is refused.                     *
      *****************************************************
       LOAD-PROFILE-PARAGRAPH.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00" THEN
               DISPLAY "*** No profile for region " WS-REGION
                   " (" WS-PROFILE-NAME ")."
               DISPLAY "*** Set up the region's profile before "
                   "filling it. Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-PROFILE-EOF
           PERFORM LOAD-ONE-VAR-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-PROFILE-EOF = "Y"
           CLOSE PROFILE-FILE
           DISPLAY "Filling region " WS-REGION " from production - "
               "profile " WS-PROFILE-NAME.

       LOAD-ONE-VAR-PARAGRAPH.
           READ PROFILE-FILE
               AT END MOVE "Y" TO WS-PROFILE-EOF
               NOT AT END
                   IF PROFILE-RECORD NOT = SPACES
                           AND PROFILE-RECORD(1:1) NOT = "*"
                           AND WS-PROF-CNT < 99 THEN
                       MOVE SPACES TO WS-VAR-NAME
                       MOVE SPACES TO WS-VAR-VALUE
                       UNSTRING PROFILE-RECORD DELIMITED BY "="
                           INTO WS-VAR-NAME WS-VAR-VALUE
                       END-UNSTRING
                       IF WS-VAR-NAME NOT = SPACES THEN
                           ADD 1 TO WS-PROF-CNT
                           MOVE WS-VAR-NAME TO WS-P-VAR(WS-PROF-CNT)
                           MOVE WS-VAR-VALUE
                               TO WS-P-VALUE(WS-PROF-CNT)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * GET-SECRETS-PARAGRAPH takes the scaling factor and the *
      * temporary password. A factor of exactly 1 would leave  *
      * the amounts unmasked and is refused.                    *
      *****************************************************
       GET-SECRETS-PARAGRAPH.
           MOVE SPACES TO WS-FACTOR-INPUT
           ACCEPT WS-FACTOR-INPUT FROM ENVIRONMENT "LABMASK_FACTOR"
           IF WS-FACTOR-INPUT = SPACES THEN
               DISPLAY "Scaling factor (0.1 to 10): "
                   WITH NO ADVANCING
               ACCEPT WS-FACTOR-INPUT
           END-IF
           IF WS-FACTOR-INPUT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-FACTOR-INPUT) = 0 THEN
               COMPUTE WS-FACTOR = FUNCTION NUMVAL(WS-FACTOR-INPUT)
           END-IF
           MOVE SPACES TO WS-FACTOR-INPUT
           IF WS-FACTOR < 0.1 OR WS-FACTOR > 10
                   OR WS-FACTOR = 1 THEN
               DISPLAY "*** The scaling factor must be a number "
                   "from 0.1 to 10, other than 1."
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TEMP-PWD
           ACCEPT WS-TEMP-PWD FROM ENVIRONMENT "LABMASK_TEMP_PWD"
           IF WS-TEMP-PWD = SPACES THEN
               DISPLAY "Temporary password for the copied users: "
                   WITH NO ADVANCING
               ACCEPT WS-TEMP-PWD
           END-IF
           IF WS-TEMP-PWD = SPACES THEN
               DISPLAY "*** A temporary password is required - "
                   "every copied user is reset to it."
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TEMP-PWD TO WS-HASH-SOURCE
           PERFORM COMPUTE-HASH-PARAGRAPH
           MOVE SPACES TO WS-TEMP-PWD
           MOVE SPACES TO WS-HASH-SOURCE.

      *****************************************************
      * FIND-PROD-DATE-PARAGRAPH - the production business     *
      * date the copy reflects is the latest batch date on the *
      * production batch register; an empty or missing         *
      * register falls back to the copy date.                   *
      *****************************************************
       FIND-PROD-DATE-PARAGRAPH.
           OPEN INPUT BATCHREG-FILE
           IF WS-BATCHREG-STATUS = "00" THEN
               MOVE "N" TO WS-DATA-EOF
               PERFORM SCAN-BATCHREG-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
               CLOSE BATCHREG-FILE
           END-IF
           IF WS-PROD-DATE = 0 THEN
               MOVE WS-RUN-DATE TO WS-PROD-DATE
           END-IF.

       SCAN-BATCHREG-PARAGRAPH.
           READ BATCHREG-FILE
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   IF BRG-BATCH-DATE IS NUMERIC
                           AND BRG-BATCH-DATE > WS-PROD-DATE THEN
                       MOVE BRG-BATCH-DATE TO WS-PROD-DATE
                   END-IF
           END-READ.

      *****************************************************
      * MASK-ONE-FILE-PARAGRAPH copies one file to the region. *
      * A file the profile does not name is not copied (RC 4)  *
      * and one that names the production file itself ends the *
      * run - masking in place would destroy production.        *
      *****************************************************
       MASK-ONE-FILE-PARAGRAPH.
           MOVE WS-F-DEFAULT(WS-F-IDX) TO WS-SRC-NAME
           ACCEPT WS-SRC-NAME FROM ENVIRONMENT WS-F-ENV(WS-F-IDX)
           IF WS-SRC-NAME = SPACES THEN
               MOVE WS-F-DEFAULT(WS-F-IDX) TO WS-SRC-NAME
           END-IF
           MOVE SPACES TO WS-TGT-NAME
           MOVE "N" TO WS-PROF-FOUND-SW
           PERFORM FIND-PROFILE-VAR-PARAGRAPH
               VARYING WS-P-IDX FROM 1 BY 1
               UNTIL WS-P-IDX > WS-PROF-CNT
                   OR WS-PROF-FOUND-SW = "Y"
           MOVE 0 TO WS-REC-COUNT
           IF WS-TGT-NAME = SPACES THEN
               MOVE "N" TO WS-RESULT
               PERFORM WRITE-MANIFEST-PARAGRAPH
               ADD 1 TO WS-FILES-SKIPPED
               MOVE 4 TO WS-RUN-RC
               DISPLAY "*** " WS-F-ID(WS-F-IDX) " - "
                   WS-F-ENV(WS-F-IDX) " is not in the "
                   WS-REGION " profile, not copied"
               EXIT PARAGRAPH
           END-IF
           IF WS-TGT-NAME = WS-SRC-NAME THEN
               DISPLAY "*** " WS-F-ID(WS-F-IDX) " - the " WS-REGION
                   " profile points at the production file "
                   WS-SRC-NAME
               DISPLAY "*** Run terminated - correct the profile "
                   "before filling the region."
               CLOSE MANIFEST-FILE
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-F-HANDLING(WS-F-IDX)
               WHEN "M"
                   OPEN INPUT MASTERFILE
               WHEN "U"
                   OPEN INPUT USERFILE
               WHEN "F"
                   OPEN INPUT FEED-FILE
               WHEN "Y"
                   OPEN INPUT YTDFILE
               WHEN "T"
                   OPEN INPUT TOL-FILE
               WHEN "P"
                   OPEN INPUT PROV-FILE
               WHEN OTHER
                   OPEN INPUT COPYIN-FILE
           END-EVALUATE
           IF WS-IN-STATUS NOT = "00" THEN
               MOVE "A" TO WS-RESULT
               PERFORM WRITE-MANIFEST-PARAGRAPH
               ADD 1 TO WS-FILES-SKIPPED
               MOVE 4 TO WS-RUN-RC
               DISPLAY "*** " WS-F-ID(WS-F-IDX) " " WS-SRC-NAME
                   " - not found in production, not copied"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-F-HANDLING(WS-F-IDX)
               WHEN "M"
                   OPEN OUTPUT MASTER-OUT
               WHEN "U"
                   OPEN OUTPUT USER-OUT
               WHEN OTHER
                   OPEN OUTPUT COPYOUT-FILE
           END-EVALUATE
           IF WS-OUT-STATUS NOT = "00" THEN
               DISPLAY "*** Cannot create " WS-REGION " copy: "
                   WS-TGT-NAME
               DISPLAY "*** FILE STATUS: " WS-OUT-STATUS
               DISPLAY "*** Run terminated - the region is "
                   "incomplete."
               CLOSE MANIFEST-FILE
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-DATA-EOF
           MOVE 0 TO WS-BAT-CNT
           MOVE 0 TO WS-BAT-HASH
           MOVE 0 TO WS-BAT-DEBIT
           MOVE 0 TO WS-BAT-CREDIT
           EVALUATE WS-F-HANDLING(WS-F-IDX)
               WHEN "M"
                   PERFORM MASK-MASTER-PARAGRAPH
                       WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
                   CLOSE MASTERFILE
                   CLOSE MASTER-OUT
               WHEN "U"
                   PERFORM MASK-USER-PARAGRAPH
                       WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
                   CLOSE USERFILE
                   CLOSE USER-OUT
               WHEN "F"
                   PERFORM MASK-FEED-PARAGRAPH
                       WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
                   CLOSE FEED-FILE
                   CLOSE COPYOUT-FILE
               WHEN "Y"
                   PERFORM MASK-YTD-PARAGRAPH
                       WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
                   CLOSE YTDFILE
                   CLOSE COPYOUT-FILE
               WHEN "T"
                   PERFORM MASK-TOL-PARAGRAPH
                       WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
                   CLOSE TOL-FILE
                   CLOSE COPYOUT-FILE
               WHEN "P"
                   PERFORM MASK-PROVIDER-PARAGRAPH
                       WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
                   CLOSE PROV-FILE
                   CLOSE COPYOUT-FILE
               WHEN OTHER
                   PERFORM COPY-RECORD-PARAGRAPH
                       WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
                   CLOSE COPYIN-FILE
                   CLOSE COPYOUT-FILE
           END-EVALUATE
           MOVE "C" TO WS-RESULT
           PERFORM WRITE-MANIFEST-PARAGRAPH
           ADD 1 TO WS-FILES-COPIED
           ADD WS-REC-COUNT TO WS-RECS-COPIED
           DISPLAY "  " WS-F-ID(WS-F-IDX) " " WS-SRC-NAME " -> "
               WS-TGT-NAME
           DISPLAY "           " WS-REC-COUNT " record(s)".

       FIND-PROFILE-VAR-PARAGRAPH.
           IF WS-P-VAR(WS-P-IDX) = WS-F-ENV(WS-F-IDX) THEN
               MOVE WS-P-VALUE(WS-P-IDX) TO WS-TGT-NAME
               MOVE "Y" TO WS-PROF-FOUND-SW
           END-IF.

      *****************************************************
      * MASK-MASTER-PARAGRAPH scales each master record's      *
      * amount. Keys, categories, dates, and locations are     *
      * kept, so the copy posts and reconciles like production.*
      *****************************************************
       MASK-MASTER-PARAGRAPH.
           READ MASTERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   COMPUTE MST-INT ROUNDED = MST-INT * WS-FACTOR
                       ON SIZE ERROR
                           PERFORM SCALE-OVERFLOW-PARAGRAPH
                   END-COMPUTE
                   ADD 1 TO WS-REC-COUNT
                   WRITE Master-Out-Record FROM Master-Record
           END-READ.

      *****************************************************
      * MASK-USER-PARAGRAPH gives each user the next pseudonym *
      * in key order and resets the password the way LABUMNT   *
      * does: no clear password, the temporary one's hash, and *
      * a change forced at first signon. Role and status keep. *
      *****************************************************
       MASK-USER-PARAGRAPH.
           READ USERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   ADD 1 TO WS-USER-SEQ
                   MOVE SPACES TO Usr-Id
                   STRING "TEST" WS-USER-SEQ DELIMITED BY SIZE
                       INTO Usr-Id
                   MOVE SPACES TO Usr-Name
                   STRING "TEST USER " WS-USER-SEQ
                       DELIMITED BY SIZE INTO Usr-Name
                   MOVE SPACES TO Usr-Password
                   MOVE WS-HASH-RESULT TO Usr-Pwd-Hash
                   MOVE "C" TO Usr-Pwd-Chg
                   ADD 1 TO WS-REC-COUNT
                   WRITE User-Out-Record FROM User-Record
           END-READ.

      *****************************************************
      * MASK-FEED-PARAGRAPH scales every detail and transfer   *
      * amount and rebuilds each batch's trailer - count, hash,*
      * debit and credit totals - from the scaled details, so  *
      * LAB1C and LAB2C balance the copy exactly as they do    *
      * production.                                             *
      *****************************************************
       MASK-FEED-PARAGRAPH.
           READ FEED-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   ADD 1 TO WS-REC-COUNT
                   EVALUATE HDR-REC-TYPE
                       WHEN "H"
                           MOVE 0 TO WS-BAT-CNT
                           MOVE 0 TO WS-BAT-HASH
                           MOVE 0 TO WS-BAT-DEBIT
                           MOVE 0 TO WS-BAT-CREDIT
                           WRITE COPYOUT-RECORD FROM Header-Record
                       WHEN "T"
                           MOVE WS-BAT-CNT TO TRL-REC-COUNT
                           MOVE WS-BAT-HASH TO TRL-HASH-TOTAL
                           MOVE WS-BAT-DEBIT TO TRL-DEBIT-TOTAL
                           MOVE WS-BAT-CREDIT TO TRL-CREDIT-TOTAL
                           WRITE COPYOUT-RECORD FROM Trailer-Record
                       WHEN OTHER
                           PERFORM MASK-DETAIL-PARAGRAPH
                   END-EVALUATE
           END-READ.

       MASK-DETAIL-PARAGRAPH.
           COMPUTE Int ROUNDED = Int * WS-FACTOR
               ON SIZE ERROR
                   PERFORM SCALE-OVERFLOW-PARAGRAPH
           END-COMPUTE
           ADD 1 TO WS-BAT-CNT
           ADD Int TO WS-BAT-HASH
           IF Int > 0 THEN
               ADD Int TO WS-BAT-DEBIT
           ELSE
               SUBTRACT Int FROM WS-BAT-CREDIT
           END-IF
           WRITE COPYOUT-RECORD FROM Detail-Record.

       MASK-YTD-PARAGRAPH.
           READ YTDFILE NEXT RECORD
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   COMPUTE YTD-GRAND-SUM ROUNDED =
                       YTD-GRAND-SUM * WS-FACTOR
                       ON SIZE ERROR
                           PERFORM SCALE-OVERFLOW-PARAGRAPH
                   END-COMPUTE
                   COMPUTE YTD-GRAND-HI ROUNDED =
                       YTD-GRAND-HI * WS-FACTOR
                       ON SIZE ERROR
                           PERFORM SCALE-OVERFLOW-PARAGRAPH
                   END-COMPUTE
                   COMPUTE YTD-GRAND-LO ROUNDED =
                       YTD-GRAND-LO * WS-FACTOR
                       ON SIZE ERROR
                           PERFORM SCALE-OVERFLOW-PARAGRAPH
                   END-COMPUTE
                   ADD 1 TO WS-REC-COUNT
                   WRITE COPYOUT-RECORD FROM YTD-Record
           END-READ.

      *    Tolerance limits scale with the amounts they police, or
      *    every scaled record would fall in or out of tolerance
      *    differently than it does in production. A limit that
      *    will not fit once scaled (the all-9s "no limit" rows)
      *    is held at the field's maximum.
       MASK-TOL-PARAGRAPH.
           READ TOL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   COMPUTE TOL-UPR-LIMIT ROUNDED =
                       TOL-UPR-LIMIT * WS-FACTOR
                       ON SIZE ERROR
                           IF TOL-UPR-LIMIT < 0 THEN
                               MOVE -9999999.99 TO TOL-UPR-LIMIT
                           ELSE
                               MOVE 9999999.99 TO TOL-UPR-LIMIT
                           END-IF
                   END-COMPUTE
                   COMPUTE TOL-LWR-LIMIT ROUNDED =
                       TOL-LWR-LIMIT * WS-FACTOR
                       ON SIZE ERROR
                           IF TOL-LWR-LIMIT < 0 THEN
                               MOVE -9999999.99 TO TOL-LWR-LIMIT
                           ELSE
                               MOVE 9999999.99 TO TOL-LWR-LIMIT
                           END-IF
                   END-COMPUTE
                   ADD 1 TO WS-REC-COUNT
                   WRITE COPYOUT-RECORD FROM Tol-Record
           END-READ.

       MASK-PROVIDER-PARAGRAPH.
           READ PROV-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   MOVE SPACES TO PRV-NAME
                   STRING "TEST PROVIDER " PRV-CODE
                       DELIMITED BY SIZE INTO PRV-NAME
                   MOVE "TEST CONTACT" TO PRV-CONTACT
                   ADD 1 TO WS-REC-COUNT
                   WRITE COPYOUT-RECORD FROM Provider-Record
           END-READ.

       COPY-RECORD-PARAGRAPH.
           READ COPYIN-FILE NEXT RECORD INTO WS-COPY-LINE
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   ADD 1 TO WS-REC-COUNT
                   WRITE COPYOUT-RECORD FROM WS-COPY-LINE
           END-READ.

      *****************************************************
      * SCALE-OVERFLOW-PARAGRAPH - a scaled amount too large   *
      * for its field cannot be stored without breaking the    *
      * totals, so the run stops and a smaller factor is       *
      * needed. The region is left incomplete until re-run.    *
      *****************************************************
       SCALE-OVERFLOW-PARAGRAPH.
           DISPLAY "*** " WS-F-ID(WS-F-IDX) " record "
               WS-REC-COUNT " - scaled amount too large for its "
               "field."
           DISPLAY "*** Run terminated - re-run with a smaller "
               "factor; region " WS-REGION " is incomplete."
           CLOSE MANIFEST-FILE
           PERFORM RELEASE-LOCKS-PARAGRAPH
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       COMPUTE-HASH-PARAGRAPH.
           MOVE 0 TO WS-HASH-RESULT
           PERFORM HASH-ONE-CHAR-PARAGRAPH
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > 8.

       HASH-ONE-CHAR-PARAGRAPH.
           COMPUTE WS-HASH-RESULT = FUNCTION MOD(
               WS-HASH-RESULT * 31
               + FUNCTION ORD(WS-HASH-SOURCE(WS-HASH-IDX:1))
               999999937).

       WRITE-MANIFEST-PARAGRAPH.
           MOVE SPACES TO Mask-Man-Record
           MOVE WS-RUN-DATE TO MSK-COPY-DATE
           MOVE WS-RUN-TIME TO MSK-COPY-TIME
           MOVE WS-REGION TO MSK-REGION
           MOVE WS-PROD-DATE TO MSK-PROD-DATE
           MOVE WS-F-ID(WS-F-IDX) TO MSK-FILE-ID
           EVALUATE WS-F-HANDLING(WS-F-IDX)
               WHEN "M"
               WHEN "Y"
               WHEN "T"
                   MOVE "S" TO MSK-METHOD
               WHEN OTHER
                   MOVE WS-F-HANDLING(WS-F-IDX) TO MSK-METHOD
           END-EVALUATE
           MOVE WS-RESULT TO MSK-RESULT
           MOVE WS-SRC-NAME TO MSK-SOURCE-NAME
           MOVE WS-TGT-NAME TO MSK-TARGET-NAME
           MOVE WS-REC-COUNT TO MSK-REC-COUNT
           WRITE Mask-Man-Record.

      *****************************************************
      * TAKE-LOCKS-PARAGRAPH/RELEASE-LOCKS-PARAGRAPH - the     *
      * copy holds the production locks for its whole          *
      * duration. A refused take releases whatever was already *
      * taken and ends the run before any file is copied.      *
      *****************************************************
       TAKE-LOCKS-PARAGRAPH.
           MOVE "MASTER" TO LRQ-NAME
           PERFORM TAKE-ONE-LOCK-PARAGRAPH
           MOVE 1 TO WS-LOCKS-HELD
           MOVE "YTDFILE" TO LRQ-NAME
           PERFORM TAKE-ONE-LOCK-PARAGRAPH
           MOVE 2 TO WS-LOCKS-HELD
           MOVE "LAB1C" TO LRQ-NAME
           PERFORM TAKE-ONE-LOCK-PARAGRAPH
           MOVE 3 TO WS-LOCKS-HELD.

       TAKE-ONE-LOCK-PARAGRAPH.
           MOVE "T" TO LRQ-FUNCTION
           MOVE "LABMASK" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request
           IF LRQ-RESULT NOT = "0" THEN
               DISPLAY "*** Lock " LRQ-NAME " is held by "
                   LRQ-HOLDER " (" LRQ-HOLDER-PGM ")."
               DISPLAY "*** Copy refused - wait for that run to "
                   "finish, or use LABLKMN to"
               DISPLAY "*** release the lock if that run was "
                   "cancelled and left it behind."
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-LOCKS-PARAGRAPH.
           MOVE "R" TO LRQ-FUNCTION
           MOVE "LABMASK" TO LRQ-PROGRAM
           IF WS-LOCKS-HELD >= 3 THEN
               MOVE "LAB1C" TO LRQ-NAME
               CALL "LABLOCK" USING Lock-Request
           END-IF
           IF WS-LOCKS-HELD >= 2 THEN
               MOVE "YTDFILE" TO LRQ-NAME
               CALL "LABLOCK" USING Lock-Request
           END-IF
           IF WS-LOCKS-HELD >= 1 THEN
               MOVE "MASTER" TO LRQ-NAME
               CALL "LABLOCK" USING Lock-Request
           END-IF
           MOVE 0 TO WS-LOCKS-HELD.
