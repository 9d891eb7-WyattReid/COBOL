       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABSAMPL.
       AUTHOR. Wyatt Reid.
      * "Statistical audit sample selection over posted detail."
      * "The population is every detail (and transfer) record"
      * "posted in a batch-date window, drawn from the archived"
      * "feeds on the processed-feeds register (LABSAMPL_POP=F,"
      * "the default - see FEEDREG) or from the LAB2c echo"
      * "generations on the generations register (LABSAMPL_POP=E"
      * "- see GENREG). Simulated runs are not part of the"
      * "population, and neither are batches LABREVRS has backed"
      * "out of an archived-feed population; an echo generation"
      * "holds a whole run and cannot be split by batch, so the"
      * "certificate counts the reversed batches it includes."
      * "LABSAMPL_METHOD picks the selection: R simple random, S"
      * "every-Nth systematic from a random start, or M monetary-"
      * "unit (probability proportional to absolute value). The"
      * "auditor's LABSAMPL_SEED drives every random choice, so"
      * "the same parameters over the same files always give the"
      * "same sample. Output is the sample worksheet (record ID,"
      * "category, value, batch date, source file) and a selection"
      * "certificate stating the population size and total and"
      * "the parameters used."
      * "2026-10-15 WAR LAB1c and LAB2c each archive and echo the"
      * "            same transmission, so only LAB2c's archive"
      * "            rows and echo generations are taken - each"
      * "            posted detail is in the population once,"
      * "            whichever way the chain ran. An echo"
      * "            population's certificate states the reversed"
      * "            batches it still holds."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDREG-FILE ASSIGN TO WS-FEEDREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.
           SELECT GENREG-FILE ASSIGN TO WS-GENREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GENREG-STATUS.
           SELECT BATCHREG-FILE ASSIGN TO WS-BREGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.
           SELECT SRC-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT WKS-FILE ASSIGN TO WS-WKSFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-FILE ASSIGN TO WS-CERTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNLOG-FILE ASSIGN TO WS-RUNLOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDREG-FILE.
           COPY FEEDREG.

       FD  GENREG-FILE.
           COPY GENREG.

       FD  BATCHREG-FILE.
           COPY BATCHREG.

       FD  SRC-FILE.
       01  SRC-RECORD          Pic X(80).

       FD  WKS-FILE.
       01  WKS-RECORD          Pic X(100).

       FD  CERT-FILE.
       01  CERT-RECORD         Pic X(100).

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.

       WORKING-STORAGE SECTION.
      * "The registers and echo files are found under the names"
      * "the programs that write them use; LABSAMPL_OUTFILE is"
      * "the worksheet and LABSAMPL_CERTFILE the certificate."
       01  WS-FEEDREG-NAME     Pic X(40).
       01  WS-FEEDREG-STATUS   Pic X(2).
       01  WS-FEEDREG-EOF      Pic A(1).
       01  WS-GENREG-NAME      Pic X(40).
       01  WS-GENREG-STATUS    Pic X(2).
       01  WS-GENREG-EOF       Pic A(1).
       01  WS-BREGFILE-NAME    Pic X(40).
       01  WS-BREG-STATUS      Pic X(2).
       01  WS-BREG-EOF         Pic A(1).
       01  WS-SRC-NAME         Pic X(52).
       01  WS-SRC-STATUS       Pic X(2).
       01  WS-SRC-EOF          Pic A(1).
       01  WS-WKSFILE-NAME     Pic X(40).
       01  WS-CERTFILE-NAME    Pic X(40).
       01  WS-ECHO2-NAME       Pic X(40).
       01  WS-ECHO-LEN         Pic 9(4)   COMP.

      * "Sampling parameters."
       01  WS-POP              Pic X(1).
       01  WS-METHOD           Pic X(1).
       01  WS-METHOD-DESC      Pic X(30).
       01  WS-NUM-INPUT        Pic X(12).
       01  WS-NUM-CHK          Pic S9(4)  COMP.
       01  WS-SEED             Pic 9(10)       VALUE 0.
       01  WS-SIZE             Pic 9(4)        VALUE 25.
       01  WS-INTERVAL         Pic 9(9)        VALUE 0.
       01  WS-FROM-DATE        Pic 9(8)        VALUE 0.
       01  WS-TO-DATE          Pic 9(8)        VALUE 99999999.
       01  WS-DATE-IN          Pic X(8).
       01  WS-OPERATOR         Pic X(10).

      * "Park-Miller minimal standard generator - the same seed"
      * "always yields the same stream on any platform."
       01  WS-RAND             Pic 9(10)       VALUE 0.
       01  WS-RAND-WORK        Pic 9(18).

      * "Batches backed out by LABREVRS (batch register status R)"
      * "- their archived feeds are left out of the population."
      * "WS-REV-ECHO-CNT counts LAB2c's reversed batches posted in"
      * "the window, which an echo population cannot leave out."
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 200 TIMES INDEXED BY WS-REV-IDX.
               10  WS-REV-SOURCE   Pic X(8).
               10  WS-REV-DATE     Pic 9(8).
               10  WS-REV-COUNT    Pic 9(6).
               10  WS-REV-HASH     Pic S9(9)V9(2).
       01  WS-REV-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-REV-SW           Pic X(1).
       01  WS-REV-ECHO-CNT     Pic 9(4)   COMP   VALUE 0.

      * "The files making up the population, in register order -"
      * "both passes read them in the same order, so a record's"
      * "position in the population is stable."
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 300 TIMES INDEXED BY WS-FILE-IDX.
               10  WS-F-NAME       Pic X(52).
               10  WS-F-DATE       Pic 9(8).
               10  WS-F-COUNT      Pic 9(9)   COMP.
               10  WS-F-NET        Pic S9(13)V9(2).
               10  WS-F-ABS        Pic 9(13)V9(2).
               10  WS-F-USE        Pic X(1).
       01  WS-FILE-CNT         Pic 9(4)   COMP   VALUE 0.
       01  WS-FILES-USED       Pic 9(4)   COMP   VALUE 0.
       01  WS-FILES-MISSING    Pic 9(4)   COMP   VALUE 0.

      * "Population figures. The total is net; MUS works on the"
      * "absolute total, since a credit is as much money as a"
      * "debit to an auditor."
       01  WS-POP-CNT          Pic 9(9)   COMP   VALUE 0.
       01  WS-POP-NET          Pic S9(13)V9(2) VALUE 0.
       01  WS-POP-ABS          Pic 9(13)V9(2)  VALUE 0.

      * "One detail record as read, whichever population it came"
      * "from."
           COPY INTRECWS.
       01  WS-SRC-LINE         Pic X(80).
       01  WS-BATCH-DATE       Pic 9(8).
       01  WS-SIM-SW           Pic X(1).
       01  WS-DTL-SW           Pic X(1).
       01  WS-DTL-ID           Pic X(6).
       01  WS-DTL-CAT          Pic X(2).
       01  WS-DTL-VALUE        Pic S9(9)V9(2).
       01  WS-DTL-ABS          Pic 9(9)V9(2).
       01  WS-PASS             Pic 9(1).

      * "Random selection: the chosen positions, kept ascending so"
      * "the second pass walks them in step with the file."
       01  WS-SEL-TABLE.
           05  WS-SEL-POS      Pic 9(9)   COMP   OCCURS 999 TIMES
                                           INDEXED BY WS-SEL-IDX.
       01  WS-SEL-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-SEL-NEXT         Pic 9(4)   COMP   VALUE 1.
       01  WS-DRAW-POS         Pic 9(9)   COMP.
       01  WS-DUP-SW           Pic X(1).
       01  WS-INS-IDX          Pic 9(4)   COMP.
       01  WS-SHIFT-IDX        Pic S9(4)  COMP.

      * "Systematic and monetary-unit selection points."
       01  WS-START            Pic 9(9)   COMP   VALUE 0.
       01  WS-NEXT-POS         Pic 9(9)   COMP   VALUE 0.
       01  WS-MUS-INTERVAL     Pic 9(13)V9(2)  VALUE 0.
       01  WS-MUS-START        Pic 9(13)V9(2)  VALUE 0.
       01  WS-MUS-POINT        Pic 9(13)V9(2)  VALUE 0.
       01  WS-CUM-ABS          Pic 9(13)V9(2)  VALUE 0.
       01  WS-HITS             Pic 9(4)   COMP   VALUE 0.
       01  WS-TOTAL-HITS       Pic 9(6)   COMP   VALUE 0.

       01  WS-REC-POS          Pic 9(9)   COMP   VALUE 0.
       01  WS-PICKED-CNT       Pic 9(6)   COMP   VALUE 0.
       01  WS-PICKED-VALUE     Pic S9(13)V9(2) VALUE 0.

       01  WS-WKS-LINE.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-K-SAMPLE     Pic Z(3)9.
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-K-ID         Pic X(6).
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-K-CAT        Pic X(2).
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-K-VALUE      Pic -Z(6)9.9(2).
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-K-DATE       Pic 9(8).
           05  FILLER          Pic X(2)        VALUE SPACES.
           05  WS-K-FILE       Pic X(52).
           05  FILLER          Pic X(5)        VALUE SPACES.

       01  WS-CNT-TXT          Pic Z(8)9.
       01  WS-SEED-TXT         Pic Z(9)9.
       01  WS-AMT-TXT          Pic -Z(12)9.9(2).
       01  WS-RUN-DATE         Pic 9(8).
       01  WS-RUN-TIME         Pic 9(8).

      * "LAB_REGION names the active region - printed on the"
      * "headings so a test sample can never be mistaken for"
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
           PERFORM LOAD-REVERSED-PARAGRAPH
           IF WS-POP = "E" THEN
               PERFORM LIST-ECHO-FILES-PARAGRAPH
           ELSE
               PERFORM LIST-FEED-FILES-PARAGRAPH
           END-IF
           MOVE 1 TO WS-PASS
           PERFORM READ-POP-FILE-PARAGRAPH
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-CNT
           IF WS-POP-CNT = 0 THEN
               DISPLAY "*** No posted detail in the window - "
                   "nothing to sample."
               MOVE "W" TO WS-LOG-SEV
               MOVE "0101" TO WS-LOG-MSGNO
               MOVE "Empty population - no sample drawn"
                   TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-UP-SELECTION-PARAGRAPH
           OPEN OUTPUT WKS-FILE
           PERFORM WRITE-WKS-HEADING-PARAGRAPH
           MOVE 2 TO WS-PASS
           MOVE 0 TO WS-REC-POS
           MOVE 0 TO WS-CUM-ABS
           PERFORM READ-POP-FILE-PARAGRAPH
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-CNT
           CLOSE WKS-FILE
           PERFORM WRITE-CERTIFICATE-PARAGRAPH
           PERFORM WRAP-UP-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           MOVE "lab-feeds-reg.dat" TO WS-FEEDREG-NAME
           ACCEPT WS-FEEDREG-NAME FROM ENVIRONMENT "LAB_FEEDREG"
           IF WS-FEEDREG-NAME = SPACES THEN
               MOVE "lab-feeds-reg.dat" TO WS-FEEDREG-NAME
           END-IF
           MOVE "lab-gens.dat" TO WS-GENREG-NAME
           ACCEPT WS-GENREG-NAME FROM ENVIRONMENT "LAB_GENREG"
           IF WS-GENREG-NAME = SPACES THEN
               MOVE "lab-gens.dat" TO WS-GENREG-NAME
           END-IF
           MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           ACCEPT WS-BREGFILE-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BREGFILE-NAME = SPACES THEN
               MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           END-IF
           MOVE "lab2c-echo.dat" TO WS-ECHO2-NAME
           ACCEPT WS-ECHO2-NAME FROM ENVIRONMENT "LAB2C_ECHOFILE"
           IF WS-ECHO2-NAME = SPACES THEN
               MOVE "lab2c-echo.dat" TO WS-ECHO2-NAME
           END-IF
           MOVE "lab-sample-wks.dat" TO WS-WKSFILE-NAME
           ACCEPT WS-WKSFILE-NAME FROM ENVIRONMENT "LABSAMPL_OUTFILE"
           IF WS-WKSFILE-NAME = SPACES THEN
               MOVE "lab-sample-wks.dat" TO WS-WKSFILE-NAME
           END-IF
           MOVE "lab-sample-cert.dat" TO WS-CERTFILE-NAME
           ACCEPT WS-CERTFILE-NAME FROM ENVIRONMENT
               "LABSAMPL_CERTFILE"
           IF WS-CERTFILE-NAME = SPACES THEN
               MOVE "lab-sample-cert.dat" TO WS-CERTFILE-NAME
           END-IF

           MOVE SPACES TO WS-POP
           ACCEPT WS-POP FROM ENVIRONMENT "LABSAMPL_POP"
           IF WS-POP NOT = "E" THEN
               MOVE "F" TO WS-POP
           END-IF
           MOVE SPACES TO WS-METHOD
           ACCEPT WS-METHOD FROM ENVIRONMENT "LABSAMPL_METHOD"
           EVALUATE WS-METHOD
               WHEN "R"
                   MOVE "Simple random" TO WS-METHOD-DESC
               WHEN "S"
                   MOVE "Systematic (every Nth)" TO WS-METHOD-DESC
               WHEN "M"
                   MOVE "Monetary-unit" TO WS-METHOD-DESC
               WHEN OTHER
                   DISPLAY "*** LABSAMPL_METHOD must be R (random), "
                       "S (systematic), or M (monetary-unit)."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

      * "No seed, no sample - a sample nobody can redraw is no"
      * "use to the auditor."
           MOVE SPACES TO WS-NUM-INPUT
           ACCEPT WS-NUM-INPUT FROM ENVIRONMENT "LABSAMPL_SEED"
           COMPUTE WS-NUM-CHK = FUNCTION TEST-NUMVAL(WS-NUM-INPUT)
           IF WS-NUM-INPUT NOT = SPACES AND WS-NUM-CHK = 0 THEN
               COMPUTE WS-SEED = FUNCTION NUMVAL(WS-NUM-INPUT)
           END-IF
           IF WS-SEED = 0 OR WS-SEED > 2147483646 THEN
               DISPLAY "*** LABSAMPL_SEED must be a whole number "
                   "from 1 to 2147483646 -"
               DISPLAY "*** the auditor's seed is what makes the "
                   "sample reproducible."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SEED TO WS-RAND

           MOVE SPACES TO WS-NUM-INPUT
           ACCEPT WS-NUM-INPUT FROM ENVIRONMENT "LABSAMPL_SIZE"
           COMPUTE WS-NUM-CHK = FUNCTION TEST-NUMVAL(WS-NUM-INPUT)
           IF WS-NUM-INPUT NOT = SPACES AND WS-NUM-CHK = 0 THEN
               COMPUTE WS-SIZE = FUNCTION NUMVAL(WS-NUM-INPUT)
           END-IF
           IF WS-SIZE = 0 OR WS-SIZE > 999 THEN
               DISPLAY "*** LABSAMPL_SIZE must be 1 to 999."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-NUM-INPUT
           ACCEPT WS-NUM-INPUT FROM ENVIRONMENT "LABSAMPL_INTERVAL"
           COMPUTE WS-NUM-CHK = FUNCTION TEST-NUMVAL(WS-NUM-INPUT)
           IF WS-NUM-INPUT NOT = SPACES AND WS-NUM-CHK = 0 THEN
               COMPUTE WS-INTERVAL = FUNCTION NUMVAL(WS-NUM-INPUT)
           END-IF

           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN FROM ENVIRONMENT "LABSAMPL_FROM"
           IF WS-DATE-IN IS NUMERIC THEN
               MOVE WS-DATE-IN TO WS-FROM-DATE
           END-IF
           MOVE SPACES TO WS-DATE-IN
           ACCEPT WS-DATE-IN FROM ENVIRONMENT "LABSAMPL_TO"
           IF WS-DATE-IN IS NUMERIC THEN
               MOVE WS-DATE-IN TO WS-TO-DATE
           END-IF.

      *****************************************************
      * LOAD-REVERSED-PARAGRAPH collects the batches LABREVRS  *
      * has backed out, matched the way LABREVRS itself finds  *
      * their archived feed - source, batch date, count, hash. *
      *****************************************************
       LOAD-REVERSED-PARAGRAPH.
           MOVE 0 TO WS-REV-CNT
           MOVE "N" TO WS-BREG-EOF
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-BREG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-BREG-EOF = "Y"
           CLOSE BATCHREG-FILE.

       READ-BREG-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   IF BRG-STATUS = "R" AND BRG-SOURCE = "LAB2C"
                           AND BRG-POST-DATE NOT < WS-FROM-DATE
                           AND BRG-POST-DATE NOT > WS-TO-DATE THEN
                       ADD 1 TO WS-REV-ECHO-CNT
                   END-IF
                   IF BRG-STATUS = "R" AND WS-REV-CNT < 200 THEN
                       ADD 1 TO WS-REV-CNT
                       MOVE BRG-SOURCE TO WS-REV-SOURCE(WS-REV-CNT)
                       MOVE BRG-BATCH-DATE TO WS-REV-DATE(WS-REV-CNT)
                       MOVE BRG-TRL-COUNT TO WS-REV-COUNT(WS-REV-CNT)
                       MOVE BRG-TRL-HASH TO WS-REV-HASH(WS-REV-CNT)
                   END-IF
           END-READ.

      *****************************************************
      * LIST-FEED-FILES-PARAGRAPH takes every archived feed on *
      * the processed-feeds register whose batch date falls in *
      * the window, less the reversed batches. LAB1c archives  *
      * its own copy of every transmission LAB2c archives, so  *
      * only LAB2c's rows are taken - a combined pass archives *
      * the one copy, under LAB2C.                              *
      *****************************************************
       LIST-FEED-FILES-PARAGRAPH.
           MOVE "N" TO WS-FEEDREG-EOF
           OPEN INPUT FEEDREG-FILE
           IF WS-FEEDREG-STATUS NOT = "00" THEN
               DISPLAY "*** Processed-feeds register not found: "
                   WS-FEEDREG-NAME
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-FEEDREG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-FEEDREG-EOF = "Y"
           CLOSE FEEDREG-FILE.

       READ-FEEDREG-PARAGRAPH.
           READ FEEDREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-FEEDREG-EOF
               NOT AT END
                   IF FRG-SOURCE = "LAB2C"
                           AND FRG-BATCH-DATE NOT < WS-FROM-DATE
                           AND FRG-BATCH-DATE NOT > WS-TO-DATE THEN
                       MOVE "N" TO WS-REV-SW
                       PERFORM CHECK-REVERSED-PARAGRAPH
                           VARYING WS-REV-IDX FROM 1 BY 1
                           UNTIL WS-REV-IDX > WS-REV-CNT
                       IF WS-REV-SW = "N" THEN
                           MOVE FRG-ARCH-NAME TO WS-SRC-NAME
                           MOVE FRG-BATCH-DATE TO WS-BATCH-DATE
                           PERFORM ADD-FILE-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       CHECK-REVERSED-PARAGRAPH.
           IF WS-REV-SOURCE(WS-REV-IDX) = FRG-SOURCE
                   AND WS-REV-DATE(WS-REV-IDX) = FRG-BATCH-DATE
                   AND WS-REV-COUNT(WS-REV-IDX) = FRG-REC-COUNT
                   AND WS-REV-HASH(WS-REV-IDX) = FRG-HASH-TOTAL THEN
               MOVE "Y" TO WS-REV-SW
               SET WS-REV-IDX TO WS-REV-CNT
           END-IF.

      *****************************************************
      * LIST-ECHO-FILES-PARAGRAPH takes the dated echo         *
      * generations (<echo name>.Dyyyymmdd) on the generations *
      * register dated in the window. The echo carries no      *
      * category and the generation date is the posting date.  *
      * LAB2c's echo alone is taken; LAB1c echoes the same      *
      * details.                                                 *
      *****************************************************
       LIST-ECHO-FILES-PARAGRAPH.
           MOVE "N" TO WS-GENREG-EOF
           OPEN INPUT GENREG-FILE
           IF WS-GENREG-STATUS NOT = "00" THEN
               DISPLAY "*** Generations register not found: "
                   WS-GENREG-NAME
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-GENREG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-GENREG-EOF = "Y"
           CLOSE GENREG-FILE.

       READ-GENREG-PARAGRAPH.
           READ GENREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-GENREG-EOF
               NOT AT END
                   IF GEN-DATE NOT < WS-FROM-DATE
                           AND GEN-DATE NOT > WS-TO-DATE THEN
                       MOVE GEN-FILE-NAME TO WS-SRC-NAME
                       MOVE GEN-DATE TO WS-BATCH-DATE
                       MOVE 0 TO WS-ECHO-LEN
                       INSPECT WS-ECHO2-NAME TALLYING WS-ECHO-LEN
                           FOR CHARACTERS BEFORE INITIAL " "
                       IF GEN-FILE-NAME(1:WS-ECHO-LEN)
                               = WS-ECHO2-NAME(1:WS-ECHO-LEN)
                           AND GEN-FILE-NAME(WS-ECHO-LEN + 1:2)
                               = ".D" THEN
                           PERFORM ADD-FILE-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       ADD-FILE-PARAGRAPH.
           IF WS-FILE-CNT >= 300 THEN
               DISPLAY "*** More than 300 files in the window - "
                   "narrow LABSAMPL_FROM/LABSAMPL_TO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FILE-CNT
           MOVE WS-SRC-NAME TO WS-F-NAME(WS-FILE-CNT)
           MOVE WS-BATCH-DATE TO WS-F-DATE(WS-FILE-CNT)
           MOVE 0 TO WS-F-COUNT(WS-FILE-CNT)
                     WS-F-NET(WS-FILE-CNT)
                     WS-F-ABS(WS-FILE-CNT)
           MOVE "Y" TO WS-F-USE(WS-FILE-CNT).

      *****************************************************
      * READ-POP-FILE-PARAGRAPH reads one population file.     *
      * Pass 1 counts and totals it (a missing file, or an     *
      * echo of a simulated run, drops out); pass 2 walks the  *
      * same records in the same order and picks the sample.   *
      *****************************************************
       READ-POP-FILE-PARAGRAPH.
           IF WS-F-USE(WS-FILE-IDX) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F-NAME(WS-FILE-IDX) TO WS-SRC-NAME
           MOVE WS-F-DATE(WS-FILE-IDX) TO WS-BATCH-DATE
           MOVE "N" TO WS-SRC-EOF
           MOVE "N" TO WS-SIM-SW
           OPEN INPUT SRC-FILE
           IF WS-SRC-STATUS NOT = "00" THEN
               DISPLAY "*** Population file not found - left out: "
                   WS-SRC-NAME
               MOVE "N" TO WS-F-USE(WS-FILE-IDX)
               ADD 1 TO WS-FILES-MISSING
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-POP-RECORD-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-SRC-EOF = "Y"
           CLOSE SRC-FILE
           IF WS-PASS = 1 THEN
               IF WS-SIM-SW = "Y" THEN
                   MOVE "N" TO WS-F-USE(WS-FILE-IDX)
               ELSE
                   ADD 1 TO WS-FILES-USED
                   ADD WS-F-COUNT(WS-FILE-IDX) TO WS-POP-CNT
                   ADD WS-F-NET(WS-FILE-IDX) TO WS-POP-NET
                   ADD WS-F-ABS(WS-FILE-IDX) TO WS-POP-ABS
               END-IF
           END-IF.

       READ-POP-RECORD-PARAGRAPH.
           READ SRC-FILE NEXT RECORD INTO WS-SRC-LINE
               AT END MOVE "Y" TO WS-SRC-EOF
               NOT AT END
                   IF WS-POP = "E" THEN
                       PERFORM PARSE-ECHO-PARAGRAPH
                   ELSE
                       PERFORM PARSE-FEED-PARAGRAPH
                   END-IF
                   IF WS-DTL-SW = "Y" THEN
                       IF WS-DTL-VALUE < 0 THEN
                           COMPUTE WS-DTL-ABS = 0 - WS-DTL-VALUE
                       ELSE
                           MOVE WS-DTL-VALUE TO WS-DTL-ABS
                       END-IF
                       IF WS-PASS = 1 THEN
                           ADD 1 TO WS-F-COUNT(WS-FILE-IDX)
                           ADD WS-DTL-VALUE TO WS-F-NET(WS-FILE-IDX)
                           ADD WS-DTL-ABS TO WS-F-ABS(WS-FILE-IDX)
                       ELSE
                           PERFORM SELECT-RECORD-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       PARSE-FEED-PARAGRAPH.
           MOVE "N" TO WS-DTL-SW
           MOVE WS-SRC-LINE TO WS-Record
           EVALUATE WS-REC-TYPE
               WHEN "H"
                   IF WS-H-BATCH-DATE IS NUMERIC THEN
                       MOVE WS-H-BATCH-DATE TO WS-BATCH-DATE
                   END-IF
               WHEN "D"
                   MOVE "Y" TO WS-DTL-SW
                   MOVE WS-D-CATEGORY TO WS-DTL-CAT
                   MOVE WS-Int TO WS-DTL-VALUE
                   PERFORM SET-DTL-ID-PARAGRAPH
               WHEN "X"
                   MOVE "Y" TO WS-DTL-SW
                   MOVE WS-X-CATEGORY TO WS-DTL-CAT
                   MOVE WS-X-Int TO WS-DTL-VALUE
                   PERFORM SET-DTL-ID-PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SET-DTL-ID-PARAGRAPH.
           IF WS-D-REC-ID IS NUMERIC AND WS-D-REC-ID NOT = 0 THEN
               MOVE WS-D-REC-ID TO WS-DTL-ID
           ELSE
               MOVE SPACES TO WS-DTL-ID
           END-IF.

      * "The echo columns LABRECON reads: sequence (1:6), id"
      * "(9:6), value (17:10). The heading fails both tests; the"
      * "simulated-run watermark drops the whole file."
       PARSE-ECHO-PARAGRAPH.
           MOVE "N" TO WS-DTL-SW
           IF WS-SRC-LINE(1:20) = "*** SIMULATED RUN - " THEN
               MOVE "Y" TO WS-SIM-SW
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-SRC-LINE(9:6) IS NUMERIC
                   MOVE "Y" TO WS-DTL-SW
                   MOVE WS-SRC-LINE(9:6) TO WS-DTL-ID
               WHEN FUNCTION TEST-NUMVAL(WS-SRC-LINE(1:6)) = 0
                   MOVE "Y" TO WS-DTL-SW
                   MOVE SPACES TO WS-DTL-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DTL-SW = "Y" THEN
               MOVE SPACES TO WS-DTL-CAT
               COMPUTE WS-DTL-VALUE =
                   FUNCTION NUMVAL(WS-SRC-LINE(17:10))
           END-IF.

      *****************************************************
      * SET-UP-SELECTION-PARAGRAPH fixes the selection before  *
      * the second pass: the sorted random positions, the      *
      * systematic interval and start, or the monetary-unit    *
      * interval and start.                                     *
      *****************************************************
       SET-UP-SELECTION-PARAGRAPH.
           IF WS-SIZE > WS-POP-CNT THEN
               MOVE WS-POP-CNT TO WS-SIZE
           END-IF
           EVALUATE WS-METHOD
               WHEN "R"
                   MOVE 0 TO WS-SEL-CNT
                   PERFORM DRAW-POSITION-PARAGRAPH
                       WITH TEST BEFORE UNTIL WS-SEL-CNT = WS-SIZE
                   MOVE 1 TO WS-SEL-NEXT
               WHEN "S"
                   IF WS-INTERVAL = 0 THEN
                       COMPUTE WS-INTERVAL = WS-POP-CNT / WS-SIZE
                   END-IF
                   IF WS-INTERVAL = 0 THEN
                       MOVE 1 TO WS-INTERVAL
                   END-IF
                   PERFORM NEXT-RANDOM-PARAGRAPH
                   COMPUTE WS-START =
                       FUNCTION MOD(WS-RAND WS-INTERVAL) + 1
                   MOVE WS-START TO WS-NEXT-POS
               WHEN "M"
                   COMPUTE WS-MUS-INTERVAL ROUNDED =
                       WS-POP-ABS / WS-SIZE
                   IF WS-MUS-INTERVAL = 0 THEN
                       MOVE 0.01 TO WS-MUS-INTERVAL
                   END-IF
                   PERFORM NEXT-RANDOM-PARAGRAPH
                   COMPUTE WS-MUS-START ROUNDED = WS-MUS-INTERVAL
                       * (FUNCTION MOD(WS-RAND 1000000) + 1)
                       / 1000000
                   IF WS-MUS-START = 0 THEN
                       MOVE 0.01 TO WS-MUS-START
                   END-IF
                   MOVE WS-MUS-START TO WS-MUS-POINT
           END-EVALUATE.

       NEXT-RANDOM-PARAGRAPH.
           COMPUTE WS-RAND-WORK = WS-RAND * 16807
           COMPUTE WS-RAND = FUNCTION MOD(WS-RAND-WORK 2147483647).

      * "A position already drawn is drawn again; the table is"
      * "kept ascending by inserting each new position in place."
       DRAW-POSITION-PARAGRAPH.
           PERFORM NEXT-RANDOM-PARAGRAPH
           COMPUTE WS-DRAW-POS = FUNCTION MOD(WS-RAND WS-POP-CNT) + 1
           MOVE "N" TO WS-DUP-SW
           MOVE 1 TO WS-INS-IDX
           PERFORM FIND-SLOT-PARAGRAPH
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-CNT
           IF WS-DUP-SW = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SHIFT-UP-PARAGRAPH
               VARYING WS-SHIFT-IDX FROM WS-SEL-CNT BY -1
               UNTIL WS-SHIFT-IDX < WS-INS-IDX
           ADD 1 TO WS-SEL-CNT
           MOVE WS-DRAW-POS TO WS-SEL-POS(WS-INS-IDX).

       FIND-SLOT-PARAGRAPH.
           IF WS-SEL-POS(WS-SEL-IDX) = WS-DRAW-POS THEN
               MOVE "Y" TO WS-DUP-SW
               SET WS-SEL-IDX TO WS-SEL-CNT
           ELSE
               IF WS-SEL-POS(WS-SEL-IDX) < WS-DRAW-POS THEN
                   SET WS-INS-IDX TO WS-SEL-IDX
                   ADD 1 TO WS-INS-IDX
               END-IF
           END-IF.

       SHIFT-UP-PARAGRAPH.
           MOVE WS-SEL-POS(WS-SHIFT-IDX)
               TO WS-SEL-POS(WS-SHIFT-IDX + 1).

      *****************************************************
      * SELECT-RECORD-PARAGRAPH decides, in pass 2, whether    *
      * the record at the current population position is in    *
      * the sample. A monetary-unit item spanning more than    *
      * one selection point is listed once and its hits        *
      * counted on the certificate.                             *
      *****************************************************
       SELECT-RECORD-PARAGRAPH.
           ADD 1 TO WS-REC-POS
           MOVE 0 TO WS-HITS
           EVALUATE WS-METHOD
               WHEN "R"
                   IF WS-SEL-NEXT NOT > WS-SEL-CNT THEN
                       IF WS-SEL-POS(WS-SEL-NEXT) = WS-REC-POS THEN
                           MOVE 1 TO WS-HITS
                           ADD 1 TO WS-SEL-NEXT
                       END-IF
                   END-IF
               WHEN "S"
                   IF WS-REC-POS = WS-NEXT-POS THEN
                       MOVE 1 TO WS-HITS
                       ADD WS-INTERVAL TO WS-NEXT-POS
                   END-IF
               WHEN "M"
                   ADD WS-DTL-ABS TO WS-CUM-ABS
                   PERFORM COUNT-MUS-HIT-PARAGRAPH
                       WITH TEST BEFORE
                       UNTIL WS-MUS-POINT > WS-CUM-ABS
           END-EVALUATE
           IF WS-HITS > 0 THEN
               ADD WS-HITS TO WS-TOTAL-HITS
               PERFORM WRITE-SAMPLE-PARAGRAPH
           END-IF.

       COUNT-MUS-HIT-PARAGRAPH.
           ADD 1 TO WS-HITS
           ADD WS-MUS-INTERVAL TO WS-MUS-POINT.

       WRITE-SAMPLE-PARAGRAPH.
           ADD 1 TO WS-PICKED-CNT
           ADD WS-DTL-VALUE TO WS-PICKED-VALUE
           MOVE WS-PICKED-CNT TO WS-K-SAMPLE
           MOVE WS-DTL-ID TO WS-K-ID
           MOVE WS-DTL-CAT TO WS-K-CAT
           MOVE WS-DTL-VALUE TO WS-K-VALUE
           MOVE WS-BATCH-DATE TO WS-K-DATE
           MOVE WS-SRC-NAME TO WS-K-FILE
           WRITE WKS-RECORD FROM WS-WKS-LINE.

       WRITE-WKS-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Audit Sample Worksheet  Region: " WS-REGION
               "  Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WKS-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Method: " WS-METHOD-DESC
               "  see " WS-CERTFILE-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WKS-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WKS-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Item  Rec ID  Ct        Value  Batch     "
               "Source file"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WKS-RECORD FROM WS-REPORT-LINE.

      *****************************************************
      * WRITE-CERTIFICATE-PARAGRAPH states what was sampled    *
      * and how, so the selection can be redrawn and checked.  *
      *****************************************************
       WRITE-CERTIFICATE-PARAGRAPH.
           OPEN OUTPUT CERT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Audit Sample Selection Certificate  Region: "
               WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Drawn " WS-RUN-DATE " " WS-RUN-TIME(1:6)
               " by " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-POP = "E" THEN
               STRING "Population:        LAB2c echo "
                   "generations on " WS-GENREG-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "Population:        archived feeds on "
                   WS-FEEDREG-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Date window:       " WS-FROM-DATE " to "
               WS-TO-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE WS-FILES-USED TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Files read:        " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           IF WS-FILES-MISSING > 0 THEN
               MOVE WS-FILES-MISSING TO WS-CNT-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Files not found:   " WS-CNT-TXT
                   "  (left out of the population)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-CERT-LINE-PARAGRAPH
           END-IF
           MOVE WS-POP-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Population size:   " WS-CNT-TXT " record(s)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE WS-POP-NET TO WS-AMT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Population total:  " WS-AMT-TXT " (net)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE WS-POP-ABS TO WS-AMT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "                   " WS-AMT-TXT " (absolute)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           IF WS-POP = "E" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "                   (echo values carry no "
                   "sign - net equals absolute)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-CERT-LINE-PARAGRAPH
               MOVE WS-REV-ECHO-CNT TO WS-CNT-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Reversed batches:  " WS-CNT-TXT
                   "  (posted in the window - still in the echo"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-CERT-LINE-PARAGRAPH
               MOVE "                   population, not separable)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-CERT-LINE-PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Method:            " WS-METHOD-DESC
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE WS-SEED TO WS-SEED-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Seed:              " WS-SEED-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE WS-SIZE TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Sample size asked: " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           EVALUATE WS-METHOD
               WHEN "S"
                   MOVE WS-INTERVAL TO WS-CNT-TXT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "Interval:          every " WS-CNT-TXT
                       "th record"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-CERT-LINE-PARAGRAPH
                   MOVE WS-START TO WS-CNT-TXT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "Random start:      record " WS-CNT-TXT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-CERT-LINE-PARAGRAPH
               WHEN "M"
                   MOVE WS-MUS-INTERVAL TO WS-AMT-TXT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "Sampling interval: " WS-AMT-TXT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-CERT-LINE-PARAGRAPH
                   MOVE WS-MUS-START TO WS-AMT-TXT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "Random start:      " WS-AMT-TXT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-CERT-LINE-PARAGRAPH
                   MOVE WS-TOTAL-HITS TO WS-CNT-TXT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "Selection points:  " WS-CNT-TXT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-CERT-LINE-PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-PICKED-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Items selected:    " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE WS-PICKED-VALUE TO WS-AMT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Value selected:    " WS-AMT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Worksheet:         " WS-WKSFILE-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CERT-LINE-PARAGRAPH
           CLOSE CERT-FILE.

       WRITE-CERT-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE CERT-RECORD FROM WS-REPORT-LINE.

       WRAP-UP-PARAGRAPH.
           MOVE "I" TO WS-LOG-SEV
           MOVE "0001" TO WS-LOG-MSGNO
           MOVE WS-PICKED-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-LOG-TEXT
           STRING "Audit sample drawn, method " WS-METHOD
               ", items " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           PERFORM WRITE-RUNLOG-PARAGRAPH
           IF WS-FILES-MISSING > 0 THEN
               MOVE WS-FILES-MISSING TO WS-CNT-TXT
               MOVE "W" TO WS-LOG-SEV
               MOVE "0102" TO WS-LOG-MSGNO
               MOVE SPACES TO WS-LOG-TEXT
               STRING "Population file(s) not found: " WS-CNT-TXT
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
           MOVE "LABSAMPL" TO RLG-PROGRAM
           MOVE WS-LOG-SEV TO RLG-SEVERITY
           MOVE WS-LOG-MSGNO TO RLG-MSG-NO
           MOVE WS-LOG-TEXT TO RLG-TEXT
           WRITE Run-Log-Record
           CLOSE RUNLOG-FILE.
