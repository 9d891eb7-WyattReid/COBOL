       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABPRVBL.
       AUTHOR. Wyatt Reid.
      * "Monthly provider processing-fee billing. Providers are"
      * "charged for what we process for them, and accounts"
      * "receivable used to build those invoices by hand from"
      * "our printouts. For one YYYYMM period (LABPRVBL_PERIOD,"
      * "prompted for when unset - a month that has ended) this"
      * "totals, per provider code: the batches posted and their"
      * "trailer record counts off the batch register (a batch"
      * "LABREVRS reversed is not billed), the transmissions"
      * "refused at control totals off the acknowledgment"
      * "history, the records rejected at the edit off the edit"
      * "history, and the batches re-fed (a batch date already"
      * "on the processed-feeds register) - prices them from the"
      * "fee schedule (see FEESCHD), and writes a printable"
      * "invoice per provider (<stem>-<period>-<provider>.dat,"
      * "stem LABPRVBL_INVSTEM, default lab-inv) plus the AR"
      * "interface file (see ARINTF). The run is entered on the"
      * "billing register (see BILLREG); a period already there"
      * "is refused, so a month can never be billed twice. A"
      * "provider with no fee schedule row and no house rate"
      * "stops the run before anything is written. RETURN-CODE"
      * "4 when activity carried no provider code and could not"
      * "be billed to anyone."
      * "2026-10-15 WAR LAB1c and LAB2c each register, acknowledge,"
      * "            and archive the same transmission, so only"
      * "            the LAB2C rows are billed - once per feed,"
      * "            whether the chain ran the two passes or the"
      * "            combined one."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCHREG-FILE ASSIGN TO WS-BREGFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BREG-STATUS.
           SELECT ACKHIST-FILE ASSIGN TO WS-ACKHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACKHIST-STATUS.
           SELECT EDITHIST-FILE ASSIGN TO WS-HISTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT FEEDREG-FILE ASSIGN TO WS-FEEDREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.
           SELECT PROV-FILE ASSIGN TO WS-PROVFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.
           SELECT FEE-FILE ASSIGN TO WS-FEEFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT BILLREG-FILE ASSIGN TO WS-BILLREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BILLREG-STATUS.
           SELECT AR-FILE ASSIGN TO WS-ARFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT INVOICE-FILE ASSIGN TO WS-INVFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCHREG-FILE.
           COPY BATCHREG.

       FD  ACKHIST-FILE.
           COPY ACKHIST.

       FD  EDITHIST-FILE.
           COPY EDITHST.

       FD  FEEDREG-FILE.
           COPY FEEDREG.

       FD  PROV-FILE.
           COPY PROVREC.

       FD  FEE-FILE.
           COPY FEESCHD.

       FD  BILLREG-FILE.
           COPY BILLREG.

       FD  AR-FILE.
           COPY ARINTF.

       FD  INVOICE-FILE.
       01  INVOICE-RECORD      Pic X(80).

       WORKING-STORAGE SECTION.
      * "LAB_BATCHREG/LAB_ACKHIST/LABEDIT_HISTFILE/LAB_FEEDREG/"
      * "LAB_PROVFILE/LAB_FEESCHED/LAB_BILLREG/LAB_ARFILE/"
      * "LABPRVBL_INVSTEM stand in for JCL DD overrides, same as"
      * "every other filename in this suite."
       01  WS-BREGFILE-NAME    Pic X(40).
       01  WS-BREG-STATUS      Pic X(2).
       01  WS-ACKHIST-NAME     Pic X(40).
       01  WS-ACKHIST-STATUS   Pic X(2).
       01  WS-HISTFILE-NAME    Pic X(40).
       01  WS-HIST-STATUS      Pic X(2).
       01  WS-FEEDREG-NAME     Pic X(40).
       01  WS-FEEDREG-STATUS   Pic X(2).
       01  WS-PROVFILE-NAME    Pic X(40).
       01  WS-PROV-STATUS      Pic X(2).
       01  WS-FEEFILE-NAME     Pic X(40).
       01  WS-FEE-STATUS       Pic X(2).
       01  WS-BILLREG-NAME     Pic X(40).
       01  WS-BILLREG-STATUS   Pic X(2).
       01  WS-ARFILE-NAME      Pic X(40).
       01  WS-AR-STATUS        Pic X(2).
       01  WS-INV-STEM         Pic X(30).
       01  WS-INVFILE-NAME     Pic X(52).
       01  WS-INV-STATUS       Pic X(2).
       01  WS-EOF              Pic A(1).

       01  WS-PERIOD-INPUT     Pic X(6).
       01  WS-PERIOD           Pic 9(6)        VALUE 0.
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR  Pic 9(4).
           05  WS-PERIOD-MONTH Pic 9(2).
       01  WS-PERIOD-END       Pic 9(8).
       01  WS-TODAY            Pic 9(8).
       01  WS-NOW              Pic 9(8).
       01  WS-OPERATOR         Pic X(10).

      * "One billing line per provider code with activity in the"
      * "period, the quantities tallied from the four history"
      * "files and the fee schedule row that prices them."
       01  WS-PV-TABLE.
           05  WS-PV-ENTRY OCCURS 50 TIMES INDEXED BY WS-PV-IDX.
               10  WS-PV-CODE      Pic X(5).
               10  WS-PV-NAME      Pic X(30).
               10  WS-PV-POSTED    Pic 9(7).
               10  WS-PV-REFUSED   Pic 9(7).
               10  WS-PV-RECORDS   Pic 9(7).
               10  WS-PV-REJECTS   Pic 9(7).
               10  WS-PV-REFEEDS   Pic 9(7).
               10  WS-PV-FEE-DATE  Pic 9(8).
               10  WS-PV-FEE-SW    Pic X(1).
               10  WS-PV-PER-BATCH   Pic 9(5)V9(2).
               10  WS-PV-PER-RECORD  Pic 9(3)V9(4).
               10  WS-PV-PER-REJECT  Pic 9(3)V9(4).
               10  WS-PV-PER-REFEED  Pic 9(5)V9(2).
       01  WS-PV-CNT           Pic 9(4)   COMP   VALUE 0.
       01  WS-PV-FOUND-SW      Pic A(1).
       01  WS-PV-FOUND-IDX     Pic 9(4)   COMP   VALUE 0.
       01  WS-PV-OVER-SW       Pic A(1)        VALUE "N".
       01  WS-LOOK-CODE        Pic X(5).

      * "The house rate (provider *****), latest row on or before"
      * "the period end, for providers with no row of their own."
       01  WS-HOUSE-SW         Pic X(1)        VALUE "N".
       01  WS-HOUSE-DATE       Pic 9(8)        VALUE 0.
       01  WS-HOUSE-BATCH      Pic 9(5)V9(2).
       01  WS-HOUSE-RECORD     Pic 9(3)V9(4).
       01  WS-HOUSE-REJECT     Pic 9(3)V9(4).
       01  WS-HOUSE-REFEED     Pic 9(5)V9(2).
       01  WS-UNPRICED-CNT     Pic 9(4)        VALUE 0.

      * "Batches on the processed-feeds register in the period,"
      * "by source, provider, and batch date - a second entry for"
      * "the same three is a re-feed."
       01  WS-FD-TABLE.
           05  WS-FD-ENTRY OCCURS 999 TIMES INDEXED BY WS-FD-IDX.
               10  WS-FD-SOURCE    Pic X(8).
               10  WS-FD-PROVIDER  Pic X(5).
               10  WS-FD-DATE      Pic 9(8).
       01  WS-FD-CNT           Pic 9(4)   COMP   VALUE 0.
       01  WS-FD-FOUND-SW      Pic A(1).

      * "Activity that carried no provider code - counted so the"
      * "run can say what could not be billed."
       01  WS-UNATTR-CNT       Pic 9(7)        VALUE 0.

       01  WS-INVOICE-SEQ      Pic 9(3)        VALUE 0.
       01  WS-INVOICE-NO       Pic X(11).
       01  WS-INVOICE-CNT      Pic 9(4)        VALUE 0.
       01  WS-INV-TOTAL        Pic 9(7)V9(2).
       01  WS-GRAND-TOTAL      Pic 9(9)V9(2)   VALUE 0.
       01  WS-LINE-QTY         Pic 9(7).
       01  WS-LINE-PRICE       Pic 9(5)V9(4).
       01  WS-LINE-AMOUNT      Pic 9(7)V9(2).
       01  WS-LINE-TYPE        Pic X(1).
       01  WS-LINE-TEXT        Pic X(24).

      * "LAB_REGION names the active region - printed on the"
      * "invoice heading so a test invoice can never be mistaken"
      * "for production (see LABRGSET)."
       01  WS-REGION           Pic X(8)        VALUE "PROD".
       01  WS-REPORT-LINE      Pic X(80).
       01  WS-QTY-TXT          Pic Z(6)9.
       01  WS-PRICE-TXT        Pic Z(4)9.9999.
       01  WS-AMT-TXT          Pic Z,ZZZ,ZZ9.99.
       01  WS-GRAND-TXT        Pic ZZZ,ZZZ,ZZ9.99.
       01  WS-RUN-RC           Pic 9(1)        VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM CHECK-BILLED-PARAGRAPH
           PERFORM TALLY-BATCHREG-PARAGRAPH
           PERFORM TALLY-ACKHIST-PARAGRAPH
           PERFORM TALLY-EDITHIST-PARAGRAPH
           PERFORM TALLY-FEEDREG-PARAGRAPH
           IF WS-PV-OVER-SW = "Y" THEN
               DISPLAY "*** More than 50 providers had activity in "
                   WS-PERIOD " - the billing would be incomplete."
               DISPLAY "*** Run terminated - nothing billed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PV-CNT = 0 THEN
               DISPLAY "No billable provider activity in " WS-PERIOD
                   " - nothing billed."
               IF WS-UNATTR-CNT NOT = 0 THEN
                   DISPLAY "*** " WS-UNATTR-CNT " item(s) of activity"
                       " carried no provider code."
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
           PERFORM LOAD-NAMES-PARAGRAPH
           PERFORM LOAD-FEES-PARAGRAPH
           PERFORM WRITE-INVOICES-PARAGRAPH
           PERFORM REGISTER-RUN-PARAGRAPH
           MOVE WS-GRAND-TOTAL TO WS-GRAND-TXT
           DISPLAY "Billing for " WS-PERIOD " complete - "
               WS-INVOICE-CNT " invoice(s), total " WS-GRAND-TXT
           DISPLAY "AR interface file: " WS-ARFILE-NAME
           IF WS-UNATTR-CNT NOT = 0 THEN
               DISPLAY "*** " WS-UNATTR-CNT " item(s) of activity "
                   "carried no provider code and were not billed."
               MOVE 4 TO WS-RUN-RC
           END-IF
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           ACCEPT WS-BREGFILE-NAME FROM ENVIRONMENT "LAB_BATCHREG"
           IF WS-BREGFILE-NAME = SPACES THEN
               MOVE "lab-batchreg.dat" TO WS-BREGFILE-NAME
           END-IF
           MOVE "lab-ack-hist.dat" TO WS-ACKHIST-NAME
           ACCEPT WS-ACKHIST-NAME FROM ENVIRONMENT "LAB_ACKHIST"
           IF WS-ACKHIST-NAME = SPACES THEN
               MOVE "lab-ack-hist.dat" TO WS-ACKHIST-NAME
           END-IF
           MOVE "lab-edit-hist.dat" TO WS-HISTFILE-NAME
           ACCEPT WS-HISTFILE-NAME FROM ENVIRONMENT
               "LABEDIT_HISTFILE"
           IF WS-HISTFILE-NAME = SPACES THEN
               MOVE "lab-edit-hist.dat" TO WS-HISTFILE-NAME
           END-IF
           MOVE "lab-feeds-reg.dat" TO WS-FEEDREG-NAME
           ACCEPT WS-FEEDREG-NAME FROM ENVIRONMENT "LAB_FEEDREG"
           IF WS-FEEDREG-NAME = SPACES THEN
               MOVE "lab-feeds-reg.dat" TO WS-FEEDREG-NAME
           END-IF
           MOVE "lab-providers.dat" TO WS-PROVFILE-NAME
           ACCEPT WS-PROVFILE-NAME FROM ENVIRONMENT "LAB_PROVFILE"
           IF WS-PROVFILE-NAME = SPACES THEN
               MOVE "lab-providers.dat" TO WS-PROVFILE-NAME
           END-IF
           MOVE "lab-fee-sched.dat" TO WS-FEEFILE-NAME
           ACCEPT WS-FEEFILE-NAME FROM ENVIRONMENT "LAB_FEESCHED"
           IF WS-FEEFILE-NAME = SPACES THEN
               MOVE "lab-fee-sched.dat" TO WS-FEEFILE-NAME
           END-IF
           MOVE "lab-bill-reg.dat" TO WS-BILLREG-NAME
           ACCEPT WS-BILLREG-NAME FROM ENVIRONMENT "LAB_BILLREG"
           IF WS-BILLREG-NAME = SPACES THEN
               MOVE "lab-bill-reg.dat" TO WS-BILLREG-NAME
           END-IF
           MOVE "lab-inv" TO WS-INV-STEM
           ACCEPT WS-INV-STEM FROM ENVIRONMENT "LABPRVBL_INVSTEM"
           IF WS-INV-STEM = SPACES THEN
               MOVE "lab-inv" TO WS-INV-STEM
           END-IF
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           PERFORM GET-PERIOD-PARAGRAPH
           MOVE SPACES TO WS-ARFILE-NAME
           STRING "lab-ar-" WS-PERIOD ".dat" DELIMITED BY SIZE
               INTO WS-ARFILE-NAME
           ACCEPT WS-ARFILE-NAME FROM ENVIRONMENT "LAB_ARFILE"
           IF WS-ARFILE-NAME = SPACES THEN
               STRING "lab-ar-" WS-PERIOD ".dat" DELIMITED BY SIZE
                   INTO WS-ARFILE-NAME
           END-IF
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "LAB_OPERATOR"
           IF WS-OPERATOR = SPACES THEN
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR
           END-IF.

      *****************************************************
      * GET-PERIOD-PARAGRAPH - the period billed must be a     *
      * whole month that has already ended; billing the month  *
      * still running would leave its later batches unbilled   *
      * once the period is on the register.                     *
      *****************************************************
       GET-PERIOD-PARAGRAPH.
           MOVE SPACES TO WS-PERIOD-INPUT
           ACCEPT WS-PERIOD-INPUT FROM ENVIRONMENT "LABPRVBL_PERIOD"
           IF WS-PERIOD-INPUT = SPACES THEN
               DISPLAY "Period to bill (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS-PERIOD-INPUT
           END-IF
           IF WS-PERIOD-INPUT IS NUMERIC THEN
               MOVE WS-PERIOD-INPUT TO WS-PERIOD
           END-IF
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   OR WS-PERIOD-YEAR < 1900 THEN
               DISPLAY "*** Period must be YYYYMM: " WS-PERIOD-INPUT
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD NOT < WS-TODAY(1:6) THEN
               DISPLAY "*** Period " WS-PERIOD " has not ended yet - "
                   "only a closed month can be billed."
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31.

      *****************************************************
      * CHECK-BILLED-PARAGRAPH refuses a period already on the *
      * billing register.                                       *
      *****************************************************
       CHECK-BILLED-PARAGRAPH.
           OPEN INPUT BILLREG-FILE
           IF WS-BILLREG-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM READ-BILLREG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE BILLREG-FILE.

       READ-BILLREG-PARAGRAPH.
           READ BILLREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BLR-PERIOD = WS-PERIOD THEN
                       DISPLAY "*** Period " WS-PERIOD " was already "
                           "billed on " BLR-RUN-DATE " by "
                           BLR-OPERATOR
                       DISPLAY "*** (" BLR-INVOICE-CNT " invoice(s), "
                           "AR file " BLR-AR-FILE ")."
                       DISPLAY "*** Run terminated - a period is "
                           "never billed twice."
                       CLOSE BILLREG-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *****************************************************
      * TALLY-BATCHREG-PARAGRAPH - batches posted in the       *
      * period and their trailer record counts. A reversed     *
      * batch (BRG-STATUS R) is not billed; its corrected      *
      * re-feed is, as a posted batch and as a re-feed. Only   *
      * the LAB2C rows count - LAB1c's row for the same feed   *
      * is the same transmission, and a combined pass writes   *
      * the LAB2C row alone.                                    *
      *****************************************************
       TALLY-BATCHREG-PARAGRAPH.
           OPEN INPUT BATCHREG-FILE
           IF WS-BREG-STATUS NOT = "00" THEN
               DISPLAY "*** Batch register not found: "
                   WS-BREGFILE-NAME " - no posted batches billed."
               MOVE 4 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM READ-BATCHREG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE BATCHREG-FILE.

       READ-BATCHREG-PARAGRAPH.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BRG-POST-DATE(1:6) = WS-PERIOD
                           AND BRG-SOURCE = "LAB2C"
                           AND BRG-STATUS NOT = "R" THEN
                       IF BRG-PROVIDER = SPACES THEN
                           ADD 1 TO WS-UNATTR-CNT
                       ELSE
                           MOVE BRG-PROVIDER TO WS-LOOK-CODE
                           PERFORM FIND-PROVIDER-PARAGRAPH
                           IF WS-PV-FOUND-SW = "Y" THEN
                               ADD 1 TO WS-PV-POSTED(WS-PV-FOUND-IDX)
                               ADD BRG-TRL-COUNT
                                   TO WS-PV-RECORDS(WS-PV-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       TALLY-ACKHIST-PARAGRAPH.
           OPEN INPUT ACKHIST-FILE
           IF WS-ACKHIST-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM READ-ACKHIST-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE ACKHIST-FILE.

      *    A transmission refused at control totals was received and
      *    checked even though nothing posted - it bills as a batch,
      *    once, off LAB2c's verdict.
       READ-ACKHIST-PARAGRAPH.
           READ ACKHIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF AH-DATE(1:6) = WS-PERIOD
                           AND AH-SOURCE = "LAB2C"
                           AND AH-STATUS NOT = "A" THEN
                       IF AH-PROVIDER = SPACES THEN
                           ADD 1 TO WS-UNATTR-CNT
                       ELSE
                           MOVE AH-PROVIDER TO WS-LOOK-CODE
                           PERFORM FIND-PROVIDER-PARAGRAPH
                           IF WS-PV-FOUND-SW = "Y" THEN
                               ADD 1
                                   TO WS-PV-REFUSED(WS-PV-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       TALLY-EDITHIST-PARAGRAPH.
           OPEN INPUT EDITHIST-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM READ-EDITHIST-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE EDITHIST-FILE.

       READ-EDITHIST-PARAGRAPH.
           READ EDITHIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF EH-RUN-DATE(1:6) = WS-PERIOD
                           AND EH-REJECTED IS NUMERIC
                           AND EH-REJECTED NOT = 0 THEN
                       IF EH-PROVIDER = SPACES THEN
                           ADD 1 TO WS-UNATTR-CNT
                       ELSE
                           MOVE EH-PROVIDER TO WS-LOOK-CODE
                           PERFORM FIND-PROVIDER-PARAGRAPH
                           IF WS-PV-FOUND-SW = "Y" THEN
                               ADD EH-REJECTED
                                   TO WS-PV-REJECTS(WS-PV-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * TALLY-FEEDREG-PARAGRAPH - a feed whose source,         *
      * provider, and batch date (in the period) are already   *
      * on the processed-feeds register is a re-feed. LAB2c's  *
      * archive rows alone are counted, as for the batches.    *
      *****************************************************
       TALLY-FEEDREG-PARAGRAPH.
           OPEN INPUT FEEDREG-FILE
           IF WS-FEEDREG-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM READ-FEEDREG-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE FEEDREG-FILE.

       READ-FEEDREG-PARAGRAPH.
           READ FEEDREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF FRG-BATCH-DATE(1:6) = WS-PERIOD
                           AND FRG-SOURCE = "LAB2C" THEN
                       PERFORM CHECK-REFEED-PARAGRAPH
                   END-IF
           END-READ.

       CHECK-REFEED-PARAGRAPH.
           MOVE "N" TO WS-FD-FOUND-SW
           PERFORM MATCH-FEED-PARAGRAPH
               VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-CNT OR WS-FD-FOUND-SW = "Y"
           IF WS-FD-FOUND-SW = "N" THEN
               IF WS-FD-CNT < 999 THEN
                   ADD 1 TO WS-FD-CNT
                   MOVE FRG-SOURCE TO WS-FD-SOURCE(WS-FD-CNT)
                   MOVE FRG-PROVIDER TO WS-FD-PROVIDER(WS-FD-CNT)
                   MOVE FRG-BATCH-DATE TO WS-FD-DATE(WS-FD-CNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FRG-PROVIDER = SPACES THEN
               ADD 1 TO WS-UNATTR-CNT
           ELSE
               MOVE FRG-PROVIDER TO WS-LOOK-CODE
               PERFORM FIND-PROVIDER-PARAGRAPH
               IF WS-PV-FOUND-SW = "Y" THEN
                   ADD 1 TO WS-PV-REFEEDS(WS-PV-FOUND-IDX)
               END-IF
           END-IF.

       MATCH-FEED-PARAGRAPH.
           IF WS-FD-SOURCE(WS-FD-IDX) = FRG-SOURCE
                   AND WS-FD-PROVIDER(WS-FD-IDX) = FRG-PROVIDER
                   AND WS-FD-DATE(WS-FD-IDX) = FRG-BATCH-DATE THEN
               MOVE "Y" TO WS-FD-FOUND-SW
           END-IF.

      *****************************************************
      * FIND-PROVIDER-PARAGRAPH finds WS-LOOK-CODE's billing   *
      * line, adding it on first sight. A table overflow is    *
      * flagged and the run refuses to bill a partial month.   *
      *****************************************************
       FIND-PROVIDER-PARAGRAPH.
           MOVE "N" TO WS-PV-FOUND-SW
           PERFORM MATCH-PROVIDER-PARAGRAPH
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-CNT OR WS-PV-FOUND-SW = "Y"
           IF WS-PV-FOUND-SW = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-PV-CNT = 50 THEN
               MOVE "Y" TO WS-PV-OVER-SW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PV-CNT
           MOVE WS-PV-CNT TO WS-PV-FOUND-IDX
           MOVE SPACES TO WS-PV-ENTRY(WS-PV-FOUND-IDX)
           MOVE WS-LOOK-CODE TO WS-PV-CODE(WS-PV-FOUND-IDX)
           MOVE 0 TO WS-PV-POSTED(WS-PV-FOUND-IDX)
           MOVE 0 TO WS-PV-REFUSED(WS-PV-FOUND-IDX)
           MOVE 0 TO WS-PV-RECORDS(WS-PV-FOUND-IDX)
           MOVE 0 TO WS-PV-REJECTS(WS-PV-FOUND-IDX)
           MOVE 0 TO WS-PV-REFEEDS(WS-PV-FOUND-IDX)
           MOVE 0 TO WS-PV-FEE-DATE(WS-PV-FOUND-IDX)
           MOVE "N" TO WS-PV-FEE-SW(WS-PV-FOUND-IDX)
           MOVE "Y" TO WS-PV-FOUND-SW.

       MATCH-PROVIDER-PARAGRAPH.
           IF WS-PV-CODE(WS-PV-IDX) = WS-LOOK-CODE THEN
               MOVE "Y" TO WS-PV-FOUND-SW
               MOVE WS-PV-IDX TO WS-PV-FOUND-IDX
           END-IF.

      *    Names for the invoice headings; a code no longer on the
      *    provider file still bills, under its code alone.
       LOAD-NAMES-PARAGRAPH.
           OPEN INPUT PROV-FILE
           IF WS-PROV-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM READ-PROVIDER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE PROV-FILE.

       READ-PROVIDER-PARAGRAPH.
           READ PROV-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM NAME-PROVIDER-PARAGRAPH
                       VARYING WS-PV-IDX FROM 1 BY 1
                       UNTIL WS-PV-IDX > WS-PV-CNT
           END-READ.

       NAME-PROVIDER-PARAGRAPH.
           IF WS-PV-CODE(WS-PV-IDX) = PRV-CODE THEN
               MOVE PRV-NAME TO WS-PV-NAME(WS-PV-IDX)
           END-IF.

      *****************************************************
      * LOAD-FEES-PARAGRAPH prices each billing line from the  *
      * fee schedule: the provider's own row with the latest   *
      * effective date on or before the period end, else the   *
      * house rate. Any line left unpriced stops the run here, *
      * before an invoice or the register is written.          *
      *****************************************************
       LOAD-FEES-PARAGRAPH.
           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS = "00" THEN
               MOVE "N" TO WS-EOF
               PERFORM READ-FEE-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE FEE-FILE
           END-IF
           PERFORM APPLY-HOUSE-RATE-PARAGRAPH
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-CNT
           IF WS-UNPRICED-CNT NOT = 0 THEN
               DISPLAY "*** " WS-UNPRICED-CNT " provider(s) have no "
                   "fee schedule row and there is no house rate"
               DISPLAY "*** in " WS-FEEFILE-NAME " effective by "
                   WS-PERIOD-END " - run terminated, nothing billed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-FEE-PARAGRAPH.
           READ FEE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF FEE-EFF-DATE IS NUMERIC
                           AND FEE-EFF-DATE NOT > WS-PERIOD-END THEN
                       IF FEE-PROVIDER = "*****" THEN
                           PERFORM TAKE-HOUSE-RATE-PARAGRAPH
                       ELSE
                           PERFORM TAKE-FEE-PARAGRAPH
                               VARYING WS-PV-IDX FROM 1 BY 1
                               UNTIL WS-PV-IDX > WS-PV-CNT
                       END-IF
                   END-IF
           END-READ.

       TAKE-HOUSE-RATE-PARAGRAPH.
           IF WS-HOUSE-SW = "N" OR FEE-EFF-DATE >= WS-HOUSE-DATE THEN
               MOVE "Y" TO WS-HOUSE-SW
               MOVE FEE-EFF-DATE TO WS-HOUSE-DATE
               MOVE FEE-PER-BATCH TO WS-HOUSE-BATCH
               MOVE FEE-PER-RECORD TO WS-HOUSE-RECORD
               MOVE FEE-PER-REJECT TO WS-HOUSE-REJECT
               MOVE FEE-PER-REFEED TO WS-HOUSE-REFEED
           END-IF.

       TAKE-FEE-PARAGRAPH.
           IF WS-PV-CODE(WS-PV-IDX) = FEE-PROVIDER
                   AND (WS-PV-FEE-SW(WS-PV-IDX) = "N"
                   OR FEE-EFF-DATE >= WS-PV-FEE-DATE(WS-PV-IDX)) THEN
               MOVE "Y" TO WS-PV-FEE-SW(WS-PV-IDX)
               MOVE FEE-EFF-DATE TO WS-PV-FEE-DATE(WS-PV-IDX)
               MOVE FEE-PER-BATCH TO WS-PV-PER-BATCH(WS-PV-IDX)
               MOVE FEE-PER-RECORD TO WS-PV-PER-RECORD(WS-PV-IDX)
               MOVE FEE-PER-REJECT TO WS-PV-PER-REJECT(WS-PV-IDX)
               MOVE FEE-PER-REFEED TO WS-PV-PER-REFEED(WS-PV-IDX)
           END-IF.

       APPLY-HOUSE-RATE-PARAGRAPH.
           IF WS-PV-FEE-SW(WS-PV-IDX) = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-HOUSE-SW = "N" THEN
               DISPLAY "*** No fee schedule row for provider "
                   WS-PV-CODE(WS-PV-IDX)
               ADD 1 TO WS-UNPRICED-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO WS-PV-FEE-SW(WS-PV-IDX)
           MOVE WS-HOUSE-DATE TO WS-PV-FEE-DATE(WS-PV-IDX)
           MOVE WS-HOUSE-BATCH TO WS-PV-PER-BATCH(WS-PV-IDX)
           MOVE WS-HOUSE-RECORD TO WS-PV-PER-RECORD(WS-PV-IDX)
           MOVE WS-HOUSE-REJECT TO WS-PV-PER-REJECT(WS-PV-IDX)
           MOVE WS-HOUSE-REFEED TO WS-PV-PER-REFEED(WS-PV-IDX).

      *****************************************************
      * WRITE-INVOICES-PARAGRAPH writes one printable invoice  *
      * per provider and its lines to the AR interface file.   *
      *****************************************************
       WRITE-INVOICES-PARAGRAPH.
           OPEN OUTPUT AR-FILE
           IF WS-AR-STATUS NOT = "00" THEN
               DISPLAY "*** Cannot create AR interface file: "
                   WS-ARFILE-NAME
               DISPLAY "*** FILE STATUS: " WS-AR-STATUS
               DISPLAY "*** Run terminated - nothing billed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-ONE-INVOICE-PARAGRAPH
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-CNT
           CLOSE AR-FILE.

       WRITE-ONE-INVOICE-PARAGRAPH.
           ADD 1 TO WS-INVOICE-SEQ
           MOVE SPACES TO WS-INVOICE-NO
           STRING "LB" WS-PERIOD WS-INVOICE-SEQ DELIMITED BY SIZE
               INTO WS-INVOICE-NO
           MOVE SPACES TO WS-INVFILE-NAME
           STRING WS-INV-STEM DELIMITED BY " "
               "-" WS-PERIOD "-" DELIMITED BY SIZE
               WS-PV-CODE(WS-PV-IDX) DELIMITED BY " "
               ".dat" DELIMITED BY SIZE
               INTO WS-INVFILE-NAME
           OPEN OUTPUT INVOICE-FILE
           IF WS-INV-STATUS NOT = "00" THEN
               DISPLAY "*** Cannot create invoice file: "
                   WS-INVFILE-NAME
               DISPLAY "*** FILE STATUS: " WS-INV-STATUS
               DISPLAY "*** Run terminated - the period is NOT on "
                   "the billing register; discard"
               DISPLAY "*** " WS-ARFILE-NAME " and the invoices "
                   "written so far, then re-run."
               CLOSE AR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-INV-TOTAL
           PERFORM INVOICE-HEADING-PARAGRAPH
           COMPUTE WS-LINE-QTY = WS-PV-POSTED(WS-PV-IDX)
               + WS-PV-REFUSED(WS-PV-IDX)
           MOVE WS-PV-PER-BATCH(WS-PV-IDX) TO WS-LINE-PRICE
           MOVE "B" TO WS-LINE-TYPE
           MOVE "Batches processed" TO WS-LINE-TEXT
           PERFORM CHARGE-LINE-PARAGRAPH
           MOVE WS-PV-RECORDS(WS-PV-IDX) TO WS-LINE-QTY
           MOVE WS-PV-PER-RECORD(WS-PV-IDX) TO WS-LINE-PRICE
           MOVE "R" TO WS-LINE-TYPE
           MOVE "Records posted" TO WS-LINE-TEXT
           PERFORM CHARGE-LINE-PARAGRAPH
           MOVE WS-PV-REJECTS(WS-PV-IDX) TO WS-LINE-QTY
           MOVE WS-PV-PER-REJECT(WS-PV-IDX) TO WS-LINE-PRICE
           MOVE "J" TO WS-LINE-TYPE
           MOVE "Records rejected" TO WS-LINE-TEXT
           PERFORM CHARGE-LINE-PARAGRAPH
           MOVE WS-PV-REFEEDS(WS-PV-IDX) TO WS-LINE-QTY
           MOVE WS-PV-PER-REFEED(WS-PV-IDX) TO WS-LINE-PRICE
           MOVE "F" TO WS-LINE-TYPE
           MOVE "Batches re-fed" TO WS-LINE-TEXT
           PERFORM CHARGE-LINE-PARAGRAPH
           PERFORM INVOICE-FOOTING-PARAGRAPH
           CLOSE INVOICE-FILE
           ADD 1 TO WS-INVOICE-CNT
           ADD WS-INV-TOTAL TO WS-GRAND-TOTAL
           MOVE WS-INV-TOTAL TO WS-AMT-TXT
           DISPLAY "  " WS-INVOICE-NO " " WS-PV-CODE(WS-PV-IDX) " "
               WS-PV-NAME(WS-PV-IDX) WS-AMT-TXT.

       INVOICE-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROCESSING FEE INVOICE  " WS-INVOICE-NO
               "        Invoice date: " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Region: " WS-REGION DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Bill to:  " WS-PV-CODE(WS-PV-IDX) "  "
               WS-PV-NAME(WS-PV-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Processing period: " WS-PERIOD
               "    Fee schedule effective: "
               WS-PV-FEE-DATE(WS-PV-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-PV-FEE-SW(WS-PV-IDX) = "H" THEN
               MOVE "(house rate)" TO WS-REPORT-LINE(67:12)
           END-IF
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Charge                    Quantity   Unit price"
               "         Amount"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE ALL "-" TO WS-REPORT-LINE(1:62)
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH.

      *    One charge line on the invoice and, when the quantity is
      *    not zero, on the AR interface file.
       CHARGE-LINE-PARAGRAPH.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-LINE-QTY * WS-LINE-PRICE
           ADD WS-LINE-AMOUNT TO WS-INV-TOTAL
           MOVE WS-LINE-QTY TO WS-QTY-TXT
           MOVE WS-LINE-PRICE TO WS-PRICE-TXT
           MOVE WS-LINE-AMOUNT TO WS-AMT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LINE-TEXT "  " WS-QTY-TXT "   " WS-PRICE-TXT
               "   " WS-AMT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           IF WS-LINE-QTY NOT = 0 THEN
               MOVE SPACES TO AR-Intf-Record
               MOVE WS-INVOICE-NO TO ARI-INVOICE-NO
               MOVE WS-TODAY TO ARI-INVOICE-DATE
               MOVE WS-PERIOD TO ARI-PERIOD
               MOVE WS-PV-CODE(WS-PV-IDX) TO ARI-PROVIDER
               MOVE WS-LINE-TYPE TO ARI-LINE-TYPE
               MOVE WS-LINE-QTY TO ARI-QUANTITY
               MOVE WS-LINE-PRICE TO ARI-UNIT-PRICE
               MOVE WS-LINE-AMOUNT TO ARI-AMOUNT
               WRITE AR-Intf-Record
           END-IF.

       INVOICE-FOOTING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE(1:62)
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE WS-INV-TOTAL TO WS-AMT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Total due" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-AMT-TXT TO WS-REPORT-LINE(51:12)
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE WS-PV-POSTED(WS-PV-IDX) TO WS-QTY-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Batches processed: " WS-QTY-TXT " posted,"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-PV-REFUSED(WS-PV-IDX) TO WS-QTY-TXT
           MOVE WS-QTY-TXT TO WS-REPORT-LINE(35:7)
           MOVE " refused at control totals" TO WS-REPORT-LINE(42:26)
           PERFORM WRITE-INVOICE-LINE-PARAGRAPH
           MOVE SPACES TO AR-Intf-Record
           MOVE WS-INVOICE-NO TO ARI-INVOICE-NO
           MOVE WS-TODAY TO ARI-INVOICE-DATE
           MOVE WS-PERIOD TO ARI-PERIOD
           MOVE WS-PV-CODE(WS-PV-IDX) TO ARI-PROVIDER
           MOVE "T" TO ARI-LINE-TYPE
           MOVE 0 TO ARI-QUANTITY
           MOVE 0 TO ARI-UNIT-PRICE
           MOVE WS-INV-TOTAL TO ARI-AMOUNT
           WRITE AR-Intf-Record.

       WRITE-INVOICE-LINE-PARAGRAPH.
           WRITE INVOICE-RECORD FROM WS-REPORT-LINE.

      *****************************************************
      * REGISTER-RUN-PARAGRAPH enters the period on the        *
      * billing register - from here on it cannot be billed    *
      * again.                                                  *
      *****************************************************
       REGISTER-RUN-PARAGRAPH.
           OPEN EXTEND BILLREG-FILE
           IF WS-BILLREG-STATUS = "35" THEN
               OPEN OUTPUT BILLREG-FILE
           END-IF
           IF WS-BILLREG-STATUS NOT = "00" THEN
               DISPLAY "*** Cannot update billing register: "
                   WS-BILLREG-NAME
               DISPLAY "*** FILE STATUS: " WS-BILLREG-STATUS
               DISPLAY "*** Invoices were written - enter period "
                   WS-PERIOD " on the register before any re-run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO Bill-Reg-Record
           MOVE WS-PERIOD TO BLR-PERIOD
           MOVE WS-TODAY TO BLR-RUN-DATE
           MOVE WS-NOW TO BLR-RUN-TIME
           MOVE WS-OPERATOR TO BLR-OPERATOR
           MOVE WS-INVOICE-CNT TO BLR-INVOICE-CNT
           MOVE WS-GRAND-TOTAL TO BLR-TOTAL-AMOUNT
           MOVE WS-ARFILE-NAME TO BLR-AR-FILE
           WRITE Bill-Reg-Record
           CLOSE BILLREG-FILE.
