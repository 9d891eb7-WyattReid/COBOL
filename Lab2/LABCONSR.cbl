      * "value total), and rolls them up into the combined totals"
      * "the close-out packet needs - instead of someone adding"
      * "the plants together on a calculator."
      * "2026-10-15 WAR Inter-location transfers are now eliminated"
      * "            from the combined figure - each plant's"
      * "            transfers out are matched against the other"
      * "            plant's transfers in off LAB2c's transfer"
      * "            summaries, matched pairs are taken out of the"
      * "            consolidated total, and anything unmatched is"
      * "            listed as an exception."
      * "2026-10-15 WAR Each location line carries the plant's name"
      * "            off the location master (see LOCMAST/LABLOCMN),"
      * "            and every active plant whose recon file did not"
      * "            turn up for the day - or reported fewer cycles"
      * "            than the plant is expected to run - is listed"
      * "            as missing."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT XFERLIST ASSIGN TO WS-XFERLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XL-STATUS.
           SELECT XFERFILE ASSIGN TO WS-XFERFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XFER-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOC-FILE ASSIGN TO WS-LOCFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECONFILE.
           COPY RECONREC.

       FD  XFERLIST.
       01  XL-RECORD           Pic X(40).

       FD  XFERFILE.
           COPY XFERSUM.

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       FD  LOC-FILE.
           COPY LOCMAST.

       WORKING-STORAGE SECTION.
      * "LABCONSR_FILELIST points at the file-of-filenames naming"
      * "each location's reconciliation file - the same list shape"
       01  WS-RECON-STATUS     Pic X(2).
       01  WS-OUTFILE-NAME     Pic X(40).

      * "LABCONSR_XFERLIST names each location's transfer summary"
      * "(LAB2c's LAB2C_XFERFILE) the same way the recon list does;"
      * "without it the single default lab2c-xfer.dat is read. A"
      * "plant with no transfer file simply had no transfers."
       01  WS-XFERLIST-NAME    Pic X(40).
       01  WS-XL-STATUS        Pic X(2).
       01  WS-XL-EOF           Pic A(1)        VALUE "N".
       01  WS-XFERFILE-NAME    Pic X(40).
       01  WS-XFER-STATUS      Pic X(2).
       01  WS-XFER-EOF         Pic A(1)        VALUE "N".

      * "Every plant's transfer rows - an O row at one plant is"
      * "matched to the I row at its counterparty naming it back."
      * "The values are compared as magnitudes, since a sending"
      * "plant may carry the outflow negative."
       01  WS-XFR-TABLE.
           05  WS-XFR-ENTRY OCCURS 200 TIMES INDEXED BY WS-XFR-IDX
                                                   WS-XFR-MIDX.
               10  WS-XFR-LOC      Pic X(3).
               10  WS-XFR-CPTY     Pic X(3).
               10  WS-XFR-DIR      Pic X(1).
               10  WS-XFR-COUNT    Pic 9(9).
               10  WS-XFR-VALUE    Pic S9(9)V9(2).
               10  WS-XFR-MATCH-SW Pic X(1).
               10  WS-XFR-DIFF-SW  Pic X(1).
       01  WS-XFR-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-XFR-FOUND-SW     Pic X(1).
       01  WS-XFR-NEG-VALUE    Pic S9(9)V9(2)  VALUE 0.
       01  WS-ELIM-PAIRS       Pic 9(4)        VALUE 0.
       01  WS-ELIM-COUNT       Pic 9(9)        VALUE 0.
       01  WS-ELIM-TOTAL       Pic S9(11)V9(2) VALUE 0.
       01  WS-XFR-EXC-CNT      Pic 9(4)        VALUE 0.
       01  WS-XFR-NOTE         Pic X(34).

      * "Location master, loaded once from LAB_LOCFILE - each row"
      * "notes whether the plant's recon record for the run date"
      * "turned up and the last cycle it reported, for the"
      * "missing-locations list. No master: names print blank and"
      * "the list is skipped, as before the master existed."
       01  WS-LOCFILE-NAME     Pic X(40).
       01  WS-LOC-STATUS       Pic X(2).
       01  WS-LOC-EOF          Pic A(1)        VALUE "N".
       01  WS-LCM-TABLE.
           05  WS-LCM-ENTRY OCCURS 50 TIMES INDEXED BY WS-LCM-IDX.
               10  WS-LCM-CODE     Pic X(3).
               10  WS-LCM-NAME     Pic X(30).
               10  WS-LCM-ACTIVE   Pic X(1).
               10  WS-LCM-CYCLES   Pic 9(1).
               10  WS-LCM-SEEN-SW  Pic X(1).
               10  WS-LCM-LAST-CYC Pic 9(1).
       01  WS-LCM-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-LCM-FOUND-SW     Pic X(1).
       01  WS-LCM-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-LOC-NAME         Pic X(20).
       01  WS-MISSING-CNT      Pic 9(4)        VALUE 0.
       01  WS-RCN-CYCLE        Pic 9(1)        VALUE 0.

      * "LAB_REGION names the active region - printed on the"
      * "heading so a test page can never be mistaken for"
      * "production (see LABRGSET)."
       01  WS-REPORT-LINE      Pic X(100).
       01  WS-CNT-TXT          Pic Z(8)9.
       01  WS-TOT-TXT          Pic -Z(9)9.9(2).
       01  WS-TOT2-TXT         Pic -Z(9)9.9(2).

       PROCEDURE DIVISION.
       000-MAIN.
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF
           PERFORM LOAD-LOCMAST-PARAGRAPH
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Multi-Location Consolidation Report   Run Date: "
               WS-RUN-DATE "   Region: " WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Loc Name                 Source   Run date       "
               "Count          Total"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           OPEN INPUT FILELIST
           IF WS-FL-STATUS = "35" THEN
           ADD RCN-VALUE-TOTAL TO WS-COMB-TOTAL
           MOVE RCN-REC-COUNT TO WS-CNT-TXT
           MOVE RCN-VALUE-TOTAL TO WS-TOT-TXT
           PERFORM NOTE-LOCATION-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING RCN-LOCATION " " WS-LOC-NAME " " RCN-SOURCE " "
               RCN-RUN-DATE "  " WS-CNT-TXT "  " WS-TOT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH.

      *****************************************************
      * NOTE-LOCATION-PARAGRAPH looks the recon record's plant *
      * up on the location master for its name, and marks the  *
      * plant as heard from when the record is the run date's   *
      * - a stale file from an earlier day still consolidates,  *
      * but the plant is listed missing for today.               *
      *****************************************************
       NOTE-LOCATION-PARAGRAPH.
           MOVE SPACES TO WS-LOC-NAME
           IF WS-LCM-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF RCN-LOCATION = SPACES THEN
               MOVE "(original plant)" TO WS-LOC-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LCM-FOUND-SW
           PERFORM FIND-LOCATION-PARAGRAPH
               VARYING WS-LCM-IDX FROM 1 BY 1
               UNTIL WS-LCM-IDX > WS-LCM-CNT
                   OR WS-LCM-FOUND-SW = "Y"
           IF WS-LCM-FOUND-SW = "N" THEN
               MOVE "(not on loc master)" TO WS-LOC-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LCM-NAME(WS-LCM-FOUND-IDX) TO WS-LOC-NAME
           IF RCN-RUN-DATE = WS-RUN-DATE THEN
               MOVE "Y" TO WS-LCM-SEEN-SW(WS-LCM-FOUND-IDX)
               IF RCN-CYCLE IS NUMERIC AND RCN-CYCLE NOT = 0 THEN
                   MOVE RCN-CYCLE TO WS-RCN-CYCLE
               ELSE
                   MOVE 1 TO WS-RCN-CYCLE
               END-IF
               IF WS-RCN-CYCLE > WS-LCM-LAST-CYC(WS-LCM-FOUND-IDX)
                       THEN
                   MOVE WS-RCN-CYCLE
                       TO WS-LCM-LAST-CYC(WS-LCM-FOUND-IDX)
               END-IF
           END-IF.

       FIND-LOCATION-PARAGRAPH.
           IF WS-LCM-CODE(WS-LCM-IDX) = RCN-LOCATION THEN
               MOVE "Y" TO WS-LCM-FOUND-SW
               SET WS-LCM-FOUND-IDX TO WS-LCM-IDX
           END-IF.

       WRAP-UP-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           IF WS-FL-STATUS NOT = "35" THEN
               CLOSE FILELIST
           END-IF
           PERFORM MISSING-LOCATIONS-PARAGRAPH
           PERFORM LOAD-TRANSFERS-PARAGRAPH
           PERFORM ELIMINATE-PARAGRAPH
           CLOSE REPORT-FILE
           IF WS-LISTED-CNT = 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-XFR-EXC-CNT > 0 OR WS-MISSING-CNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************
      * MISSING-LOCATIONS-PARAGRAPH lists every active plant   *
      * on the location master with no recon record for the   *
      * run date, or whose last reported cycle falls short of  *
      * the cycles it is expected to run - the combined figure *
      * above is short by whatever those plants did not send.  *
      *****************************************************
       MISSING-LOCATIONS-PARAGRAPH.
           IF WS-LCM-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Active Locations Missing for " WS-RUN-DATE ":"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           PERFORM LIST-MISSING-PARAGRAPH
               VARYING WS-LCM-IDX FROM 1 BY 1
               UNTIL WS-LCM-IDX > WS-LCM-CNT
           IF WS-MISSING-CNT = 0 THEN
               MOVE "  (none - every active location reported)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-CONS-LINE-PARAGRAPH
           END-IF.

       LIST-MISSING-PARAGRAPH.
           IF WS-LCM-ACTIVE(WS-LCM-IDX) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LCM-SEEN-SW(WS-LCM-IDX) = "N" THEN
               ADD 1 TO WS-MISSING-CNT
               STRING "  " WS-LCM-CODE(WS-LCM-IDX) " "
                   WS-LCM-NAME(WS-LCM-IDX)
                   " - no recon file for the day"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-CONS-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           IF WS-LCM-LAST-CYC(WS-LCM-IDX)
                   < WS-LCM-CYCLES(WS-LCM-IDX) THEN
               ADD 1 TO WS-MISSING-CNT
               STRING "  " WS-LCM-CODE(WS-LCM-IDX) " "
                   WS-LCM-NAME(WS-LCM-IDX)
                   " - only cycle " WS-LCM-LAST-CYC(WS-LCM-IDX)
                   " of " WS-LCM-CYCLES(WS-LCM-IDX) " reported"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-CONS-LINE-PARAGRAPH
           END-IF.

      *****************************************************
      * LOAD-LOCMAST-PARAGRAPH loads the location master once *
      * at start-up - a missing file leaves the table empty.   *
      * Cycles per day of zero or blank is taken as one.        *
      *****************************************************
       LOAD-LOCMAST-PARAGRAPH.
           MOVE "lab-locations.dat" TO WS-LOCFILE-NAME
           ACCEPT WS-LOCFILE-NAME FROM ENVIRONMENT "LAB_LOCFILE"
           IF WS-LOCFILE-NAME = SPACES THEN
               MOVE "lab-locations.dat" TO WS-LOCFILE-NAME
           END-IF
           MOVE 0 TO WS-LCM-CNT
           OPEN INPUT LOC-FILE
           IF WS-LOC-STATUS = "00" THEN
               PERFORM READ-LOCMAST-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-LOC-EOF = "Y"
               CLOSE LOC-FILE
           END-IF.

       READ-LOCMAST-PARAGRAPH.
           READ LOC-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LOC-EOF
               NOT AT END
                   IF WS-LCM-CNT < 50 THEN
                       ADD 1 TO WS-LCM-CNT
                       MOVE LCM-CODE TO WS-LCM-CODE(WS-LCM-CNT)
                       MOVE LCM-NAME TO WS-LCM-NAME(WS-LCM-CNT)
                       MOVE LCM-ACTIVE TO WS-LCM-ACTIVE(WS-LCM-CNT)
                       IF LCM-CYCLES IS NUMERIC
                               AND LCM-CYCLES NOT = 0 THEN
                           MOVE LCM-CYCLES
                               TO WS-LCM-CYCLES(WS-LCM-CNT)
                       ELSE
                           MOVE 1 TO WS-LCM-CYCLES(WS-LCM-CNT)
                       END-IF
                       MOVE "N" TO WS-LCM-SEEN-SW(WS-LCM-CNT)
                       MOVE 0 TO WS-LCM-LAST-CYC(WS-LCM-CNT)
                   END-IF
           END-READ.

      *****************************************************
      * LOAD-TRANSFERS-PARAGRAPH reads every plant's transfer  *
      * summary into WS-XFR-TABLE. A list that does not exist  *
      * falls back to the single default file, and a missing   *
      * file (no transfers that run) adds nothing.              *
      *****************************************************
       LOAD-TRANSFERS-PARAGRAPH.
           MOVE "lab-consol-xferlist.dat" TO WS-XFERLIST-NAME
           ACCEPT WS-XFERLIST-NAME FROM ENVIRONMENT
               "LABCONSR_XFERLIST"
           IF WS-XFERLIST-NAME = SPACES THEN
               MOVE "lab-consol-xferlist.dat" TO WS-XFERLIST-NAME
           END-IF
           OPEN INPUT XFERLIST
           IF WS-XL-STATUS = "35" THEN
               MOVE "lab2c-xfer.dat" TO WS-XFERFILE-NAME
               PERFORM LOAD-ONE-XFER-FILE-PARAGRAPH
           ELSE
               PERFORM READ-XFERLIST-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-XL-EOF = "Y"
               CLOSE XFERLIST
           END-IF.

       READ-XFERLIST-PARAGRAPH.
           READ XFERLIST
               AT END MOVE "Y" TO WS-XL-EOF
               NOT AT END
                   MOVE XL-RECORD TO WS-XFERFILE-NAME
                   PERFORM LOAD-ONE-XFER-FILE-PARAGRAPH
           END-READ.

       LOAD-ONE-XFER-FILE-PARAGRAPH.
           OPEN INPUT XFERFILE
           IF WS-XFER-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-XFER-EOF
           PERFORM READ-XFER-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-XFER-EOF = "Y"
           CLOSE XFERFILE.

       READ-XFER-PARAGRAPH.
           READ XFERFILE
               AT END MOVE "Y" TO WS-XFER-EOF
               NOT AT END
                   IF WS-XFR-CNT < 200 THEN
                       ADD 1 TO WS-XFR-CNT
                       SET WS-XFR-IDX TO WS-XFR-CNT
                       MOVE XFS-LOCATION TO WS-XFR-LOC(WS-XFR-IDX)
                       MOVE XFS-CPTY-LOC TO WS-XFR-CPTY(WS-XFR-IDX)
                       MOVE XFS-DIRECTION TO WS-XFR-DIR(WS-XFR-IDX)
                       MOVE XFS-COUNT TO WS-XFR-COUNT(WS-XFR-IDX)
                       MOVE XFS-VALUE TO WS-XFR-VALUE(WS-XFR-IDX)
                       MOVE "N" TO WS-XFR-MATCH-SW(WS-XFR-IDX)
                       MOVE "N" TO WS-XFR-DIFF-SW(WS-XFR-IDX)
                   ELSE
                       MOVE "*** transfer table full - row skipped"
                           TO WS-REPORT-LINE
                       PERFORM WRITE-CONS-LINE-PARAGRAPH
                       ADD 1 TO WS-XFR-EXC-CNT
                   END-IF
           END-READ.

      *****************************************************
      * ELIMINATE-PARAGRAPH pairs each plant's transfers out   *
      * with the counterparty's transfers in, takes every      *
      * matched pair (both sides' count and value) out of the  *
      * combined figures, and lists whatever is left over as   *
      * an unmatched-transfer exception.                        *
      *****************************************************
       ELIMINATE-PARAGRAPH.
           IF WS-XFR-CNT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           MOVE "Inter-Location Eliminations:" TO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           MOVE "From To        Count      Value out       Value in"
               TO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           PERFORM MATCH-TRANSFER-PARAGRAPH
               VARYING WS-XFR-IDX FROM 1 BY 1
               UNTIL WS-XFR-IDX > WS-XFR-CNT
           IF WS-ELIM-PAIRS = 0 THEN
               MOVE "  (no matched transfer pairs)" TO WS-REPORT-LINE
               PERFORM WRITE-CONS-LINE-PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           MOVE WS-ELIM-COUNT TO WS-CNT-TXT
           MOVE WS-ELIM-TOTAL TO WS-TOT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Eliminated (" WS-ELIM-PAIRS " pair(s)): count="
               WS-CNT-TXT " total=" WS-TOT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           SUBTRACT WS-ELIM-COUNT FROM WS-COMB-COUNT
           SUBTRACT WS-ELIM-TOTAL FROM WS-COMB-TOTAL
           MOVE WS-COMB-COUNT TO WS-CNT-TXT
           MOVE WS-COMB-TOTAL TO WS-TOT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Consolidated net of transfers:  count="
               WS-CNT-TXT " total=" WS-TOT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           MOVE "Unmatched Transfer Exceptions:" TO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH
           PERFORM LIST-UNMATCHED-PARAGRAPH
               VARYING WS-XFR-IDX FROM 1 BY 1
               UNTIL WS-XFR-IDX > WS-XFR-CNT
           IF WS-XFR-EXC-CNT = 0 THEN
               MOVE "  (none - every transfer matched)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-CONS-LINE-PARAGRAPH
           END-IF.

       MATCH-TRANSFER-PARAGRAPH.
           IF WS-XFR-DIR(WS-XFR-IDX) NOT = "O"
                   OR WS-XFR-MATCH-SW(WS-XFR-IDX) = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-XFR-FOUND-SW
           PERFORM FIND-RECEIPT-PARAGRAPH
               VARYING WS-XFR-MIDX FROM 1 BY 1
               UNTIL WS-XFR-MIDX > WS-XFR-CNT
                   OR WS-XFR-FOUND-SW = "Y".

      * "The receiving side must name the sender back and carry"
      * "the same value (either sign) - a pairing that is there"
      * "but disagrees on value is flagged rather than matched."
       FIND-RECEIPT-PARAGRAPH.
           IF WS-XFR-DIR(WS-XFR-MIDX) NOT = "I"
                   OR WS-XFR-MATCH-SW(WS-XFR-MIDX) = "Y"
                   OR WS-XFR-LOC(WS-XFR-MIDX)
                       NOT = WS-XFR-CPTY(WS-XFR-IDX)
                   OR WS-XFR-CPTY(WS-XFR-MIDX)
                       NOT = WS-XFR-LOC(WS-XFR-IDX) THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-XFR-NEG-VALUE = 0 - WS-XFR-VALUE(WS-XFR-MIDX)
           IF WS-XFR-VALUE(WS-XFR-IDX) NOT = WS-XFR-VALUE(WS-XFR-MIDX)
                   AND WS-XFR-VALUE(WS-XFR-IDX)
                       NOT = WS-XFR-NEG-VALUE THEN
               MOVE "Y" TO WS-XFR-DIFF-SW(WS-XFR-IDX)
               MOVE "Y" TO WS-XFR-DIFF-SW(WS-XFR-MIDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-XFR-FOUND-SW
           MOVE "Y" TO WS-XFR-MATCH-SW(WS-XFR-IDX)
           MOVE "Y" TO WS-XFR-MATCH-SW(WS-XFR-MIDX)
           ADD 1 TO WS-ELIM-PAIRS
           ADD WS-XFR-COUNT(WS-XFR-IDX) TO WS-ELIM-COUNT
           ADD WS-XFR-COUNT(WS-XFR-MIDX) TO WS-ELIM-COUNT
           ADD WS-XFR-VALUE(WS-XFR-IDX) TO WS-ELIM-TOTAL
           ADD WS-XFR-VALUE(WS-XFR-MIDX) TO WS-ELIM-TOTAL
           MOVE WS-XFR-COUNT(WS-XFR-IDX) TO WS-CNT-TXT
           MOVE WS-XFR-VALUE(WS-XFR-IDX) TO WS-TOT-TXT
           MOVE WS-XFR-VALUE(WS-XFR-MIDX) TO WS-TOT2-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-XFR-LOC(WS-XFR-IDX) "  " WS-XFR-CPTY(WS-XFR-IDX)
               " " WS-CNT-TXT " " WS-TOT-TXT " " WS-TOT2-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-CONS-LINE-PARAGRAPH.

       LIST-UNMATCHED-PARAGRAPH.
           IF WS-XFR-MATCH-SW(WS-XFR-IDX) = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XFR-EXC-CNT
           MOVE WS-XFR-COUNT(WS-XFR-IDX) TO WS-CNT-TXT
           MOVE WS-XFR-VALUE(WS-XFR-IDX) TO WS-TOT-TXT
           MOVE SPACES TO WS-XFR-NOTE
           IF WS-XFR-DIFF-SW(WS-XFR-IDX) = "Y" THEN
               MOVE " - value differs from counterparty"
                   TO WS-XFR-NOTE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-XFR-DIR(WS-XFR-IDX) = "O" THEN
               STRING "  " WS-XFR-LOC(WS-XFR-IDX) " sent to   "
                   WS-XFR-CPTY(WS-XFR-IDX) " count=" WS-CNT-TXT
                   " value=" WS-TOT-TXT WS-XFR-NOTE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  " WS-XFR-LOC(WS-XFR-IDX) " recvd from "
                   WS-XFR-CPTY(WS-XFR-IDX) " count=" WS-CNT-TXT
                   " value=" WS-TOT-TXT WS-XFR-NOTE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-CONS-LINE-PARAGRAPH.

       WRITE-CONS-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
