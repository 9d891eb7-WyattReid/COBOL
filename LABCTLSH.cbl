      * "the posting journal, LABEDIT's reject figures off the"
      * "edit history, the exceptions LAB2c raised (and how many"
      * "are still open), and the alerts nobody has acknowledged."
      * "2026-10-15 WAR The sheet now carries the master-versus-"
      * "            feed completeness counts off the LABMFREC"
      * "            history - missing, no-master, and disagreeing"
      * "            records and the missing percentage."
      * "2026-10-15 WAR The sheet now lists the day's batch-hold"
      * "            activity off the hold journal - holds placed"
      * "            and released, feeds intercepted and fed - and"
      * "            how many holds are still active."
      * "2026-10-15 WAR The sheet now lists the shift handover"
      * "            items still open at the end of the sheet date"
      * "            off the LABSHIFT log."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-YJRN-STATUS.
           SELECT MFHIST-FILE ASSIGN TO WS-MFHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MFHIST-STATUS.
           SELECT EDITHIST-FILE ASSIGN TO WS-EDHIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XD-STATUS.
           SELECT HOLD-FILE ASSIGN TO WS-HOLDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLDJRNL-FILE ASSIGN TO WS-HJRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HJRN-STATUS.
           SELECT SHIFTLOG-FILE ASSIGN TO WS-SHLFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHL-STATUS.
           SELECT ALERT-FILE ASSIGN TO WS-ALERTFILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       FD  YTDJRNL-FILE.
           COPY YTDJRNL.

       FD  MFHIST-FILE.
           COPY MFRECHST.

       FD  EDITHIST-FILE.
           COPY EDITHST.

       FD  EXCDISP-FILE.
           COPY EXCDISP.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  HOLDJRNL-FILE.
           COPY HOLDJRNL.

       FD  SHIFTLOG-FILE.
           COPY SHIFTLOG.

       FD  ALERT-FILE.
           COPY ALERTREC.

       01  WS-RHIST-STATUS     Pic X(2).
       01  WS-YJRNFILE-NAME    Pic X(40).
       01  WS-YJRN-STATUS      Pic X(2).
       01  WS-MFHIST-NAME      Pic X(40).
       01  WS-MFHIST-STATUS    Pic X(2).
       01  WS-EDHIST-NAME      Pic X(40).
       01  WS-EDHIST-STATUS    Pic X(2).
       01  WS-XDFILE-NAME      Pic X(40).
       01  WS-XD-STATUS        Pic X(2).
       01  WS-HOLDFILE-NAME    Pic X(40).
       01  WS-HOLD-STATUS      Pic X(2).
       01  WS-HJRNFILE-NAME    Pic X(40).
       01  WS-HJRN-STATUS      Pic X(2).
       01  WS-SHLFILE-NAME     Pic X(40).
       01  WS-SHL-STATUS       Pic X(2).
       01  WS-ALERTFILE-NAME   Pic X(40).
       01  WS-ALERT-STATUS     Pic X(2).
       01  WS-OUTFILE-NAME     Pic X(40).

       01  WS-BATCH-CNT        Pic 9(4)        VALUE 0.
       01  WS-VERDICT          Pic X(10)       VALUE "NOT RUN".
       01  WS-MF-FOUND-SW      Pic A(1)        VALUE "N".
       01  WS-MF-LAST          Pic X(87).
       01  WS-YTD-CNT          Pic 9(9)        VALUE 0.
       01  WS-YTD-SUM          Pic S9(11)V9(2) VALUE 0.
       01  WS-REJ-READ         Pic 9(6)        VALUE 0.
       01  WS-EXC-CNT          Pic 9(4)        VALUE 0.
       01  WS-EXC-OPEN-CNT     Pic 9(4)        VALUE 0.
       01  WS-ALERT-OPEN-CNT   Pic 9(4)        VALUE 0.
       01  WS-HJ-EVENT-CNT     Pic 9(4)        VALUE 0.
       01  WS-HLD-ACTIVE-CNT   Pic 9(4)        VALUE 0.
       01  WS-HJ-ACTION-TXT    Pic X(12).

      * "Handover items open at the end of the sheet date - an"
      * "entry written on or before it comes in, a closing"
      * "written on or before it takes its entry out. The table"
      * "is the same size as LABSHIFT's own."
       01  WS-SHL-OPEN-CNT     Pic 9(4)        VALUE 0.
       01  WS-SHL-OVER-CNT     Pic 9(4)        VALUE 0.
       01  WS-SHL-IX           Pic 9(4)        VALUE 0.
       01  WS-SHL-FOUND        Pic 9(4)        VALUE 0.
       01  WS-SHL-CAT-TXT      Pic X(5).
       01  WS-SHL-TABLE.
           05  WS-SHL-ENTRY OCCURS 500 TIMES.
               10  WS-SHL-T-SEQ    Pic 9(6).
               10  WS-SHL-T-LINE   Pic X(100).

       01  WS-REPORT-LINE      Pic X(100).
       01  WS-CNT-TXT          Pic Z(8)9.
       01  WS-SUM-TXT          Pic -Z(9)9.9(2).
       01  WS-SUM2-TXT         Pic -Z(9)9.9(2).
       01  WS-PCT-TXT          Pic ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM BATCH-SECTION-PARAGRAPH
           PERFORM RECON-SECTION-PARAGRAPH
           PERFORM MFREC-SECTION-PARAGRAPH
           PERFORM YTD-SECTION-PARAGRAPH
           PERFORM REJECT-SECTION-PARAGRAPH
           PERFORM EXCEPTION-SECTION-PARAGRAPH
           PERFORM HOLD-SECTION-PARAGRAPH
           PERFORM SHIFT-SECTION-PARAGRAPH
           PERFORM ALERT-SECTION-PARAGRAPH
           PERFORM SIGNATURE-PARAGRAPH
           CLOSE REPORT-FILE
           IF WS-EDHIST-NAME = SPACES THEN
               MOVE "lab-edit-hist.dat" TO WS-EDHIST-NAME
           END-IF
           MOVE "lab-mfrec-hist.dat" TO WS-MFHIST-NAME
           ACCEPT WS-MFHIST-NAME FROM ENVIRONMENT "LABMFREC_HISTFILE"
           IF WS-MFHIST-NAME = SPACES THEN
               MOVE "lab-mfrec-hist.dat" TO WS-MFHIST-NAME
           END-IF
           MOVE "lab-exc-disp.dat" TO WS-XDFILE-NAME
           ACCEPT WS-XDFILE-NAME FROM ENVIRONMENT "LAB_EXCDISP"
           IF WS-XDFILE-NAME = SPACES THEN
               MOVE "lab-exc-disp.dat" TO WS-XDFILE-NAME
           END-IF
           MOVE "lab-holds.dat" TO WS-HOLDFILE-NAME
           ACCEPT WS-HOLDFILE-NAME FROM ENVIRONMENT "LAB_HOLDFILE"
           IF WS-HOLDFILE-NAME = SPACES THEN
               MOVE "lab-holds.dat" TO WS-HOLDFILE-NAME
           END-IF
           MOVE "lab-hold-jrnl.dat" TO WS-HJRNFILE-NAME
           ACCEPT WS-HJRNFILE-NAME FROM ENVIRONMENT "LAB_HOLDJRNL"
           IF WS-HJRNFILE-NAME = SPACES THEN
               MOVE "lab-hold-jrnl.dat" TO WS-HJRNFILE-NAME
           END-IF
           MOVE "lab-shift-log.dat" TO WS-SHLFILE-NAME
           ACCEPT WS-SHLFILE-NAME FROM ENVIRONMENT "LAB_SHIFTLOG"
           IF WS-SHLFILE-NAME = SPACES THEN
               MOVE "lab-shift-log.dat" TO WS-SHLFILE-NAME
           END-IF
           MOVE "lab-alerts.dat" TO WS-ALERTFILE-NAME
           ACCEPT WS-ALERTFILE-NAME FROM ENVIRONMENT "LAB_ALERTS"
           IF WS-ALERTFILE-NAME = SPACES THEN
                   END-IF
           END-READ.

      *****************************************************
      * MFREC-SECTION-PARAGRAPH - the latest LABMFREC run on   *
      * the sheet date: active masters, posted feed records,   *
      * and how many fell out each way.                         *
      *****************************************************
       MFREC-SECTION-PARAGRAPH.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-MF-FOUND-SW
           OPEN INPUT MFHIST-FILE
           IF WS-MFHIST-STATUS = "00" THEN
               PERFORM MFREC-ONE-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE MFHIST-FILE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SHEET-LINE-PARAGRAPH
           MOVE "Master-versus-feed completeness:" TO WS-REPORT-LINE
           PERFORM WRITE-SHEET-LINE-PARAGRAPH
           IF WS-MF-FOUND-SW = "N" THEN
               MOVE "  (LABMFREC not run for the sheet date)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-SHEET-LINE-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MF-LAST TO Mf-Recon-Hist-Record
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  batch " MFH-BATCH-DATE
               " active=" MFH-ACTIVE-CNT
               " posted=" MFH-FEED-CNT
               " matched=" MFH-MATCHED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SHEET-LINE-PARAGRAPH
           MOVE MFH-MISS-PCT TO WS-PCT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  missing=" MFH-MISSING
               " (" WS-PCT-TXT "%) no-master=" MFH-NO-MASTER
               " disagree=" MFH-DISAGREE
               " unstamped=" MFH-UNSTAMPED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF MFH-OVER-FLAG = "Y" THEN
               STRING "OVER THRESHOLD"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(80:)
           END-IF
           PERFORM WRITE-SHEET-LINE-PARAGRAPH.

       MFREC-ONE-PARAGRAPH.
           READ MFHIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF MFH-RUN-DATE = WS-SHEET-DATE THEN
                       MOVE "Y" TO WS-MF-FOUND-SW
                       MOVE Mf-Recon-Hist-Record TO WS-MF-LAST
                   END-IF
           END-READ.

      *****************************************************
      * YTD-SECTION-PARAGRAPH - the day's YTD movement summed  *
      * off the posting journal (close markers carry zeros).    *
                   END-IF
           END-READ.

      *****************************************************
      * HOLD-SECTION-PARAGRAPH - every batch-hold event the    *
      * hold journal shows on the sheet date (holds placed and *
      * released, feeds intercepted and fed), and how many     *
      * holds are still active.                                 *
      *****************************************************
       HOLD-SECTION-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SHEET-LINE-PARAGRAPH
           MOVE "Batch holds:" TO WS-REPORT-LINE
           PERFORM WRITE-SHEET-LINE-PARAGRAPH
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLDJRNL-FILE
           IF WS-HJRN-STATUS = "00" THEN
               PERFORM HOLD-EVENT-ONE-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE HOLDJRNL-FILE
           END-IF
           IF WS-HJ-EVENT-CNT = 0 THEN
               MOVE "  (no hold activity on the sheet date)"
                   TO WS-REPORT-LINE
               PERFORM WRITE-SHEET-LINE-PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00" THEN
               PERFORM HOLD-ACTIVE-ONE-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE HOLD-FILE
           END-IF
           MOVE WS-HLD-ACTIVE-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Holds still active: " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-SHEET-LINE-PARAGRAPH.

       HOLD-EVENT-ONE-PARAGRAPH.
           READ HOLDJRNL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HJ-DATE = WS-SHEET-DATE THEN
                       ADD 1 TO WS-HJ-EVENT-CNT
                       EVALUATE HJ-ACTION
                           WHEN "P"
                               MOVE "placed" TO WS-HJ-ACTION-TXT
                           WHEN "R"
                               MOVE "released" TO WS-HJ-ACTION-TXT
                           WHEN "I"
                               MOVE "intercepted" TO WS-HJ-ACTION-TXT
                           WHEN "F"
                               MOVE "fed" TO WS-HJ-ACTION-TXT
                           WHEN OTHER
                               MOVE HJ-ACTION TO WS-HJ-ACTION-TXT
                       END-EVALUATE
                       MOVE SPACES TO WS-REPORT-LINE
                       IF HJ-ACTION = "P" OR HJ-ACTION = "R" THEN
                           STRING "  hold " HJ-HOLD-ID " "
                               WS-HJ-ACTION-TXT " by " HJ-OPERATOR
                               " " HJ-REASON
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                       ELSE
                           STRING "  hold " HJ-HOLD-ID " "
                               WS-HJ-ACTION-TXT " " HJ-PROGRAM
                               " for " HJ-SOURCE " batch "
                               HJ-BATCH-DATE " "
                               HJ-HELD-NAME(1:40)
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-IF
                       PERFORM WRITE-SHEET-LINE-PARAGRAPH
                   END-IF
           END-READ.

       HOLD-ACTIVE-ONE-PARAGRAPH.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF HLD-STATUS = "A" THEN
                       ADD 1 TO WS-HLD-ACTIVE-CNT
                   END-IF
           END-READ.

      *****************************************************
      * SHIFT-SECTION-PARAGRAPH - the shift handover items     *
      * still open at the end of the sheet date, oldest first, *
      * so the signed sheet shows what was carried forward.    *
      *****************************************************
       SHIFT-SECTION-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SHEET-LINE-PARAGRAPH
           MOVE "Open handover items:" TO WS-REPORT-LINE
           PERFORM WRITE-SHEET-LINE-PARAGRAPH
           MOVE "N" TO WS-EOF
           OPEN INPUT SHIFTLOG-FILE
           IF WS-SHL-STATUS = "00" THEN
               PERFORM SHIFT-ONE-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-EOF = "Y"
               CLOSE SHIFTLOG-FILE
           END-IF
           IF WS-SHL-OPEN-CNT = 0 THEN
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM WRITE-SHEET-LINE-PARAGRAPH
           END-IF
           PERFORM SHIFT-PRINT-PARAGRAPH
               VARYING WS-SHL-IX FROM 1 BY 1
               UNTIL WS-SHL-IX > WS-SHL-OPEN-CNT
           IF WS-SHL-OVER-CNT > 0 THEN
               MOVE WS-SHL-OVER-CNT TO WS-CNT-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ... and " WS-CNT-TXT
                   " more - see LABSHIFT O)pen items"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-SHEET-LINE-PARAGRAPH
           END-IF.

       SHIFT-ONE-PARAGRAPH.
           READ SHIFTLOG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF SHL-DATE NOT > WS-SHEET-DATE THEN
                       IF SHL-REC-TYPE = "E" AND SHL-STATUS = "O" THEN
                           PERFORM SHIFT-ADD-PARAGRAPH
                       END-IF
                       IF SHL-REC-TYPE = "C" THEN
                           PERFORM SHIFT-DROP-PARAGRAPH
                       END-IF
                   END-IF
           END-READ.

       SHIFT-ADD-PARAGRAPH.
           IF WS-SHL-OPEN-CNT = 500 THEN
               ADD 1 TO WS-SHL-OVER-CNT
           ELSE
               ADD 1 TO WS-SHL-OPEN-CNT
               MOVE SHL-SEQ TO WS-SHL-T-SEQ(WS-SHL-OPEN-CNT)
               EVALUATE SHL-CATEGORY
                   WHEN "I" MOVE "ISSUE" TO WS-SHL-CAT-TXT
                   WHEN "N" MOVE "INSTR" TO WS-SHL-CAT-TXT
                   WHEN OTHER MOVE "FYI" TO WS-SHL-CAT-TXT
               END-EVALUATE
               MOVE SPACES TO WS-SHL-T-LINE(WS-SHL-OPEN-CNT)
               STRING "  " SHL-SEQ " " SHL-DATE " " SHL-SHIFT " "
                   SHL-OPERATOR " " WS-SHL-CAT-TXT " " SHL-REF-TYPE
                   " " SHL-REF " " SHL-TEXT(1:50)
                   DELIMITED BY SIZE
                   INTO WS-SHL-T-LINE(WS-SHL-OPEN-CNT)
           END-IF.

      * "A closing whose entry is not in the table (the entry"
      * "was past the table's end) takes one off the overflow."
       SHIFT-DROP-PARAGRAPH.
           MOVE 0 TO WS-SHL-FOUND
           PERFORM SHIFT-FIND-PARAGRAPH
               VARYING WS-SHL-IX FROM 1 BY 1
               UNTIL WS-SHL-IX > WS-SHL-OPEN-CNT
                  OR WS-SHL-FOUND > 0
           IF WS-SHL-FOUND = 0 THEN
               IF WS-SHL-OVER-CNT > 0 THEN
                   SUBTRACT 1 FROM WS-SHL-OVER-CNT
               END-IF
           ELSE
               PERFORM SHIFT-CLOSE-UP-PARAGRAPH
                   VARYING WS-SHL-IX FROM WS-SHL-FOUND BY 1
                   UNTIL WS-SHL-IX NOT < WS-SHL-OPEN-CNT
               SUBTRACT 1 FROM WS-SHL-OPEN-CNT
           END-IF.

       SHIFT-FIND-PARAGRAPH.
           IF WS-SHL-T-SEQ(WS-SHL-IX) = SHL-CLOSES THEN
               MOVE WS-SHL-IX TO WS-SHL-FOUND
           END-IF.

       SHIFT-CLOSE-UP-PARAGRAPH.
           MOVE WS-SHL-ENTRY(WS-SHL-IX + 1)
               TO WS-SHL-ENTRY(WS-SHL-IX).

       SHIFT-PRINT-PARAGRAPH.
           MOVE WS-SHL-T-LINE(WS-SHL-IX) TO WS-REPORT-LINE
           PERFORM WRITE-SHEET-LINE-PARAGRAPH.

       ALERT-SECTION-PARAGRAPH.
           MOVE "N" TO WS-EOF
           OPEN INPUT ALERT-FILE
