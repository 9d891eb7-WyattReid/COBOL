      * "            recon records) now prints with its figures,"
      * "            and two runs reconciled across different"
      * "            locations are flagged."
      * "2026-10-15 WAR Each alert now carries the run-log message"
      * "            number it was logged under (ALR-MSG-NO), so"
      * "            HelloWorld can show the catalog's operator"
      * "            response beside it."
      * "2026-10-15 WAR LAB2c's held details (duplicate hold and"
      * "            suspense) count on its side of the tie-out -"
      * "            LAB1c read them too - and each side's details"
      * "            from release transmissions are taken out, so"
      * "            a hold or a later release no longer shows as"
      * "            a mismatch."
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ==RCN-LOCATION==    BY ==LAB1-RCN-LOCATION==
               ==RCN-CYCLE==       BY ==LAB1-RCN-CYCLE==
               ==RCN-DEBIT-TOTAL== BY ==LAB1-RCN-DEBIT-TOTAL==
               ==RCN-CREDIT-TOTAL== BY ==LAB1-RCN-CREDIT-TOTAL==
               ==RCN-HELD-COUNT==  BY ==LAB1-RCN-HELD-COUNT==
               ==RCN-HELD-DEBIT==  BY ==LAB1-RCN-HELD-DEBIT==
               ==RCN-HELD-CREDIT== BY ==LAB1-RCN-HELD-CREDIT==
               ==RCN-REL-COUNT==   BY ==LAB1-RCN-REL-COUNT==
               ==RCN-REL-DEBIT==   BY ==LAB1-RCN-REL-DEBIT==
               ==RCN-REL-CREDIT==  BY ==LAB1-RCN-REL-CREDIT==.

       FD  LAB2-RECONFILE.
           COPY RECONREC REPLACING
               ==RCN-LOCATION==    BY ==LAB2-RCN-LOCATION==
               ==RCN-CYCLE==       BY ==LAB2-RCN-CYCLE==
               ==RCN-DEBIT-TOTAL== BY ==LAB2-RCN-DEBIT-TOTAL==
               ==RCN-CREDIT-TOTAL== BY ==LAB2-RCN-CREDIT-TOTAL==
               ==RCN-HELD-COUNT==  BY ==LAB2-RCN-HELD-COUNT==
               ==RCN-HELD-DEBIT==  BY ==LAB2-RCN-HELD-DEBIT==
               ==RCN-HELD-CREDIT== BY ==LAB2-RCN-HELD-CREDIT==
               ==RCN-REL-COUNT==   BY ==LAB2-RCN-REL-COUNT==
               ==RCN-REL-DEBIT==   BY ==LAB2-RCN-REL-DEBIT==
               ==RCN-REL-CREDIT==  BY ==LAB2-RCN-REL-CREDIT==.

       FD  RUNLOG-FILE.
           COPY RUNLOGRC.
       01  WS-CREDIT-DIFF          Pic S9(9)V9(2)  VALUE 0.
       01  WS-MISMATCH-SW          Pic A(1)        VALUE "N".

      * "What each side is compared on - LAB1c's figures less its"
      * "details from release transmissions, against LAB2c's"
      * "posted figures plus the details it held out, less its"
      * "own from release transmissions. Fields missing from an"
      * "older recon record (non-numeric) count as zero."
       01  WS-L1-REL-CNT           Pic S9(9)       VALUE 0.
       01  WS-L1-REL-DR            Pic S9(9)V9(2)  VALUE 0.
       01  WS-L1-REL-CR            Pic S9(9)V9(2)  VALUE 0.
       01  WS-L2-HELD-CNT          Pic S9(9)       VALUE 0.
       01  WS-L2-HELD-DR           Pic S9(9)V9(2)  VALUE 0.
       01  WS-L2-HELD-CR           Pic S9(9)V9(2)  VALUE 0.
       01  WS-L2-REL-CNT           Pic S9(9)       VALUE 0.
       01  WS-L2-REL-DR            Pic S9(9)V9(2)  VALUE 0.
       01  WS-L2-REL-CR            Pic S9(9)V9(2)  VALUE 0.
       01  WS-CMP1-COUNT           Pic S9(10)      VALUE 0.
       01  WS-CMP1-VALUE           Pic S9(10)V9(2) VALUE 0.
       01  WS-CMP1-DEBIT           Pic S9(10)V9(2) VALUE 0.
       01  WS-CMP1-CREDIT          Pic S9(10)V9(2) VALUE 0.
       01  WS-CMP2-COUNT           Pic S9(10)      VALUE 0.
       01  WS-CMP2-VALUE           Pic S9(10)V9(2) VALUE 0.
       01  WS-CMP2-DEBIT           Pic S9(10)V9(2) VALUE 0.
       01  WS-CMP2-CREDIT          Pic S9(10)V9(2) VALUE 0.

      * "LABRECON_HISTFILE points at the reconciliation history"
      * "appended to after every run, matched or not."
       01  WS-HISTFILE-NAME        Pic X(40).
      *****************************************************
      * RECONCILE-PARAGRAPH compares the two programs' record   *
      * counts and value totals and flags a mismatch once either *
      * difference exceeds its tolerance. LAB2c's held details  *
      * go back onto its side (LAB1c read them), and each side's *
      * release-transmission details come off both, so the      *
      * comparison is feed against feed whichever run a release *
      * went through (see COMPARABLE-FIGURES-PARAGRAPH).        *
      *****************************************************
       RECONCILE-PARAGRAPH.
           DISPLAY " "
               DISPLAY "*** NOTE: the two runs processed different "
                   "cycles."
           END-IF
           PERFORM COMPARABLE-FIGURES-PARAGRAPH

           COMPUTE WS-COUNT-DIFF = WS-CMP1-COUNT - WS-CMP2-COUNT
           IF WS-COUNT-DIFF < 0 THEN
               COMPUTE WS-COUNT-DIFF = WS-COUNT-DIFF * -1
           END-IF

           COMPUTE WS-VALUE-DIFF = WS-CMP1-VALUE - WS-CMP2-VALUE
           IF WS-VALUE-DIFF < 0 THEN
               COMPUTE WS-VALUE-DIFF = WS-VALUE-DIFF * -1
           END-IF
      *    fields (non-numeric) skip the comparison.
           IF LAB1-RCN-DEBIT-TOTAL IS NUMERIC
                   AND LAB2-RCN-DEBIT-TOTAL IS NUMERIC THEN
               COMPUTE WS-DEBIT-DIFF = WS-CMP1-DEBIT - WS-CMP2-DEBIT
               IF WS-DEBIT-DIFF < 0 THEN
                   COMPUTE WS-DEBIT-DIFF = WS-DEBIT-DIFF * -1
               END-IF
           IF LAB1-RCN-CREDIT-TOTAL IS NUMERIC
                   AND LAB2-RCN-CREDIT-TOTAL IS NUMERIC THEN
               COMPUTE WS-CREDIT-DIFF =
                   WS-CMP1-CREDIT - WS-CMP2-CREDIT
               IF WS-CREDIT-DIFF < 0 THEN
                   COMPUTE WS-CREDIT-DIFF = WS-CREDIT-DIFF * -1
               END-IF
               MOVE "Reconciled within tolerance" TO WS-LOG-TEXT
               PERFORM WRITE-RUNLOG-PARAGRAPH
           END-IF.

      *****************************************************
      * COMPARABLE-FIGURES-PARAGRAPH builds each side's figures *
      * for the tie-out and shows the held and released lines  *
      * that went into them.                                     *
      *****************************************************
       COMPARABLE-FIGURES-PARAGRAPH.
           MOVE 0 TO WS-L1-REL-CNT WS-L1-REL-DR WS-L1-REL-CR
           MOVE 0 TO WS-L2-HELD-CNT WS-L2-HELD-DR WS-L2-HELD-CR
           MOVE 0 TO WS-L2-REL-CNT WS-L2-REL-DR WS-L2-REL-CR
           IF LAB1-RCN-REL-COUNT IS NUMERIC THEN
               MOVE LAB1-RCN-REL-COUNT TO WS-L1-REL-CNT
           END-IF
           IF LAB1-RCN-REL-DEBIT IS NUMERIC THEN
               MOVE LAB1-RCN-REL-DEBIT TO WS-L1-REL-DR
           END-IF
           IF LAB1-RCN-REL-CREDIT IS NUMERIC THEN
               MOVE LAB1-RCN-REL-CREDIT TO WS-L1-REL-CR
           END-IF
           IF LAB2-RCN-HELD-COUNT IS NUMERIC THEN
               MOVE LAB2-RCN-HELD-COUNT TO WS-L2-HELD-CNT
           END-IF
           IF LAB2-RCN-HELD-DEBIT IS NUMERIC THEN
               MOVE LAB2-RCN-HELD-DEBIT TO WS-L2-HELD-DR
           END-IF
           IF LAB2-RCN-HELD-CREDIT IS NUMERIC THEN
               MOVE LAB2-RCN-HELD-CREDIT TO WS-L2-HELD-CR
           END-IF
           IF LAB2-RCN-REL-COUNT IS NUMERIC THEN
               MOVE LAB2-RCN-REL-COUNT TO WS-L2-REL-CNT
           END-IF
           IF LAB2-RCN-REL-DEBIT IS NUMERIC THEN
               MOVE LAB2-RCN-REL-DEBIT TO WS-L2-REL-DR
           END-IF
           IF LAB2-RCN-REL-CREDIT IS NUMERIC THEN
               MOVE LAB2-RCN-REL-CREDIT TO WS-L2-REL-CR
           END-IF
           COMPUTE WS-CMP1-COUNT = LAB1-RCN-REC-COUNT - WS-L1-REL-CNT
           COMPUTE WS-CMP1-VALUE = LAB1-RCN-VALUE-TOTAL
               - (WS-L1-REL-DR - WS-L1-REL-CR)
           COMPUTE WS-CMP2-COUNT = LAB2-RCN-REC-COUNT
               + WS-L2-HELD-CNT - WS-L2-REL-CNT
           COMPUTE WS-CMP2-VALUE = LAB2-RCN-VALUE-TOTAL
               + (WS-L2-HELD-DR - WS-L2-HELD-CR)
               - (WS-L2-REL-DR - WS-L2-REL-CR)
           IF LAB1-RCN-DEBIT-TOTAL IS NUMERIC
                   AND LAB2-RCN-DEBIT-TOTAL IS NUMERIC THEN
               COMPUTE WS-CMP1-DEBIT =
                   LAB1-RCN-DEBIT-TOTAL - WS-L1-REL-DR
               COMPUTE WS-CMP2-DEBIT = LAB2-RCN-DEBIT-TOTAL
                   + WS-L2-HELD-DR - WS-L2-REL-DR
           END-IF
           IF LAB1-RCN-CREDIT-TOTAL IS NUMERIC
                   AND LAB2-RCN-CREDIT-TOTAL IS NUMERIC THEN
               COMPUTE WS-CMP1-CREDIT =
                   LAB1-RCN-CREDIT-TOTAL - WS-L1-REL-CR
               COMPUTE WS-CMP2-CREDIT = LAB2-RCN-CREDIT-TOTAL
                   + WS-L2-HELD-CR - WS-L2-REL-CR
           END-IF
           IF WS-L2-HELD-CNT NOT = 0 THEN
               DISPLAY "LAB2c held out of its totals: count="
                   WS-L2-HELD-CNT " debit=" WS-L2-HELD-DR
                   " credit=" WS-L2-HELD-CR
           END-IF
           IF WS-L1-REL-CNT NOT = 0 THEN
               DISPLAY "LAB1c from release transmissions: count="
                   WS-L1-REL-CNT " debit=" WS-L1-REL-DR
                   " credit=" WS-L1-REL-CR
           END-IF
           IF WS-L2-REL-CNT NOT = 0 THEN
               DISPLAY "LAB2c from release transmissions: count="
                   WS-L2-REL-CNT " debit=" WS-L2-REL-DR
                   " credit=" WS-L2-REL-CR
           END-IF
           IF WS-L2-HELD-CNT NOT = 0 OR WS-L1-REL-CNT NOT = 0
                   OR WS-L2-REL-CNT NOT = 0 THEN
               DISPLAY "Compared: LAB1c count=" WS-CMP1-COUNT
                   " total=" WS-CMP1-VALUE
               DISPLAY "          LAB2c count=" WS-CMP2-COUNT
                   " total=" WS-CMP2-VALUE
           END-IF.

      *****************************************************
      * WRITE-RUNLOG-PARAGRAPH appends one timestamped event  *
      * to the shared run-log - the caller sets WS-LOG-SEV,    *
           MOVE "LABRECON" TO ALR-PROGRAM
           MOVE WS-LOG-SEV TO ALR-SEVERITY
           MOVE WS-LOG-TEXT TO ALR-TEXT
           MOVE WS-LOG-MSGNO TO ALR-MSG-NO
           MOVE "N" TO ALR-ACK-FLAG
           WRITE Alert-Record
           CLOSE ALERT-FILE.
