      * "LABCTLRP_SIGMA standard deviations), flags every run"
      * "outside them, and raises an operator alert (plus"
      * "RETURN-CODE 4) when the latest run lands outside."
      * "2026-10-15 WAR Reversed-status entries LABREVRS appends"
      * "            are left out of the window - a back-out is"
      * "            not a run."
      * "2026-10-15 WAR The out-of-limits alert carries message"
      * "            number 0101 for the message catalog."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           READ DAYHIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF DH-STATUS = "R" THEN
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-WIN-CNT < WS-RUNS THEN
                       ADD 1 TO WS-WIN-CNT
                   ELSE
               WS-FIG-LABEL
               DELIMITED BY SIZE INTO WS-LOG-TEXT
           MOVE WS-LOG-TEXT TO ALR-TEXT
           MOVE "0101" TO ALR-MSG-NO
           MOVE "N" TO ALR-ACK-FLAG
           WRITE Alert-Record
           CLOSE ALERT-FILE.
