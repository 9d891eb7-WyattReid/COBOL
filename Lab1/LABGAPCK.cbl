      * "an operator alert (plus RETURN-CODE 4) for any business"
      * "date with no posted batch per source, so a silent provider"
      * "outage surfaces the same night instead of at month-end."
      * "2026-10-15 WAR Each alert now carries the run-log message"
      * "            number it was logged under (ALR-MSG-NO), so"
      * "            HelloWorld can show the catalog's operator"
      * "            response beside it."
      * "2026-10-15 WAR A combined LAB2C row (BRG-COMBINED) also"
      * "            counts as the day's LAB1C batch."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           READ BATCHREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-BREG-EOF
               NOT AT END
                   IF BRG-BATCH-DATE = WS-CHECK-DATE
                           AND (BRG-SOURCE = WS-CHECK-SOURCE
                             OR (WS-CHECK-SOURCE = "LAB1C"
                                   AND BRG-SOURCE = "LAB2C"
                                   AND BRG-COMBINED = "Y")) THEN
                       MOVE "Y" TO WS-BREG-FOUND-SW
                   END-IF
           END-READ.
           MOVE "LABGAPCK" TO ALR-PROGRAM
           MOVE WS-LOG-SEV TO ALR-SEVERITY
           MOVE WS-LOG-TEXT TO ALR-TEXT
           MOVE WS-LOG-MSGNO TO ALR-MSG-NO
           MOVE "N" TO ALR-ACK-FLAG
           WRITE Alert-Record
           CLOSE ALERT-FILE.
