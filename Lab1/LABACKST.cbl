      * "month-end conversation with a provider starts from this"
      * "statement instead of from whatever the last run's ack"
      * "file happened to still hold."
      * "2026-10-15 WAR A combined LAB2C register row (BRG-COMBINED)"
      * "            also counts as a posted LAB1C batch."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-READ.

       TALLY-POSTED-PARAGRAPH.
           IF (WS-S-SOURCE(WS-ST-IDX) = BRG-SOURCE
                 OR (WS-S-SOURCE(WS-ST-IDX) = "LAB1C"
                       AND BRG-SOURCE = "LAB2C"
                       AND BRG-COMBINED = "Y"))
                   AND WS-S-PROVIDER(WS-ST-IDX) = BRG-PROVIDER THEN
               ADD 1 TO WS-S-POSTED(WS-ST-IDX)
           END-IF.
