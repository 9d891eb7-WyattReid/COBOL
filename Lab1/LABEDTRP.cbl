      * "above its average over the earlier runs in the window -"
      * "the evidence that a provider's feed quality is drifting,"
      * "instead of each run's counts scrolling off the screen."
      * "2026-10-15 WAR Reason 09 (location not on the location"
      * "            master) is trended with the others; runs"
      * "            written before it existed count it as zero."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-W-READ       Pic 9(6).
               10  WS-W-CLEAN      Pic 9(6).
               10  WS-W-REJECTED   Pic 9(6).
               10  WS-W-RC-CNT     Pic 9(6)   OCCURS 9 TIMES.
       01  WS-WIN-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-SHIFT-IDX        Pic 9(4)   COMP   VALUE 0.

                   MOVE EH-REJECTED TO WS-W-REJECTED(WS-WIN-CNT)
                   PERFORM COPY-RC-PARAGRAPH
                       VARYING WS-RC-SUB FROM 1 BY 1
                       UNTIL WS-RC-SUB > 9
           END-READ.

       SHIFT-WINDOW-PARAGRAPH.
               TO WS-WIN-ENTRY(WS-SHIFT-IDX).

       COPY-RC-PARAGRAPH.
           IF EH-RC-CNT(WS-RC-SUB) IS NUMERIC THEN
               MOVE EH-RC-CNT(WS-RC-SUB)
                   TO WS-W-RC-CNT(WS-WIN-CNT WS-RC-SUB)
           ELSE
               MOVE 0 TO WS-W-RC-CNT(WS-WIN-CNT WS-RC-SUB)
           END-IF.

       WRITE-TREND-PARAGRAPH.
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           PERFORM WRITE-TREND-LINE-PARAGRAPH
           PERFORM TREND-REASON-PARAGRAPH
               VARYING WS-RC-SUB FROM 1 BY 1
               UNTIL WS-RC-SUB > 9
           IF WS-WORSE-CNT NOT = 0 THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** " WS-WORSE-CNT " reason code(s) getting "
