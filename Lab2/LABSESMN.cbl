      * "merge skips it); and prints the unmerged-sessions"
      * "report (balanced but not yet merged) for the daily"
      * "close."
      * "2026-10-15 WAR A force-release now stamps the releasing"
      * "            supervisor on the session record (see SESSREC)"
      * "            for the segregation-of-duties report."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-S-COUNT      Pic 9(4).
               10  WS-S-TOTAL      Pic S9(9)V9(2).
               10  FILLER          Pic X(06).
               10  WS-S-RELEASED-BY Pic X(10).
       01  WS-SES-CNT          Pic 9(4)   COMP   VALUE 0.

      * "Force-release requires supervisor role on USERS.dat."
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO WS-S-STATUS(WS-FOUND-IDX)
           MOVE WS-OPERATOR TO WS-S-RELEASED-BY(WS-FOUND-IDX)
           PERFORM SAVE-SESSIONS-PARAGRAPH
           DISPLAY "Session " WS-SES-KEY " released (discarded).".

