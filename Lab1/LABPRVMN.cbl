      * "about its providers lives on a file instead of in"
      * "people's heads. LABPRVRP reports late and missing"
      * "transmissions against this file."
      * "2026-10-15 WAR Each provider now carries its duplicate-"
      * "            detail window in days (PRV-DUP-DAYS) for"
      * "            LAB2c's cross-batch record-ID check."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-P-FORMAT     Pic X(5).
               10  WS-P-CONTACT    Pic X(30).
               10  WS-P-ACTIVE     Pic X(1).
               10  WS-P-DUP-DAYS   Pic X(2).
       01  WS-PRV-CNT          Pic 9(4)   COMP   VALUE 0.

       01  WS-CMD              Pic X(1).
               WITH NO ADVANCING
           ACCEPT WS-P-FORMAT(WS-WORK-IDX)
           DISPLAY "Contact: " WITH NO ADVANCING
           ACCEPT WS-P-CONTACT(WS-WORK-IDX)
           DISPLAY "Duplicate-check window in days (2 digits, "
               "00=off, blank=default): " WITH NO ADVANCING
           ACCEPT WS-P-DUP-DAYS(WS-WORK-IDX)
           IF WS-P-DUP-DAYS(WS-WORK-IDX) IS NOT NUMERIC THEN
               MOVE SPACES TO WS-P-DUP-DAYS(WS-WORK-IDX)
           END-IF.

       ADD-PARAGRAPH.
           PERFORM ACCEPT-CODE-PARAGRAPH
       LIST-PARAGRAPH.
           DISPLAY " "
           DISPLAY "Code  Name                           Days    "
               "Fmt   Active Dup"
           PERFORM LIST-ONE-PARAGRAPH
               VARYING WS-WORK-IDX FROM 1 BY 1
               UNTIL WS-WORK-IDX > WS-PRV-CNT.
               WS-P-NAME(WS-WORK-IDX) " "
               WS-P-DAYS(WS-WORK-IDX) " "
               WS-P-FORMAT(WS-WORK-IDX) " "
               WS-P-ACTIVE(WS-WORK-IDX) "      "
               WS-P-DUP-DAYS(WS-WORK-IDX).
