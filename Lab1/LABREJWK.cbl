      * "the REJECTS lock (see LABLOCK/LABLKMN) so the nightly"
      * "LABEDIT run cannot append rejects the session's rewrite"
      * "would then lose."
      * "2026-10-15 WAR The resubmission header now carries origin"
      * "            R (HDR-ORIGIN), so the batch register marks the"
      * "            batch as a repair resubmission."
      * "2026-10-15 WAR Reason 09 (location not on the location"
      * "            master) is described, and a detail rejected"
      * "            only for its header's plant can be fixed - it"
      * "            resubmits under the LAB_LOCATION plant."
      * "2026-10-15 WAR Each repair-trail record is now sealed"
      * "            with its audit-chain value (RJA-CHAIN, through"
      * "            LABCHAIN), so a trail line edited or deleted"
      * "            afterwards is caught by LABCHNCK."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * "otherwise lose every reject appended after its load."
           COPY LOCKREQ.

      * "Audit chain - each journal record is sealed through"
      * "LABCHAIN just before it is written (see CHAINREQ)."
           COPY CHAINREQ.

       01  WS-CMD              Pic X(1).
       01  WS-ACTION           Pic X(1).
       01  WS-FIELD-INPUT      Pic X(12).
                   MOVE "second trailer" TO WS-REASON-TEXT
               WHEN "08"
                   MOVE "record after trailer" TO WS-REASON-TEXT
               WHEN "09"
                   MOVE "location not on location master"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "(unknown reason code)" TO WS-REASON-TEXT
           END-EVALUATE.
                       WITH NO ADVANCING
                   ACCEPT WS-FIELD-INPUT
                   MOVE WS-FIELD-INPUT(1:3) TO WS-D-UNIT
               WHEN "09"
                   IF WS-REC-TYPE NOT = "D" THEN
                       DISPLAY "*** Only a detail can be resubmitted "
                           "under another plant - D)rop"
                       DISPLAY "*** it and have the provider resend."
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Detail resubmits under the LAB_LOCATION "
                       "plant on the resubmission header."
               WHEN OTHER
                   DISPLAY "*** Structural reject - nothing to fix "
                       "(the resubmission gets a fresh"
           MOVE WS-FIX-CNT TO HDR-EXPECTED-CNT
           ACCEPT HDR-LOCATION FROM ENVIRONMENT "LAB_LOCATION"
           MOVE 1 TO HDR-CYCLE
           MOVE "R" TO HDR-ORIGIN
           WRITE Header-Record
           PERFORM WRITE-ONE-RESUB-PARAGRAPH
               VARYING WS-FIX-IDX FROM 1 BY 1
           ELSE
               MOVE SPACES TO RJA-AFTER
           END-IF
           MOVE "A" TO CHN-FUNCTION
           MOVE WS-AUDITFILE-NAME TO CHN-FILE-NAME
           MOVE 92 TO CHN-DATA-LEN
           MOVE Rej-Audit-Record TO CHN-DATA
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-VALUE TO RJA-CHAIN
           WRITE Rej-Audit-Record
           CLOSE AUDITFILE.

