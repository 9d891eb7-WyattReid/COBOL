      * "average no longer depends on someone remembering"
      * "yesterday's numbers - this is the report that catches a"
      * "double-fed batch the same morning."
      * "2026-10-15 WAR Reversed-status entries LABREVRS appends"
      * "            are passed over - a back-out is not a run"
      * "            to compare against."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           READ DAYHIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF DH-STATUS = "R" THEN
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-HIST-READ
                   MOVE WS-TODAY TO WS-PRIOR
                   MOVE DH-RUN-DATE TO WS-T-DATE
