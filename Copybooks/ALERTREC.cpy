      * next number) - the old 200-entry in-memory cap that
      * quietly switched acknowledgment off is gone; see
      * LABIXCVT for converting a line sequential alert file.
      * An E alert left unacknowledged is escalated to the on-call
      * roster by LABESCAL (see ONCALL/ESCLOG).
      * ALR-MSG-NO is the run-log message number the writer logged
      * the same condition under, so HelloWorld can show the
      * operator response from the message catalog (MSGCAT);
      * spaces on alerts written before it was carried.
       01  Alert-Record.
           05  ALR-SEQ             Pic 9(6).
           05  ALR-DATE            Pic 9(8).
           05  ALR-TEXT            Pic X(50).
           05  ALR-ACK-FLAG        Pic X(1).
           05  ALR-ACK-USER        Pic X(10).
           05  ALR-MSG-NO          Pic X(04).
