      * supervisor who approved the change when it came through
      * the pending-change queue - spaces on a change a
      * supervisor applied directly.
      * JRN-CHAIN is the audit-chain value (see CHAINREQ) folded
      * from the 109 characters before it and the previous
      * record's JRN-CHAIN - set through LABCHAIN by every writer;
      * spaces on a record written before the chain existed.
       01  Jrnl-Record.
           05  JRN-OPERATOR        Pic X(10).
           05  JRN-DATE            Pic 9(8).
               10  JRN-A-EFF-DATE  Pic 9(8).
               10  JRN-A-EXP-DATE  Pic 9(8).
           05  JRN-APPROVER        Pic X(10).
           05  JRN-CHAIN           Pic 9(9).
