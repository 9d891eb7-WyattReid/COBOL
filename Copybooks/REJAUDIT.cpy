      * the original reason code, and the record before and after
      * the correction - so a number changed at the repair screen
      * is as auditable as one keyed through LABMAINT.
      * RJA-CHAIN is the audit-chain value (see CHAINREQ) folded
      * from the 92 characters before it and the previous
      * record's RJA-CHAIN; spaces on a record written before the
      * chain existed.
       01  Rej-Audit-Record.
           05  RJA-OPERATOR        Pic X(10).
           05  RJA-DATE            Pic 9(8).
           05  RJA-BEFORE          Pic X(30).
           05  RJA-AFTER           Pic X(30).
           05  FILLER              Pic X(03).
           05  RJA-CHAIN           Pic 9(9).
