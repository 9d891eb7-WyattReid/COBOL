      * RCN-CREDIT-TOTAL carry the run's positive and negative
      * sides independently so offsetting errors can't hide in
      * the net RCN-VALUE-TOTAL.
      * RCN-HELD-COUNT/RCN-HELD-DEBIT/RCN-HELD-CREDIT are the
      * details LAB2c read but held out of the totals (duplicate
      * hold or suspense) - LAB1c holds nothing and leaves them
      * zero. RCN-REL-COUNT/RCN-REL-DEBIT/RCN-REL-CREDIT are the
      * details the run read from release transmissions (HDR-
      * ORIGIN D or S), already included in the run figures.
      * LABRECON ties LAB1c's figures less its released details to
      * LAB2c's posted plus held less its released details. On an
      * older, shorter record these fields are spaces - read as
      * zero.
       01  Recon-Record.
           05  RCN-SOURCE          Pic X(8).
           05  RCN-RUN-DATE        Pic 9(8).
           05  RCN-OPERATOR        Pic X(10).
           05  RCN-LOCATION        Pic X(3).
           05  RCN-CYCLE           Pic 9(1).
           05  RCN-HELD-COUNT      Pic 9(4).
           05  RCN-DEBIT-TOTAL     Pic S9(9)V9(2).
           05  RCN-CREDIT-TOTAL    Pic S9(9)V9(2).
           05  RCN-HELD-DEBIT      Pic S9(9)V9(2).
           05  RCN-HELD-CREDIT     Pic S9(9)V9(2).
           05  RCN-REL-COUNT       Pic 9(6).
           05  RCN-REL-DEBIT       Pic S9(9)V9(2).
           05  RCN-REL-CREDIT      Pic S9(9)V9(2).
