      * YJ-POST-CREDITS split the posted sum into its positive
      * and negative sides (credit as a positive magnitude) -
      * spaces on an older record mean the split is unknown.
      * A LABREVRS record is the contra entry for a backed-out
      * batch - count, sum, debits, and credits negated, hi/lo at
      * the neutral starting values - so a replay that adds every
      * record (LABYTDRB) nets the reversed batch out unchanged.
      * YJ-CHAIN is the audit-chain value (see CHAINREQ) folded
      * from the 90 characters before it and the previous
      * record's YJ-CHAIN; spaces on a record written before the
      * chain existed.
       01  Ytd-Jrnl-Record.
           05  YJ-PROGRAM          Pic X(8).
           05  YJ-DATE             Pic 9(8).
           05  YJ-TIME             Pic 9(8).
           05  YJ-POST-CNT         Pic S9(9).
           05  YJ-POST-SUM         Pic S9(9)V9(2).
           05  YJ-POST-HI          Pic S9(7)V9(2).
           05  YJ-POST-LO          Pic S9(7)V9(2).
           05  FILLER              Pic X(06).
           05  YJ-POST-DEBITS      Pic S9(9)V9(2).
           05  YJ-POST-CREDITS     Pic S9(9)V9(2).
           05  YJ-CHAIN            Pic 9(9).
