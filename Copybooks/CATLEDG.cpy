      * figures can be compared across days (see LABCATRP) without
      * digging out the daily printouts. CLG-LOCATION is the plant
      * the run posted for (spaces = the original single plant).
      * CLG-ENTRY-TYPE is R on a reversing row LABREVRS writes when
      * a posted batch is backed out - dated the reversal date,
      * with the batch's count and sum negated and neutral
      * hi/lo, so a reader that adds the ledger up nets the batch
      * out. Blank is an ordinary posting.
       01  Cat-Ledger-Record.
           05  CLG-CATEGORY        Pic X(2).
           05  CLG-RUN-DATE        Pic 9(8).
           05  CLG-COUNT           Pic S9(6).
           05  CLG-HI              Pic S9(7)V9(2).
           05  CLG-LO              Pic S9(7)V9(2).
           05  CLG-SUM             Pic S9(9)V9(2).
           05  CLG-LOCATION        Pic X(3).
           05  CLG-ENTRY-TYPE      Pic X(1).
           05  FILLER              Pic X(04).
