      * FEESCHD - provider processing-fee schedule (LAB_FEESCHED,
      * default lab-fee-sched.dat): one record per provider code
      * and effective date, carrying the charges LABPRVBL prices
      * a month's processing at - per batch posted or refused,
      * per record posted, per record rejected at the edit, and
      * per re-fed batch. For each provider the row with the
      * latest effective date on or before the billing period's
      * last day applies; provider code ***** is the house rate
      * for any provider with no row of its own.
       01  Fee-Sched-Record.
           05  FEE-PROVIDER        Pic X(5).
           05  FEE-EFF-DATE        Pic 9(8).
           05  FEE-PER-BATCH       Pic 9(5)V9(2).
           05  FEE-PER-RECORD      Pic 9(3)V9(4).
           05  FEE-PER-REJECT      Pic 9(3)V9(4).
           05  FEE-PER-REFEED      Pic 9(5)V9(2).
           05  FILLER              Pic X(09).
