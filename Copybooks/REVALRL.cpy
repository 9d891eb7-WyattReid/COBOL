      * REVALRL - mass revaluation rule file (LAB_REVALFILE,
      * default lab-reval-rules.dat): one record per rule keyed
      * in LABREVAL. A rule selects master records by category
      * (RVL-SEL-TYPE C) or by department off the category
      * reference (D), optionally narrowed to one plant location
      * (spaces = every plant) and a record-ID range, and moves
      * each selected MST-INT by a percentage (RVL-METHOD P,
      * RVL-FACTOR 5.25 = +5.25%) or a flat amount (A). Rounding
      * is C nearest cent, T truncate to the cent, W nearest
      * whole unit. Only records still alive on RVL-EFF-DATE
      * (no expiry, or expiring on/after it) are selected, and
      * the rule cannot be applied before that date. The rule
      * goes onto the LABMAINT pending-change queue as ONE
      * entry (PND-ACTION V, PND-REC-ID = RVL-RULE-ID) so a
      * second person approves the whole revaluation at once;
      * the approval applies and journals every record. The
      * RVL-PRV- fields keep the preview figures the submitter
      * saw, for comparison at review time.
       01  Reval-Rule-Record.
           05  RVL-RULE-ID         Pic 9(6).
           05  RVL-OPERATOR        Pic X(10).
           05  RVL-DATE            Pic 9(8).
           05  RVL-TIME            Pic 9(8).
           05  RVL-SEL-TYPE        Pic X(1).
           05  RVL-SEL-CODE        Pic X(2).
           05  RVL-LOCATION        Pic X(3).
           05  RVL-FROM-ID         Pic 9(6).
           05  RVL-TO-ID           Pic 9(6).
           05  RVL-METHOD          Pic X(1).
           05  RVL-FACTOR          Pic S9(7)V9(2).
           05  RVL-ROUNDING        Pic X(1).
           05  RVL-EFF-DATE        Pic 9(8).
           05  RVL-PRV-COUNT       Pic 9(6).
           05  RVL-PRV-OLD-TOT     Pic S9(11)V9(2).
           05  RVL-PRV-NEW-TOT     Pic S9(11)V9(2).
           05  RVL-DESC            Pic X(30).
           05  FILLER              Pic X(10).
