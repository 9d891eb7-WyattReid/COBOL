      * LOCMAST - location master file (LAB_LOCFILE, default
      * lab-locations.dat): one record per plant location code
      * with its name, the region it reports under, an active
      * flag, and how many processing cycles a day the plant is
      * expected to send (LCM-CYCLES, 1-9; zero or blank means 1).
      * Location codes used to be free three-character text on
      * every header and master record, so a typo made a phantom
      * plant on the consolidation - LABEDIT and LABMAINT now
      * refuse a code that is not on this file (or is disabled),
      * LAB2c's location subtotals and LABCONSR print the name,
      * and LABCONSR lists any active plant whose recon file did
      * not turn up for the day. A blank location is still the
      * original single plant and is never looked up. Maintained
      * through LABLOCMN.
       01  Loc-Master-Record.
           05  LCM-CODE            Pic X(3).
           05  LCM-NAME            Pic X(30).
           05  LCM-REGION          Pic X(10).
           05  LCM-ACTIVE          Pic X(1).
           05  LCM-CYCLES          Pic 9(1).
           05  FILLER              Pic X(05).
