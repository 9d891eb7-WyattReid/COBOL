      * the feed register, batch register, and acknowledgment
      * records, and LABPRVRP reports late and missing
      * transmissions per provider. Maintained through LABPRVMN.
      * PRV-DUP-DAYS (carried in what used to be filler) is how
      * many days back LAB2c looks for an earlier posting of the
      * same record ID and value from this provider (see POSTIDS)
      * - 00 turns the check off for the provider, blank on an
      * older row means LAB2C_DUP_DAYS (default 7).
       01  Provider-Record.
           05  PRV-CODE            Pic X(5).
           05  PRV-NAME            Pic X(30).
           05  PRV-FORMAT          Pic X(5).
           05  PRV-CONTACT         Pic X(30).
           05  PRV-ACTIVE          Pic X(1).
           05  PRV-DUP-DAYS        Pic 9(2).
