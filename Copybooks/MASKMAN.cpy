      * MASKMAN - masked test-region copy manifest. LABMASK fills
      * a test region's files from production with the sensitive
      * fields masked and writes one record per file to
      * lab-mask-<region>.manifest. MSK-PROD-DATE is the
      * production business date the data reflects - the latest
      * batch date on the production batch register, or the copy
      * date when the register is empty. MSK-METHOD says what was
      * done to the file: C copied as is, S amounts scaled, F feed
      * amounts scaled and trailers rebuilt, U user IDs and names
      * pseudonymised and passwords reset, P provider names and
      * contacts scrubbed. MSK-RESULT is C copied, A absent in
      * production, or N not in the region profile (not copied).
      * The scaling factor itself is never recorded anywhere.
       01  Mask-Man-Record.
           05  MSK-COPY-DATE       Pic 9(8).
           05  MSK-COPY-TIME       Pic 9(8).
           05  MSK-REGION          Pic X(8).
           05  MSK-PROD-DATE       Pic 9(8).
           05  MSK-FILE-ID         Pic X(8).
           05  MSK-METHOD          Pic X(1).
           05  MSK-RESULT          Pic X(1).
           05  MSK-SOURCE-NAME     Pic X(40).
           05  MSK-TARGET-NAME     Pic X(40).
           05  MSK-REC-COUNT       Pic 9(7).
           05  FILLER              Pic X(11).
