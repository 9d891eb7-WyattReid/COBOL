      * ARINTF - accounts-receivable interface record, written by
      * LABPRVBL to LAB_ARFILE (default lab-ar-<period>.dat) for
      * the AR system to load instead of keying invoices from the
      * printouts. Each invoice is a run of charge lines (ARI-
      * LINE-TYPE B batches, R records, J rejects, F re-feeds)
      * followed by one T total line whose ARI-AMOUNT is the
      * invoice total; a charge with a zero quantity is not
      * written. ARI-INVOICE-NO is LB<yyyymm><nnn>, numbered per
      * billing run in provider order.
       01  AR-Intf-Record.
           05  ARI-INVOICE-NO      Pic X(11).
           05  ARI-INVOICE-DATE    Pic 9(8).
           05  ARI-PERIOD          Pic 9(6).
           05  ARI-PROVIDER        Pic X(5).
           05  ARI-LINE-TYPE       Pic X(1).
           05  ARI-QUANTITY        Pic 9(7).
           05  ARI-UNIT-PRICE      Pic 9(5)V9(4).
           05  ARI-AMOUNT          Pic 9(7)V9(2).
           05  FILLER              Pic X(08).
