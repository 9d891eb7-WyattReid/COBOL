      * BILLREG - provider billing register (LAB_BILLREG, default
      * lab-bill-reg.dat). LABPRVBL appends one record per
      * billing run - the YYYYMM period billed, when and by whom,
      * how many invoices, and their grand total - and refuses to
      * bill a period already on the register, so a month can
      * never be invoiced twice.
       01  Bill-Reg-Record.
           05  BLR-PERIOD          Pic 9(6).
           05  BLR-RUN-DATE        Pic 9(8).
           05  BLR-RUN-TIME        Pic 9(8).
           05  BLR-OPERATOR        Pic X(10).
           05  BLR-INVOICE-CNT     Pic 9(4).
           05  BLR-TOTAL-AMOUNT    Pic 9(9)V9(2).
           05  BLR-AR-FILE         Pic X(40).
           05  FILLER              Pic X(05).
