      * XFERSUM - inter-location transfer summary written by LAB2c
      * at the end of a run (LAB2C_XFERFILE, default lab2c-xfer.dat)
      * alongside its recon record: one row per plant, counterparty
      * plant, and direction, carrying the count and net value of
      * the transfer (REC-TYPE X) records read for that pairing.
      * XFS-DIRECTION is O (sent to XFS-CPTY-LOC) or I (received
      * from it). LABCONSR matches each plant's O row against the
      * counterparty's I row, eliminates the matched pairs from the
      * consolidated total, and lists the rest as exceptions. An
      * empty file means the run carried no transfers.
       01  Xfer-Sum-Record.
           05  XFS-LOCATION        Pic X(3).
           05  XFS-CPTY-LOC        Pic X(3).
           05  XFS-DIRECTION       Pic X(1).
           05  XFS-BATCH-DATE      Pic 9(8).
           05  XFS-RUN-DATE        Pic 9(8).
           05  XFS-COUNT           Pic 9(9).
           05  XFS-VALUE           Pic S9(9)V9(2).
           05  FILLER              Pic X(07).
