      * CTLSNAP - control-file snapshot manifest. LABCTLSN copies
      * the suite's control files (the YTD file, batch register,
      * USERS.dat, the reference and rate tables, calendar,
      * providers, GL map, budget, locations, sessions, and the
      * restart checkpoints) into one dated set named
      * <stem>.D<yyyymmdd>.<file ID> and writes one manifest
      * record per file to <stem>.D<yyyymmdd>.MANIFEST, the stem
      * being LAB_CTLSNAP (default lab-ctlsnap). SNP-REC-COUNT
      * and SNP-HASH-TOTAL are computed from the copy as it was
      * written - the hash is the sum, over every record, of each
      * byte's ordinal value times its column - and LABCTLRS
      * recomputes both from the copy before it restores
      * anything. SNP-PRESENT is N when the file did not exist at
      * snapshot time (a checkpoint with no restart pending); such
      * a file is never restored. SNP-FILE-ORG K marks the keyed
      * USERS.dat, unloaded to a sequential copy and reloaded.
       01  Ctl-Snap-Record.
           05  SNP-SET-DATE        Pic 9(8).
           05  SNP-SET-TIME        Pic 9(8).
           05  SNP-FILE-ID         Pic X(8).
           05  SNP-FILE-ORG        Pic X(1).
           05  SNP-PRESENT         Pic X(1).
           05  SNP-SOURCE-NAME     Pic X(40).
           05  SNP-COPY-NAME       Pic X(60).
           05  SNP-REC-COUNT       Pic 9(7).
           05  SNP-HASH-TOTAL      Pic 9(15).
           05  FILLER              Pic X(10).
