      * LABJRNRP can still reach history when an audit asks.
      * A missing rule file leaves LABRETEN's built-in rules
      * for the six standard journals in force.
      * RET-FILE-ORG (former filler) is K for a keyed file - the
      * detail posting history (DTLHIST) - whose aged records are
      * copied to the archive and deleted by key in place, there
      * being no line-sequential copy-back for an indexed file.
      * Blank is an ordinary line-sequential journal.
      * RET-CHAIN-LEN (former filler) is the record length before
      * the audit-chain value on a chained journal (see CHAINREQ)
      * - the sweep checks the chain as it reads and carries it
      * over into the archive and the records kept. Blank or zero
      * is a file with no chain.
       01  Reten-Rule-Record.
           05  RET-FILE-NAME       Pic X(40).
           05  RET-DATE-POS        Pic 9(2).
           05  RET-KEEP-DAYS       Pic 9(4).
           05  RET-FILE-ORG        Pic X(1).
           05  RET-CHAIN-LEN       Pic 9(3).
