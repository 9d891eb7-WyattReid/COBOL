      * CHAINANC - audit-chain anchor register (LAB_CHAINANC,
      * default lab-chain-anchor.dat). A chained audit file's
      * first record follows the chain value recorded here for
      * the file's name - zero when there is none, as for a file
      * that has always been in place. LABRETEN and LABACTRP
      * write the entries when they move a file's older records
      * to an archive: the archive is anchored where the live
      * file used to start, and the live file at the last record
      * moved out, so the archive and what is left both still
      * verify and the chain runs unbroken from one archive to
      * the next. Entries are only ever appended; the last one
      * for a name is in force. LABCHNCK also verifies every
      * archive named here.
       01  Chain-Anchor-Record.
           05  CHA-FILE-NAME       Pic X(52).
           05  CHA-SEED            Pic 9(9).
           05  CHA-DATE            Pic 9(8).
           05  CHA-TIME            Pic 9(8).
           05  CHA-PROGRAM         Pic X(8).
           05  FILLER              Pic X(05).
