      * DTLHIST - detail posting history (LAB_DTLHIST, default
      * lab-dtl-hist.dat), keyed on record ID, batch date, cycle,
      * and the detail's sequence number within the run. LAB2c
      * adds one record for every stamped detail it posts, once
      * the run has finished normally - a cancelled or simulated
      * run adds nothing - so one record's value on every batch
      * date is a keyed read away instead of an archive restore.
      * LABDHINQ shows a record's history with its day-over-day
      * change. DTH-BATCH-DATE (column 7) is the date LABRETEN
      * ages the file off by; its rule carries RET-FILE-ORG K
      * because the file is keyed, not line sequential. The
      * source is the feed provider, the header's HDR-ORIGIN,
      * and the input file the detail came in on.
       01  Dtl-Hist-Record.
           05  DTH-KEY.
               10  DTH-REC-ID      Pic 9(6).
               10  DTH-BATCH-DATE  Pic 9(8).
               10  DTH-CYCLE       Pic 9(1).
               10  DTH-SEQ         Pic 9(6).
           05  DTH-LOCATION        Pic X(3).
           05  DTH-CATEGORY        Pic X(2).
           05  DTH-UNIT            Pic X(3).
           05  DTH-VALUE           Pic S9(7)V9(2).
           05  DTH-REC-TYPE        Pic X(1).
           05  DTH-PROVIDER        Pic X(5).
           05  DTH-ORIGIN          Pic X(1).
           05  DTH-FEED-NAME       Pic X(40).
           05  DTH-POST-DATE       Pic 9(8).
           05  DTH-POST-TIME       Pic 9(8).
           05  FILLER              Pic X(10).
