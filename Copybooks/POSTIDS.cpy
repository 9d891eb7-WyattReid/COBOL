      * POSTIDS - posted record-ID history (LAB_POSTIDS, default
      * lab-posted-ids.dat). LAB2c appends one row per detail it
      * posts with a stamped DTL-REC-ID - provider, ID, value, and
      * the batch date/cycle it came in on - and checks every new
      * detail against the rows posted for the same provider in
      * the last PRV-DUP-DAYS days. The same ID with the same
      * value turning up again in a different batch is held out
      * of the totals as a suspected duplicate (see DUPHOLD).
      * PID-POST-DATE leads the record so LABRETEN's sweep can
      * age the file off by it. PID-POST-TIME (appended) is the
      * posting run's register stamp with the date, so a batch
      * LABREVRS reverses is told apart from its re-feed posted
      * the same day - blank on older rows.
       01  Posted-Id-Record.
           05  PID-POST-DATE       Pic 9(8).
           05  PID-PROVIDER        Pic X(5).
           05  PID-REC-ID          Pic 9(6).
           05  PID-VALUE           Pic S9(7)V9(2).
           05  PID-BATCH-DATE      Pic 9(8).
           05  PID-CYCLE           Pic 9(1).
           05  FILLER              Pic X(03).
           05  PID-POST-TIME       Pic 9(8).
