      * DUPHOLD - suspected-duplicate hold file (LAB_DUPHOLD,
      * default lab-dup-hold.dat). LAB2c appends one row per
      * detail it held out of the totals because the same
      * DTL-REC-ID and value had already posted for the provider
      * in a different batch inside the provider's window (see
      * POSTIDS) - status H, with the held record image and the
      * batch it appeared to repeat. LABDUPRL is where a
      * supervisor works them: R (released - written to a
      * release transmission, HDR-ORIGIN D, that LAB2c posts
      * without repeating the check) or D (discarded as a true
      * duplicate), stamped with who and when.
       01  Dup-Hold-Record.
           05  DHL-STATUS          Pic X(1).
           05  DHL-HOLD-DATE       Pic 9(8).
           05  DHL-PROVIDER        Pic X(5).
           05  DHL-BATCH-DATE      Pic 9(8).
           05  DHL-CYCLE           Pic 9(1).
           05  DHL-SEQ             Pic 9(6).
           05  DHL-MATCH-DATE      Pic 9(8).
           05  DHL-MATCH-CYCLE     Pic 9(1).
           05  DHL-DETAIL          Pic X(30).
           05  DHL-ACTION-BY       Pic X(10).
           05  DHL-ACTION-DATE     Pic 9(8).
           05  FILLER              Pic X(04).
