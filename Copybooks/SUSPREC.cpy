      * SUSPREC - high-value detail suspense file (LAB_SUSPENSE,
      * default lab-suspense.dat). LAB2c appends one row per
      * detail it diverted because the value was above its
      * category's posting limit (see LIMREC) - status S, with
      * the detail image, the batch it arrived in, and the limit
      * it broke. LABSUSWK is where a supervisor works them: R
      * (released - written to a release transmission, HDR-ORIGIN
      * S, that LAB2c posts in the next cycle without repeating
      * the limit check) or J (rejected - it never posts),
      * stamped with who and when. Rows still at S past
      * LABSUSWK_AGE_DAYS show on the suspense aging list.
       01  Susp-Record.
           05  SUS-STATUS          Pic X(1).
           05  SUS-SUSP-DATE       Pic 9(8).
           05  SUS-PROVIDER        Pic X(5).
           05  SUS-BATCH-DATE      Pic 9(8).
           05  SUS-CYCLE           Pic 9(1).
           05  SUS-SEQ             Pic 9(6).
           05  SUS-LIMIT           Pic 9(7)V9(2).
           05  SUS-DETAIL          Pic X(30).
           05  SUS-ACTION-BY       Pic X(10).
           05  SUS-ACTION-DATE     Pic 9(8).
           05  FILLER              Pic X(04).
