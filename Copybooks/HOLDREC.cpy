      * HOLDREC - batch hold file (LAB_HOLDFILE, default
      * lab-holds.dat). A supervisor places a hold through LABHOLD
      * when a provider asks for a transmission not to be
      * processed - on a source program (LAB1C, LAB2C, LABEDIT),
      * a provider, a batch date, or any combination; a blank
      * source or provider, or a zero batch date, matches
      * anything. While HLD-STATUS is A (active) LAB1c, LAB2c,
      * and LABEDIT refuse a matching batch and route it to the
      * held-feeds area (see LABHCHK). R is released - the hold
      * no longer stops anything, and the feeds it caught are
      * fed again in the next cycle. The file is only ever
      * rewritten by LABHOLD; every placement and release is
      * also journaled (see HOLDJRNL).
       01  Hold-Record.
           05  HLD-ID              Pic 9(6).
           05  HLD-STATUS          Pic X(1).
           05  HLD-SOURCE          Pic X(8).
           05  HLD-PROVIDER        Pic X(5).
           05  HLD-BATCH-DATE      Pic 9(8).
           05  HLD-REASON          Pic X(30).
           05  HLD-PLACED-BY       Pic X(10).
           05  HLD-PLACED-DATE     Pic 9(8).
           05  HLD-PLACED-TIME     Pic 9(8).
           05  HLD-RELEASED-BY     Pic X(10).
           05  HLD-RELEASED-DATE   Pic 9(8).
           05  FILLER              Pic X(08).
