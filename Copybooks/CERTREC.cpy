      * CERTREC - access certification history (LABRECRT_CERTFILE,
      * default lab-cert-hist.dat). LABRECRT's apply run appends
      * one record per worksheet row it settles: the cycle (the
      * snapshot date), who was certified, who certified them and
      * when, the decision - K keep, D downgrade, R revoke, or X
      * disabled automatically for want of an answer by the
      * deadline - and the role and active flag before and after,
      * so audit can see every user's certification trail.
       01  Cert-Hist-Record.
           05  CR-CYCLE            Pic 9(8).
           05  CR-USER             Pic X(10).
           05  CR-CERTIFIER        Pic X(10).
           05  CR-DATE             Pic 9(8).
           05  CR-TIME             Pic 9(8).
           05  CR-DECISION         Pic X(1).
           05  CR-OLD-ROLE         Pic X(1).
           05  CR-NEW-ROLE         Pic X(1).
           05  CR-OLD-ACTIVE       Pic X(1).
           05  CR-NEW-ACTIVE       Pic X(1).
           05  FILLER              Pic X(11).
