      * CERTWKS - access recertification worksheet written by
      * LABRECRT's snapshot run (LABRECRT_WORKSHEET, default
      * lab-cert-wks.dat): one row per active user on USERS.dat
      * with the role held, the last sign-on date, and activity
      * counts off signon.log (sign-ons), the maintenance journal
      * (changes made or approved), the LAB2b keyed-entry journal
      * (entries keyed), and the reject repair trail (rejects
      * worked) - enough for a manager to judge whether the
      * access is still needed. The manager enters CW-DECISION on
      * each row - K keep, D downgrade to operator, R revoke - and
      * LABRECRT's apply run carries the decisions to USERS.dat.
      * CW-STATUS is A once the row has been applied (or X when
      * it was left unanswered past CW-DEADLINE and the user was
      * disabled), so a second apply run skips it. The fields are
      * blank-separated so the file reads as a worksheet.
       01  Cert-Wks-Record.
           05  CW-USER             Pic X(10).
           05  FILLER              Pic X(1).
           05  CW-NAME             Pic X(20).
           05  FILLER              Pic X(1).
           05  CW-ROLE             Pic X(1).
           05  FILLER              Pic X(1).
           05  CW-LAST-SIGNON      Pic 9(8).
           05  FILLER              Pic X(1).
           05  CW-SIGNONS          Pic 9(5).
           05  FILLER              Pic X(1).
           05  CW-MNT-CNT          Pic 9(5).
           05  FILLER              Pic X(1).
           05  CW-KEY-CNT          Pic 9(5).
           05  FILLER              Pic X(1).
           05  CW-REPAIR-CNT       Pic 9(5).
           05  FILLER              Pic X(1).
           05  CW-CYCLE            Pic 9(8).
           05  FILLER              Pic X(1).
           05  CW-DEADLINE         Pic 9(8).
           05  FILLER              Pic X(1).
           05  CW-DECISION         Pic X(1).
           05  FILLER              Pic X(1).
           05  CW-STATUS           Pic X(1).
           05  FILLER              Pic X(03).
