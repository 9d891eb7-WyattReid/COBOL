      * cycle runs for more than one location - blank on an older
      * feed means the original single plant, and everything keeps
      * working as before the second plant existed.
      * HDR-ORIGIN (also from filler) is R on a transmission
      * LABREJWK wrote from repaired rejects - blank on a provider
      * feed - so the batch register can tell a resubmission from
      * the day's ordinary batch. D marks a transmission LABDUPRL
      * wrote from held suspected duplicates a supervisor
      * released - LAB2c posts it without repeating the check.
      * S marks a transmission LABSUSWK wrote from high-value
      * details a supervisor released from suspense - LAB2c posts
      * it without repeating the posting-limit check.
       01  Header-Record.
           05  HDR-REC-TYPE        Pic X(1).
           05  HDR-BATCH-DATE      Pic 9(8).
           05  HDR-EXPECTED-CNT    Pic 9(6).
           05  HDR-LOCATION        Pic X(3).
           05  HDR-CYCLE           Pic 9(1).
           05  HDR-ORIGIN          Pic X(1).
           05  FILLER              Pic X(10).
      * DTL-REC-ID carries the MST-REC-ID the detail was extracted
      * from, so an exception or echo line can name the actual
      * master record instead of a relative record number, and so
           05  DTL-UNIT            Pic X(3).
           05  DTL-REC-ID          Pic 9(6).
           05  FILLER              Pic X(3).
      * A transfer record (REC-TYPE X) moves value from one plant
      * to another. It is a detail in every respect - counted,
      * hashed, and subtotalled by category like any D record - and
      * it also names XFR-CPTY-LOC, the other plant, with
      * XFR-DIRECTION O (sent to it) or I (received from it). LAB2c
      * subtotals transfers separately and LABCONSR eliminates each
      * matched out/in pair from the consolidated total.
       01  Transfer-Record.
           05  XFR-REC-TYPE        Pic X(1).
           05  XFR-CATEGORY        Pic X(2).
           05  XFR-Int             Pic S9(7)V9(2).
           05  XFR-UNIT            Pic X(3).
           05  XFR-REC-ID          Pic 9(6).
           05  XFR-CPTY-LOC        Pic X(3).
           05  XFR-DIRECTION       Pic X(1).
           05  FILLER              Pic X(2).
      * TRL-DEBIT-TOTAL/TRL-CREDIT-TOTAL carry the positive and
      * negative sides of the detail values independently (the
      * credit side as a positive magnitude), so a +500.00 keyed
