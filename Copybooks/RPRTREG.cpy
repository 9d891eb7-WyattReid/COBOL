      * RPRTREG - reprint register (LAB_RPRTREG, default
      * lab-reprint-reg.dat): one record per report generation
      * LABREPRT reproduced, naming who pulled the copy and when,
      * the generation's original run date and file, and how many
      * lines went out - the audit trail for copies of controlled
      * reports. RPR-RESULT is R for a generation reprinted, M for
      * one still on the generations register whose file was no
      * longer on disk (nothing went out).
       01  Reprint-Reg-Record.
           05  RPR-DATE            Pic 9(8).
           05  RPR-TIME            Pic 9(8).
           05  RPR-OPERATOR        Pic X(10).
           05  RPR-GEN-DATE        Pic 9(8).
           05  RPR-FILE-NAME       Pic X(52).
           05  RPR-LINE-CNT        Pic 9(7).
           05  RPR-RESULT          Pic X(1).
           05  RPR-OUTFILE         Pic X(40).
           05  FILLER              Pic X(06).
