      * DISTREG - report distribution register (LAB_DISTREG,
      * default lab-dist-reg.dat). LABBURST appends one record per
      * report section it puts in a department's distribution file
      * - what went out (report and distribution file), to whom
      * (department and recipient off the distribution list), and
      * when - with the number of report lines in the section.
      * DR-STATUS is S (sent) or M (the report file was missing at
      * distribution time, so the section carries a notice in
      * place of the figures).
       01  Dist-Reg-Record.
           05  DR-DATE             Pic 9(8).
           05  DR-TIME             Pic 9(8).
           05  DR-DEPT             Pic X(2).
           05  DR-REPORT           Pic X(8).
           05  DR-RECIPIENT        Pic X(30).
           05  DR-FILE-NAME        Pic X(40).
           05  DR-LINE-COUNT       Pic 9(6).
           05  DR-STATUS           Pic X(1).
           05  FILLER              Pic X(05).
