      * DISTLIST - report distribution list (LAB_DISTLIST, default
      * lab-dist-list.dat): one row per department and report it
      * receives, with the person or desk it goes to. DL-REPORT
      * names the report by the program that writes it - LAB2C
      * (hi/lo/average report), LABCATRP (category trend), or
      * LABBGTRP (actual-versus-budget) - or ALL for every one of
      * them. LABBURST cuts each listed report down to the lines
      * for the department's categories (the CRF-DEPT roll-up on
      * the category reference file) and writes them, behind a
      * cover page, to the department's distribution file. A
      * department with no row here receives nothing.
       01  Dist-List-Record.
           05  DL-DEPT             Pic X(2).
           05  DL-REPORT           Pic X(8).
           05  DL-RECIPIENT        Pic X(30).
           05  FILLER              Pic X(10).
