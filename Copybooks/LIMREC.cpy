      * LIMREC - per-category posting limit file (LAB_LIMFILE,
      * default lab-post-lim.dat). A category with a single-item
      * posting authority carries the largest amount one detail
      * may post without a supervisor looking at it first. LAB2c
      * diverts any detail whose value (either sign) is above its
      * category's limit to the suspense file (see SUSPREC) and
      * keeps it out of every posting figure. The ** row, when
      * present, is the limit for every category without a row
      * of its own; a category with neither has no limit.
      * Maintained through LABLIMMN.
       01  Lim-Record.
           05  LIM-CATEGORY        Pic X(2).
           05  LIM-AMOUNT          Pic 9(7)V9(2).
           05  FILLER              Pic X(09).
