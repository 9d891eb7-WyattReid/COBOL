      * SCORTGT - operations scorecard targets (LAB_SCORETGT,
      * default lab-score-tgt.dat): one record per measure on the
      * LABSCORE monthly scorecard, naming the measure code, the
      * target, and which way is good - H means the month meets
      * the target at or above it, L at or below it. EXCAGEDY is
      * not scored itself; it is the aging target, in days, an
      * exception has to be closed within to count as closed on
      * time. A measure with no row keeps LABSCORE's built-in
      * target, so the file only needs the rows that differ.
      * Codes: FEEDONTM FEEDMISS REJRATE RECONMT EXCCLOSE
      * EXCAGEDY CHAINOK CHAINEND STEPFAIL MNTVOL APPRTURN.
       01  Score-Target-Record.
           05  SCT-MEASURE         Pic X(8).
           05  SCT-TARGET          Pic 9(5)V9(2).
           05  SCT-DIRECTION       Pic X(1).
           05  FILLER              Pic X(10).
