      * blank on an older row means cycle 1. BRG-PROVIDER is the
      * feed provider's code (see PROVREC) - blank on older rows -
      * so LABPRVRP can tell whose transmissions posted when.
      * BRG-STATUS is R once LABREVRS has backed the batch out of
      * the posting files - a reversed row no longer counts as
      * posted, so the corrected re-feed is accepted without the
      * override. LABREVRS marks the LAB2C row and LAB1c's row for
      * the same batch date and cycle together, so both programs
      * take the re-feed. Blank is an ordinary posted batch.
      * BRG-OVERRIDE is Y when the batch was posted again under
      * the supervisor's duplicate-batch override, BRG-ORIGIN is
      * the transmission header's HDR-ORIGIN (R = a LABREJWK
      * repair resubmission, D = a LABDUPRL duplicate
      * release), and BRG-OPERATOR (widened from
      * what used to be filler) is the signed-on operator who
      * posted it - blank on older rows. LABSODRP checks these
      * against the repairer and the override holder.
      * BRG-COMBINED (carried in what used to be filler) is Y on a
      * LAB2C row posted by LAB2c's combined pass (LAB2C_COMBINED),
      * which produced LAB1c's figures from the same read - the
      * one row stands for both programs, so whatever looks for a
      * LAB1C row treats a combined LAB2C row as LAB1c's as well.
       01  Batch-Reg-Record.
           05  BRG-SOURCE          Pic X(8).
           05  BRG-BATCH-DATE      Pic 9(8).
           05  BRG-POST-TIME       Pic 9(8).
           05  BRG-CYCLE           Pic 9(1).
           05  BRG-PROVIDER        Pic X(5).
           05  BRG-STATUS          Pic X(1).
           05  BRG-OVERRIDE        Pic X(1).
           05  BRG-ORIGIN          Pic X(1).
           05  BRG-COMBINED        Pic X(1).
           05  BRG-OPERATOR        Pic X(10).
