      * replaces LABNIGHT's built-in step list outright, so adding
      * or re-ordering a step is a file edit instead of a code
      * change. RETURN-CODE 8 always stops the chain.
      * NST-FINISH-BY (from what used to be filler) marks a step
      * with a hard finish-by time, HHMM - LABNIGHT raises an alert
      * as soon as the step's projected finish passes it. Blank
      * means the step has no finish-by time of its own.
       01  Night-Step-Record.
           05  NST-SEQ             Pic 9(2).
           05  NST-NAME            Pic X(8).
           05  NST-CMD             Pic X(40).
           05  NST-SKIP            Pic X(1).
           05  NST-ON4             Pic X(1).
           05  NST-FINISH-BY       Pic X(4).
