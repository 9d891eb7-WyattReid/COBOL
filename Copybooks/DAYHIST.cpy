      * double-fed batch the same morning. DH-CYCLE (carried in
      * what used to be filler) numbers the day's processing cycle
      * - a date can legitimately appear once per cycle.
      * DH-STATUS is R on the reversed-status entry LABREVRS
      * appends when a posted batch is backed out (count and sum
      * negated) - LABVARRP and LABCTLRP pass over it, since it is
      * a correction and not a run. Blank is an ordinary run.
       01  Day-Hist-Record.
           05  DH-RUN-DATE         Pic 9(8).
           05  DH-RUN-TIME         Pic 9(8).
           05  DH-COUNT            Pic S9(6).
           05  DH-SUM              Pic S9(9)V9(2).
           05  DH-HI               Pic S9(7)V9(2).
           05  DH-LO               Pic S9(7)V9(2).
           05  DH-AVG              Pic S9(7)V9(2).
           05  DH-CYCLE            Pic 9(1).
           05  DH-STATUS           Pic X(1).
           05  FILLER              Pic X(06).
