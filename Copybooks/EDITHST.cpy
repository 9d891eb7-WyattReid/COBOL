      * default lab-edit-hist.dat): one record appended per edit
      * run with the figures that used to scroll off the screen -
      * records read, clean, rejected, and the rejected count per
      * reason code (subscript 1-9 = reason codes 01-09, see the
      * code list in LABEDIT). LABEDTRP trends the reject rate by
      * reason over the last N runs so drifting feed quality can
      * be shown to the provider instead of argued about. The
      * ninth counter (location not on the location master) took
      * what used to be filler - an older record carries spaces
      * there, which LABEDTRP reads as zero. EH-PROVIDER is the
      * feed provider's code (LAB_PROVIDER, see PROVREC) the run
      * edited, so LABPRVBL can bill each provider its rejects -
      * blank on older records and unattributed runs.
       01  Edit-Hist-Record.
           05  EH-RUN-DATE         Pic 9(8).
           05  EH-RUN-TIME         Pic 9(8).
           05  EH-CLEAN            Pic 9(6).
           05  EH-REJECTED         Pic 9(6).
           05  EH-REASON-TABLE.
               10  EH-RC-CNT       Pic 9(6)   OCCURS 9 TIMES.
           05  EH-PROVIDER         Pic X(5).
