      * SCHEDCHG - scheduled (future-dated) change file for
      * LAB-MASTER.dat (LABMAINT_SCHEDFILE, default
      * lab-mnt-sched.dat). An add/change/delete keyed in LABMAINT
      * with an apply date after today is held here instead of
      * applied - straight away for a supervisor, on approval for
      * an operator's queued change - and the LABSCHAP step of the
      * nightly chain applies every entry that has come due
      * before LABEXTR builds the night's transmission, through
      * the ordinary maintenance path and audit journal.
      * SCH-SEQ is the schedule number LABMAINT's S)cheduled
      * listing shows and cancels by. SCH-STATUS: S scheduled,
      * A applied, C cancelled, F failed (SCH-REASON says why,
      * and LABSCHAP raised an operator alert). SCH-DONE-DATE/
      * SCH-DONE-BY record when and by whom (or by which
      * program) the entry was closed.
       01  Sched-Change-Record.
           05  SCH-SEQ             Pic 9(6).
           05  SCH-STATUS          Pic X(1).
           05  SCH-APPLY-DATE      Pic 9(8).
           05  SCH-OPERATOR        Pic X(10).
           05  SCH-DATE            Pic 9(8).
           05  SCH-TIME            Pic 9(8).
           05  SCH-APPROVER        Pic X(10).
           05  SCH-ACTION          Pic X(1).
           05  SCH-REC-ID          Pic 9(6).
           05  SCH-CATEGORY        Pic X(2).
           05  SCH-VALUE           Pic S9(7)V9(2).
           05  SCH-EFF-DATE        Pic 9(8).
           05  SCH-EXP-DATE        Pic 9(8).
           05  SCH-LOCATION        Pic X(3).
           05  SCH-DONE-DATE       Pic 9(8).
           05  SCH-DONE-BY         Pic X(10).
           05  SCH-REASON          Pic X(30).
           05  FILLER              Pic X(10).
