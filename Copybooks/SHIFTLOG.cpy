      * SHIFTLOG - shift handover log (LAB_SHIFTLOG, default
      * lab-shift-log.dat), kept by LABSHIFT in place of the
      * sticky notes passed between the night, morning, and
      * afternoon shifts. Append-only: every record takes the next
      * SHL-SEQ, and an entry's number is its SHL-SEQ. SHL-REC-TYPE
      * E is an entry, C the closing of the entry numbered
      * SHL-CLOSES (its text is the closing note, its operator,
      * date, and time who closed it and when) - nothing already
      * written is ever changed, so the log shows who said what
      * and when. An entry is open from its E record (SHL-STATUS
      * O; an entry made C is closed from the start) until a C
      * record for it; open entries carry forward to every
      * following shift. SHL-SHIFT is N, M,
      * or A by the time the record was written. SHL-SIGNON is
      * the HelloWorld sign-on (date and time) the operator was
      * working under, spaces when run outside HelloWorld.
      * SHL-CATEGORY is I issue, N instruction, or F FYI;
      * SHL-REF-TYPE names what SHL-REF holds - B a batch date, R
      * a master record ID, A an alert's ALR-SEQ, space nothing.
       01  Shift-Log-Record.
           05  SHL-REC-TYPE        Pic X(1).
           05  SHL-SEQ             Pic 9(6).
           05  SHL-CLOSES          Pic 9(6).
           05  SHL-DATE            Pic 9(8).
           05  SHL-TIME            Pic 9(8).
           05  SHL-SHIFT           Pic X(1).
           05  SHL-OPERATOR        Pic X(10).
           05  SHL-SIGNON          Pic X(16).
           05  SHL-CATEGORY        Pic X(1).
           05  SHL-REF-TYPE        Pic X(1).
           05  SHL-REF             Pic X(10).
           05  SHL-STATUS          Pic X(1).
           05  SHL-TEXT            Pic X(60).
           05  FILLER              Pic X(04).
