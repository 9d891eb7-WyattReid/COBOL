      * SHIFTRD - shift log read markers (LAB_SHIFTREAD, default
      * lab-shift-read.dat): one record appended each time an
      * operator is shown the handover entries written since they
      * last looked (at HelloWorld sign-on or LABSHIFT's U)nread),
      * carrying the highest SHL-SEQ shown. The operator's
      * latest marker is the largest on file; anything past it
      * written by someone else is unread.
       01  Shift-Read-Record.
           05  SHR-USER            Pic X(10).
           05  SHR-LAST-ENTRY      Pic 9(6).
           05  SHR-DATE            Pic 9(8).
           05  SHR-TIME            Pic 9(8).
           05  FILLER              Pic X(04).
