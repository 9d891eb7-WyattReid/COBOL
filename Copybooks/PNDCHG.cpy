      * approved changes reach the master, applied through the
      * ordinary maintenance path with the approving user
      * recorded on the audit journal. Supervisors' own changes
      * still apply directly. PND-APPLY-DATE (widened from what
      * used to be filler) is the future date an operator asked
      * the change to take effect on - approving such an entry
      * moves it to the scheduled-change file (see SCHEDCHG)
      * instead of the master. Zero, or spaces on an older
      * entry, means apply on approval.
      * PND-DEC-DATE/PND-DEC-TIME (added at the end of the
      * record) are when the supervisor approved or rejected the
      * entry - zero while it is pending, and spaces on an entry
      * decided before they were kept - so approval turnaround
      * can be measured (see LABSCORE).
       01  Pending-Change-Record.
           05  PND-STATUS          Pic X(1).
           05  PND-OPERATOR        Pic X(10).
           05  PND-LOCATION        Pic X(3).
           05  PND-APPROVER        Pic X(10).
           05  PND-REASON          Pic X(30).
           05  PND-APPLY-DATE      Pic 9(8).
           05  PND-DEC-DATE        Pic 9(8).
           05  PND-DEC-TIME        Pic 9(8).
