      * ESCLOG - escalation log (LAB_ESCLOG, default
      * lab-esc-log.dat): one record per escalation stage LABESCAL
      * has acted on for an alert - who was told, at what contact,
      * when, and how long the alert had then gone unacknowledged
      * - so there is a record of who knew about a failure and
      * from when. It is also LABESCAL's memory: a stage already
      * on the log for an alert is never sent again. ESC-STATUS is
      * S when a notification was spooled, N when the roster named
      * nobody for that stage (logged so the stage is not retried
      * on every pass).
       01  Esc-Log-Record.
           05  ESC-DATE            Pic 9(8).
           05  ESC-TIME            Pic 9(8).
           05  ESC-ALR-SEQ         Pic 9(6).
           05  ESC-LEVEL           Pic 9(1).
           05  ESC-STATUS          Pic X(1).
           05  ESC-NOTIFIED        Pic X(10).
           05  ESC-CONTACT         Pic X(30).
           05  ESC-ALR-PROGRAM     Pic X(8).
           05  ESC-AGE-MIN         Pic 9(6).
           05  FILLER              Pic X(02).
