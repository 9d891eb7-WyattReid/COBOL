      * NOTIFY - notification spool (LAB_NOTIFY, default
      * lab-notify-spool.dat). LABESCAL appends one record per
      * person to be told about an unacknowledged error alert;
      * whatever forwards pages and mail picks the records up from
      * here. NTF-LEVEL is the escalation stage - 1 primary
      * on-call, 2 backup, 3 supervisor. The alert's own key,
      * time, program, and text are carried so the message stands
      * on its own.
       01  Notify-Record.
           05  NTF-DATE            Pic 9(8).
           05  NTF-TIME            Pic 9(8).
           05  NTF-LEVEL           Pic 9(1).
           05  NTF-TO              Pic X(10).
           05  NTF-CONTACT         Pic X(30).
           05  NTF-ALR-SEQ         Pic 9(6).
           05  NTF-ALR-DATE        Pic 9(8).
           05  NTF-ALR-TIME        Pic 9(8).
           05  NTF-ALR-PROGRAM     Pic X(8).
           05  NTF-ALR-TEXT        Pic X(50).
           05  FILLER              Pic X(03).
