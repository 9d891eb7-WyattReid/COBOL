      * MSGCAT - run-log message catalog (LAB_MSGCAT, default
      * lab-msgcat.dat), one record per program and message number
      * the suite writes to the shared run-log (RUNLOGRC). Each
      * entry says what the message means, what usually causes it,
      * and what the operator on shift should do about it - rerun
      * from a step, call the provider, page the supervisor - so
      * the answer is on the listing instead of in the source.
      * MCT-EXPLAIN is three 60-column lines, MCT-CAUSE two.
      * LABLOGVW and HelloWorld's alert review show MCT-RESPONSE
      * beside each message; LABMCTMN maintains the file and keeps
      * it in MCT-KEY order; LABMCTCV lists message numbers the
      * run-log shows that have no entry here.
       01  Msg-Catalog-Record.
           05  MCT-KEY.
               10  MCT-PROGRAM     Pic X(8).
               10  MCT-MSG-NO      Pic X(4).
           05  MCT-SEVERITY        Pic X(1).
           05  MCT-RESPONSE        Pic X(60).
           05  MCT-EXPLAIN         Pic X(180).
           05  MCT-CAUSE           Pic X(120).
           05  MCT-UPD-DATE        Pic 9(8).
           05  MCT-UPD-USER        Pic X(10).
           05  FILLER              Pic X(09).
