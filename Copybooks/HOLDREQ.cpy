      * HOLDREQ - parameter area for the LABHCHK batch-hold
      * subprogram. The caller sets HRQ-FUNCTION, HRQ-PROGRAM
      * (its own name), HRQ-FEED-TO (LAB1C or LAB2C - whose feed
      * this is), HRQ-PROVIDER, and HRQ-FILE-NAME, then CALLs
      * "LABHCHK" USING Hold-Request:
      *   C check the file's header against the active holds.
      *     HRQ-RESULT 1 = held, with the hold's ID, reason, and
      *     the batch date filled in. With HRQ-ROUTE-SW Y the
      *     file is also moved to the held-feeds area (name in
      *     HRQ-HELD-NAME) and the interception journaled; N
      *     only reports (a report-only run, or LABEDIT, which
      *     routes its own clean file).
      *   J journal an interception the caller routed itself -
      *     HRQ-HOLD-ID, HRQ-BATCH-DATE, HRQ-FILE-NAME (the name
      *     it would have gone under) and HRQ-HELD-NAME set.
      *   U was HRQ-FILE-NAME held by LABEDIT today for
      *     HRQ-FEED-TO? HRQ-RESULT 1 = yes (the clean file is
      *     missing because it sits in the held-feeds area), 2 =
      *     yes but the hold is released (N hands the copy back).
      *   N hand back the HRQ-SEQ'th released feed still waiting
      *     for HRQ-FEED-TO - HRQ-RESULT 1 with HRQ-HELD-NAME and
      *     HRQ-HOLD-ID, or 0 when there are no more.
      *   F journal the released feed HRQ-HELD-NAME as fed.
       01  Hold-Request.
           05  HRQ-FUNCTION        Pic X(1).
           05  HRQ-PROGRAM         Pic X(8).
           05  HRQ-FEED-TO         Pic X(8).
           05  HRQ-PROVIDER        Pic X(5).
           05  HRQ-ROUTE-SW        Pic X(1).
           05  HRQ-FILE-NAME       Pic X(40).
           05  HRQ-SEQ             Pic 9(4).
           05  HRQ-RESULT          Pic X(1).
           05  HRQ-HOLD-ID         Pic 9(6).
           05  HRQ-BATCH-DATE      Pic 9(8).
           05  HRQ-REASON          Pic X(30).
           05  HRQ-HELD-NAME       Pic X(52).
