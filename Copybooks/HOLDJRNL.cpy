      * HOLDJRNL - batch hold journal (LAB_HOLDJRNL, default
      * lab-hold-jrnl.dat), appended to and never rewritten. One
      * record per event: HJ-ACTION P a hold placed, R a hold
      * released (both by LABHOLD, carrying the hold's source/
      * provider/batch-date criteria and reason), I a feed
      * intercepted under a hold, F a released feed fed. On I
      * and F records HJ-SOURCE is the program the feed belongs
      * to (LAB1C or LAB2C - LABEDIT's clean file belongs to
      * both, so it journals one I per copy), HJ-PROGRAM the one
      * that intercepted or fed it, HJ-ORIG-NAME the name the
      * feed arrived under, and HJ-HELD-NAME where it now sits
      * in the held-feeds area (<name>.H1yyyymmdd for LAB1C,
      * .H2yyyymmdd for LAB2C). The I records are the held-feeds
      * register: an I whose hold has been released and which
      * has no F yet is picked up by the next run (see LABHCHK).
       01  Hold-Jrnl-Record.
           05  HJ-DATE             Pic 9(8).
           05  HJ-TIME             Pic 9(8).
           05  HJ-PROGRAM          Pic X(8).
           05  HJ-OPERATOR         Pic X(10).
           05  HJ-ACTION           Pic X(1).
           05  HJ-HOLD-ID          Pic 9(6).
           05  HJ-SOURCE           Pic X(8).
           05  HJ-PROVIDER         Pic X(5).
           05  HJ-BATCH-DATE       Pic 9(8).
           05  HJ-ORIG-NAME        Pic X(40).
           05  HJ-HELD-NAME        Pic X(52).
           05  HJ-REASON           Pic X(30).
           05  FILLER              Pic X(06).
