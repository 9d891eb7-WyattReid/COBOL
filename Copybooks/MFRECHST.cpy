      * MFRECHST - master-versus-feed completeness history
      * (LABMFREC_HISTFILE, default lab-mfrec-hist.dat), one record
      * appended per LABMFREC run: how many master records were
      * active on the batch date, how many stamped details the
      * day's LAB2c echo listing posted, and how many of each
      * fell out - masters that never arrived (MFH-MISSING), feed
      * records with no master active on the date (MFH-NO-MASTER),
      * and feed records whose category or plant location
      * disagrees with the master (MFH-DISAGREE). MFH-UNSTAMPED
      * counts details with no record ID, which cannot be matched.
      * MFH-MISS-PCT is MFH-MISSING as a percentage of
      * MFH-ACTIVE-CNT; MFH-OVER-FLAG is Y when it passed the
      * threshold and the run ended with RETURN-CODE 4. LABCTLSH
      * prints the sheet date's latest record.
       01  Mf-Recon-Hist-Record.
           05  MFH-RUN-DATE        Pic 9(8).
           05  MFH-RUN-TIME        Pic 9(8).
           05  MFH-BATCH-DATE      Pic 9(8).
           05  MFH-ACTIVE-CNT      Pic 9(6).
           05  MFH-FEED-CNT        Pic 9(6).
           05  MFH-MATCHED         Pic 9(6).
           05  MFH-MISSING         Pic 9(6).
           05  MFH-NO-MASTER       Pic 9(6).
           05  MFH-DISAGREE        Pic 9(6).
           05  MFH-UNSTAMPED       Pic 9(6).
           05  MFH-MISS-PCT        Pic 9(3)V9(2).
           05  MFH-THRESHOLD       Pic 9(3)V9(2).
           05  MFH-OVER-FLAG       Pic X(1).
           05  FILLER              Pic X(10).
