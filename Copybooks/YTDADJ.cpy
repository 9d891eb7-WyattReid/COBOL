      * YTDADJ - prior-period adjustment file (LAB_YTDADJ, default
      * lab2-ytd-adj.dat). Once LABCLOSE has snapshotted a period
      * into the YTDHIST file, a late correction for that month is
      * entered here in LABPPADJ instead of being posted into the
      * current month - a count/sum correction against one closed
      * YA-PERIOD, with the reason, the supervisor who entered it,
      * and the second supervisor who approved it. YA-STATUS is P
      * (pending approval), A (approved), or R (rejected). The
      * closed period's own history record is never touched;
      * LABTREND prints each period's original close figure, its
      * approved adjustments, and the restated figure.
       01  Ytd-Adj-Record.
           05  YA-PERIOD           Pic 9(6).
           05  YA-STATUS           Pic X(1).
           05  YA-ADJ-CNT          Pic S9(9).
           05  YA-ADJ-SUM          Pic S9(9)V9(2).
           05  YA-REASON           Pic X(30).
           05  YA-OPERATOR         Pic X(10).
           05  YA-ENTRY-DATE       Pic 9(8).
           05  YA-ENTRY-TIME       Pic 9(8).
           05  YA-APPROVER         Pic X(10).
           05  YA-APPR-DATE        Pic 9(8).
           05  FILLER              Pic X(05).
