      * LAB2BMRG when the session's entries reach the master.
      * LABSESMN lists the sessions, force-releases one stuck
      * open after a crash, and prints the unmerged-sessions
      * report for the daily close. SES-RELEASED-BY (widened from
      * what used to be filler) is the supervisor who force-
      * released the session in LABSESMN - spaces otherwise - so
      * the segregation-of-duties report can tell a supervisor
      * discarding their own keying from one releasing someone
      * else's. SES-BAL-FLAG (former filler) is F on a session
      * that did not balance to its batch slip when it was
      * closed - whether the operator then accepted the keyed
      * figures or discarded the session - for LABKEYRP.
       01  Session-Record.
           05  SES-SESSION         Pic 9(4).
           05  SES-OPERATOR        Pic X(10).
           05  SES-OPEN-TIME       Pic 9(8).
           05  SES-COUNT           Pic 9(4).
           05  SES-TOTAL           Pic S9(9)V9(2).
           05  SES-BAL-FLAG        Pic X(1).
           05  FILLER              Pic X(05).
           05  SES-RELEASED-BY     Pic X(10).
