      * the keying-time tolerance check - whether the operator
      * confirmed it (EJ-ACTION E) or backed off (EJ-ACTION R,
      * which the merge ignores) - so the confirmation is
      * auditable either way. EJ-UNDO-KIND (former filler) is D
      * on the undo records a session discard writes for each of
      * the session's entries, so LABKEYRP can tell them from the
      * operator's own undos; blank on an operator undo.
      * EJ-CHAIN is the audit-chain value (see CHAINREQ) folded
      * from the 50 characters before it and the previous
      * record's EJ-CHAIN; spaces on a record written before the
      * chain existed. LAB2BMRG re-folds it when it writes the
      * journal back with the merged flags set.
       01  Entry-Jrnl-Record.
           05  EJ-OPERATOR         Pic X(10).
           05  EJ-SESSION          Pic 9(4).
           05  EJ-VALUE            Pic S9(7)V9(2).
           05  EJ-MERGED           Pic X(1).
           05  EJ-TOL-FLAG         Pic X(1).
           05  EJ-UNDO-KIND        Pic X(1).
           05  FILLER              Pic X(01).
           05  EJ-CHAIN            Pic 9(9).
