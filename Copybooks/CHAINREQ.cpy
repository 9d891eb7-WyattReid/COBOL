      * CHAINREQ - parameter area for the LABCHAIN audit-chain
      * subprogram. Every record on the chained audit files - the
      * maintenance journal (MNTJRNL), the keyed-entry journal
      * (ENTJRNL), the reject repair audit (REJAUDIT), the YTD
      * posting journal (YTDJRNL), and signon.log - ends in a
      * 9-digit chain value folded from the record's own content
      * and the chain value of the record before it, so a line
      * deleted, inserted, or edited anywhere breaks the link to
      * the line after it (LABCHNCK walks the files nightly).
      * The caller sets CHN-DATA-LEN (the record's length without
      * its chain value) and CHN-DATA (the record), then CHN-
      * FUNCTION and CALLs "LABCHAIN" USING Chain-Request:
      *   A - about to append to CHN-FILE-NAME: the file is read to
      *       its last record for the chain value to follow (the
      *       file's anchor when it has none - see CHAINANC) and
      *       the new record's value comes back in CHN-VALUE.
      *   C - the value of CHN-DATA following CHN-PREV, in
      *       CHN-VALUE - for programs that walk or copy a chained
      *       file, and for a writer appending more than one record
      *       under its run lock: A for the first append, then C
      *       with CHN-PREV set to the value last written, so the
      *       file is not re-read for every record.
      *   S - CHN-FILE-NAME's anchor back in CHN-PREV (zero when
      *       it has none).
      *   W - record CHN-PREV as CHN-FILE-NAME's anchor, with
      *       CHN-PROGRAM as the program that set it.
      * A record whose chain value is not numeric was written
      * before the chain existed; CHN-RESULT comes back 1 from A
      * when the last record is one of those (the new record
      * starts the chain from the anchor), otherwise 0.
       01  Chain-Request.
           05  CHN-FUNCTION        Pic X(1).
           05  CHN-FILE-NAME       Pic X(52).
           05  CHN-PROGRAM         Pic X(8).
           05  CHN-DATA-LEN        Pic 9(3).
           05  CHN-DATA            Pic X(200).
           05  CHN-PREV            Pic 9(9).
           05  CHN-VALUE           Pic 9(9).
           05  CHN-RESULT          Pic X(1).
