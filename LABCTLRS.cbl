       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABCTLRS.
       AUTHOR. Wyatt Reid.
      * "Control-file restore from a LABCTLSN snapshot set. The"
      * "set is picked by its date (LABCTLRS_DATE, YYYYMMDD) and"
      * "the files by ID (LABCTLRS_FILES - ALL, or IDs such as"
      * "BATCHREG USERS separated by spaces or commas); either"
      * "is prompted for when unset. Every file chosen is first"
      * "re-counted and re-hashed from its copy and checked"
      * "against the manifest - if any one fails, nothing at all"
      * "is restored. Only then, under the MASTER, YTDFILE, and"
      * "LAB1C run locks, is each live file saved aside as"
      * "<name>.prerestore and replaced from the set, the keyed"
      * "USERS.dat being reloaded record by record. A file that"
      * "was absent at snapshot time cannot be chosen."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT COPYIN-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COPYIN-STATUS.
           SELECT LIVEIN-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT LIVEOUT-FILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT USERFILE ASSIGN TO WS-LIVE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT SAVEOUT-FILE ASSIGN TO WS-SAVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
           COPY CTLSNAP.

       FD  COPYIN-FILE.
       01  COPYIN-RECORD       Pic X(200).

       FD  LIVEIN-FILE.
       01  LIVEIN-RECORD       Pic X(200).

       FD  LIVEOUT-FILE.
       01  LIVEOUT-RECORD      Pic X(200).

       FD  USERFILE.
           COPY USERREC.

       FD  SAVEOUT-FILE.
       01  SAVEOUT-RECORD      Pic X(200).

       WORKING-STORAGE SECTION.
      * "LAB_CTLSNAP is the same set stem LABCTLSN writes under."
       01  WS-STEM             Pic X(40).
       01  WS-SET-DATE         Pic X(8).
       01  WS-FILES-INPUT      Pic X(80).
       01  WS-MANIFEST-NAME    Pic X(60).
       01  WS-MANIFEST-STATUS  Pic X(2).
       01  WS-COPY-NAME        Pic X(60).
       01  WS-COPYIN-STATUS    Pic X(2).
       01  WS-LIVE-NAME        Pic X(40).
       01  WS-LIVE-STATUS      Pic X(2).
       01  WS-SAVE-NAME        Pic X(60).
       01  WS-EOF              Pic A(1).
       01  WS-DATA-EOF         Pic A(1).
       01  WS-COPY-LINE        Pic X(200).

      * "The manifest, loaded whole; WS-M-SEL is Y for each file"
      * "chosen for this restore."
       01  WS-MAN-TABLE.
           05  WS-MAN-ENTRY OCCURS 20 TIMES INDEXED BY WS-M-IDX.
               10  WS-M-ID         Pic X(8).
               10  WS-M-ORG        Pic X(1).
               10  WS-M-PRESENT    Pic X(1).
               10  WS-M-SOURCE     Pic X(40).
               10  WS-M-COPY       Pic X(60).
               10  WS-M-COUNT      Pic 9(7).
               10  WS-M-HASH       Pic 9(15).
               10  WS-M-SEL        Pic X(1).
       01  WS-MAN-CNT          Pic 9(2)        VALUE 0.
       01  WS-SEL-CNT          Pic 9(2)        VALUE 0.

       01  WS-TOKEN-TABLE.
           05  WS-TOKEN        Pic X(8)        OCCURS 20 TIMES.
       01  WS-TOK-IDX          Pic 9(2)   COMP.
       01  WS-TOK-FOUND-SW     Pic X(1).
       01  WS-BAD-CHOICE-SW    Pic X(1)        VALUE "N".

       01  WS-REC-COUNT        Pic 9(7).
       01  WS-HASH-TOTAL       Pic 9(15).
       01  WS-CH-POS           Pic 9(3)   COMP.
       01  WS-VERIFY-FAIL-SW   Pic X(1)        VALUE "N".
       01  WS-RESTORED-CNT     Pic 9(2)        VALUE 0.
       01  WS-DUP-CNT          Pic 9(6)        VALUE 0.
       01  WS-RUN-RC           Pic 9(1)        VALUE 0.

      * "Run locks - the same three LABCTLSN holds, so nothing can"
      * "write a control file while it is being replaced. Taken"
      * "through LABLOCK, released before STOP RUN; see LABLKMN"
      * "for stale locks."
           COPY LOCKREQ.
       01  WS-LOCKS-HELD       Pic 9(1)        VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM LOAD-MANIFEST-PARAGRAPH
           PERFORM CHOOSE-FILES-PARAGRAPH
           PERFORM TAKE-LOCKS-PARAGRAPH
           DISPLAY "Verifying " WS-SEL-CNT " file(s) against "
               WS-MANIFEST-NAME
           PERFORM VERIFY-ONE-FILE-PARAGRAPH
               VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MAN-CNT
           IF WS-VERIFY-FAIL-SW = "Y" THEN
               DISPLAY "*** Restore refused - the set does not match "
                   "its manifest."
               DISPLAY "*** Nothing has been restored."
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESTORE-ONE-FILE-PARAGRAPH
               VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MAN-CNT
           DISPLAY "Control-file restore complete - " WS-RESTORED-CNT
               " file(s) restored from the " WS-SET-DATE " set"
           PERFORM RELEASE-LOCKS-PARAGRAPH
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-ctlsnap" TO WS-STEM
           ACCEPT WS-STEM FROM ENVIRONMENT "LAB_CTLSNAP"
           IF WS-STEM = SPACES THEN
               MOVE "lab-ctlsnap" TO WS-STEM
           END-IF
           MOVE SPACES TO WS-SET-DATE
           ACCEPT WS-SET-DATE FROM ENVIRONMENT "LABCTLRS_DATE"
           IF WS-SET-DATE IS NOT NUMERIC THEN
               DISPLAY "Snapshot set date to restore from (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-SET-DATE
           END-IF
           IF WS-SET-DATE IS NOT NUMERIC THEN
               DISPLAY "*** Snapshot date must be YYYYMMDD."
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-FILES-INPUT
           ACCEPT WS-FILES-INPUT FROM ENVIRONMENT "LABCTLRS_FILES"
           IF WS-FILES-INPUT = SPACES THEN
               DISPLAY "Files to restore (ALL, or IDs separated by "
                   "spaces): " WITH NO ADVANCING
               ACCEPT WS-FILES-INPUT
           END-IF
           INSPECT WS-FILES-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz,"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ "
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING WS-STEM DELIMITED BY " "
               ".D" WS-SET-DATE ".MANIFEST" DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME.

       LOAD-MANIFEST-PARAGRAPH.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00" THEN
               DISPLAY "*** Snapshot manifest not found or unreadable: "
                   WS-MANIFEST-NAME
               DISPLAY "*** FILE STATUS: " WS-MANIFEST-STATUS
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-MAN-TABLE
           PERFORM READ-MANIFEST-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE MANIFEST-FILE
           IF WS-MAN-CNT = 0 THEN
               DISPLAY "*** Snapshot manifest is empty: "
                   WS-MANIFEST-NAME
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-MANIFEST-PARAGRAPH.
           READ MANIFEST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-MAN-CNT < 20 THEN
                       ADD 1 TO WS-MAN-CNT
                       MOVE SNP-FILE-ID TO WS-M-ID(WS-MAN-CNT)
                       MOVE SNP-FILE-ORG TO WS-M-ORG(WS-MAN-CNT)
                       MOVE SNP-PRESENT TO WS-M-PRESENT(WS-MAN-CNT)
                       MOVE SNP-SOURCE-NAME TO WS-M-SOURCE(WS-MAN-CNT)
                       MOVE SNP-COPY-NAME TO WS-M-COPY(WS-MAN-CNT)
                       MOVE SNP-REC-COUNT TO WS-M-COUNT(WS-MAN-CNT)
                       MOVE SNP-HASH-TOTAL TO WS-M-HASH(WS-MAN-CNT)
                       MOVE "N" TO WS-M-SEL(WS-MAN-CNT)
                   END-IF
           END-READ.

      *****************************************************
      * CHOOSE-FILES-PARAGRAPH marks the files to restore. ALL *
      * takes every file that was present at snapshot time;    *
      * otherwise each ID named must be on the manifest and    *
      * present, or the run stops before anything is touched.  *
      *****************************************************
       CHOOSE-FILES-PARAGRAPH.
           MOVE SPACES TO WS-TOKEN-TABLE
           UNSTRING WS-FILES-INPUT DELIMITED BY ALL " "
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                    WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11)
                    WS-TOKEN(12) WS-TOKEN(13) WS-TOKEN(14)
                    WS-TOKEN(15) WS-TOKEN(16) WS-TOKEN(17)
                    WS-TOKEN(18) WS-TOKEN(19) WS-TOKEN(20)
           END-UNSTRING
           IF WS-TOKEN(1) = SPACES THEN
               MOVE WS-TOKEN(2) TO WS-TOKEN(1)
           END-IF
           IF WS-TOKEN(1) = "ALL" THEN
               PERFORM CHOOSE-ALL-PARAGRAPH
                   VARYING WS-M-IDX FROM 1 BY 1
                   UNTIL WS-M-IDX > WS-MAN-CNT
           ELSE
               PERFORM CHOOSE-TOKEN-PARAGRAPH
                   VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 20
           END-IF
           IF WS-BAD-CHOICE-SW = "Y" THEN
               DISPLAY "*** Run terminated - nothing has been restored."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEL-CNT = 0 THEN
               DISPLAY "*** No files chosen to restore."
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHOOSE-ALL-PARAGRAPH.
           IF WS-M-PRESENT(WS-M-IDX) = "Y" THEN
               MOVE "Y" TO WS-M-SEL(WS-M-IDX)
               ADD 1 TO WS-SEL-CNT
           END-IF.

       CHOOSE-TOKEN-PARAGRAPH.
           IF WS-TOKEN(WS-TOK-IDX) = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TOK-FOUND-SW
           PERFORM MATCH-TOKEN-PARAGRAPH
               VARYING WS-M-IDX FROM 1 BY 1
               UNTIL WS-M-IDX > WS-MAN-CNT
           IF WS-TOK-FOUND-SW = "N" THEN
               DISPLAY "*** " WS-TOKEN(WS-TOK-IDX)
                   " is not a file in this snapshot set."
               MOVE "Y" TO WS-BAD-CHOICE-SW
           END-IF.

       MATCH-TOKEN-PARAGRAPH.
           IF WS-M-ID(WS-M-IDX) NOT = WS-TOKEN(WS-TOK-IDX) THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TOK-FOUND-SW
           IF WS-M-PRESENT(WS-M-IDX) NOT = "Y" THEN
               DISPLAY "*** " WS-M-ID(WS-M-IDX)
                   " was not present when the set was taken."
               MOVE "Y" TO WS-BAD-CHOICE-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-M-SEL(WS-M-IDX) NOT = "Y" THEN
               MOVE "Y" TO WS-M-SEL(WS-M-IDX)
               ADD 1 TO WS-SEL-CNT
           END-IF.

      *****************************************************
      * VERIFY-ONE-FILE-PARAGRAPH re-reads one chosen copy and *
      * compares its record count and hash total with the      *
      * manifest's. A copy that is missing, short, or altered  *
      * fails, and one failure stops the whole restore.        *
      *****************************************************
       VERIFY-ONE-FILE-PARAGRAPH.
           IF WS-M-SEL(WS-M-IDX) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-M-COPY(WS-M-IDX) TO WS-COPY-NAME
           OPEN INPUT COPYIN-FILE
           IF WS-COPYIN-STATUS NOT = "00" THEN
               DISPLAY "*** " WS-M-ID(WS-M-IDX) " copy not found: "
                   WS-COPY-NAME
               MOVE "Y" TO WS-VERIFY-FAIL-SW
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REC-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE "N" TO WS-DATA-EOF
           PERFORM VERIFY-ONE-RECORD-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
           CLOSE COPYIN-FILE
           IF WS-REC-COUNT = WS-M-COUNT(WS-M-IDX)
                   AND WS-HASH-TOTAL = WS-M-HASH(WS-M-IDX) THEN
               DISPLAY "  " WS-M-ID(WS-M-IDX) " verified - "
                   WS-REC-COUNT " record(s)"
           ELSE
               DISPLAY "*** " WS-M-ID(WS-M-IDX) " FAILS - count "
                   WS-REC-COUNT " (manifest " WS-M-COUNT(WS-M-IDX)
                   "), hash " WS-HASH-TOTAL
               DISPLAY "***          (manifest hash "
                   WS-M-HASH(WS-M-IDX) ")"
               MOVE "Y" TO WS-VERIFY-FAIL-SW
           END-IF.

       VERIFY-ONE-RECORD-PARAGRAPH.
           READ COPYIN-FILE NEXT RECORD INTO WS-COPY-LINE
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   ADD 1 TO WS-REC-COUNT
                   PERFORM HASH-CHAR-PARAGRAPH
                       VARYING WS-CH-POS FROM 1 BY 1
                       UNTIL WS-CH-POS > 200
           END-READ.

      *****************************************************
      * HASH-CHAR-PARAGRAPH - each byte's ordinal value times  *
      * its column, exactly as LABCTLSN totals it.              *
      *****************************************************
       HASH-CHAR-PARAGRAPH.
           COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
               + FUNCTION ORD(WS-COPY-LINE(WS-CH-POS:1)) * WS-CH-POS.

      *****************************************************
      * RESTORE-ONE-FILE-PARAGRAPH saves the live file aside   *
      * as <name>.prerestore - a restore onto the wrong set can *
      * itself be undone - then replaces it from the copy.      *
      *****************************************************
       RESTORE-ONE-FILE-PARAGRAPH.
           IF WS-M-SEL(WS-M-IDX) NOT = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-M-COPY(WS-M-IDX) TO WS-COPY-NAME
           MOVE WS-M-SOURCE(WS-M-IDX) TO WS-LIVE-NAME
           MOVE SPACES TO WS-SAVE-NAME
           STRING WS-LIVE-NAME DELIMITED BY " "
               ".prerestore" DELIMITED BY SIZE
               INTO WS-SAVE-NAME
           IF WS-M-ORG(WS-M-IDX) = "K" THEN
               PERFORM SAVE-KEYED-PARAGRAPH
               PERFORM RELOAD-KEYED-PARAGRAPH
           ELSE
               PERFORM SAVE-SEQUENTIAL-PARAGRAPH
               PERFORM RELOAD-SEQUENTIAL-PARAGRAPH
           END-IF
           ADD 1 TO WS-RESTORED-CNT.

       SAVE-SEQUENTIAL-PARAGRAPH.
           OPEN INPUT LIVEIN-FILE
           IF WS-LIVE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SAVEOUT-FILE
           MOVE "N" TO WS-DATA-EOF
           PERFORM SAVE-SEQUENTIAL-LINE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
           CLOSE LIVEIN-FILE
           CLOSE SAVEOUT-FILE.

       SAVE-SEQUENTIAL-LINE-PARAGRAPH.
           READ LIVEIN-FILE NEXT RECORD INTO WS-COPY-LINE
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   WRITE SAVEOUT-RECORD FROM WS-COPY-LINE
           END-READ.

       RELOAD-SEQUENTIAL-PARAGRAPH.
           OPEN INPUT COPYIN-FILE
           OPEN OUTPUT LIVEOUT-FILE
           IF WS-LIVE-STATUS NOT = "00" THEN
               DISPLAY "*** Cannot write " WS-LIVE-NAME
                   " - FILE STATUS " WS-LIVE-STATUS
               DISPLAY "*** Run terminated - files restored so far: "
                   WS-RESTORED-CNT
               CLOSE COPYIN-FILE
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-REC-COUNT
           MOVE "N" TO WS-DATA-EOF
           PERFORM RELOAD-SEQUENTIAL-LINE-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
           CLOSE COPYIN-FILE
           CLOSE LIVEOUT-FILE
           DISPLAY "  " WS-M-ID(WS-M-IDX) " " WS-LIVE-NAME
               " restored - " WS-REC-COUNT " record(s)".

       RELOAD-SEQUENTIAL-LINE-PARAGRAPH.
           READ COPYIN-FILE NEXT RECORD INTO WS-COPY-LINE
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   ADD 1 TO WS-REC-COUNT
                   WRITE LIVEOUT-RECORD FROM WS-COPY-LINE
           END-READ.

       SAVE-KEYED-PARAGRAPH.
           OPEN INPUT USERFILE
           IF WS-LIVE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SAVEOUT-FILE
           MOVE "N" TO WS-DATA-EOF
           PERFORM SAVE-KEYED-RECORD-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
           CLOSE USERFILE
           CLOSE SAVEOUT-FILE.

       SAVE-KEYED-RECORD-PARAGRAPH.
           READ USERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   MOVE SPACES TO WS-COPY-LINE
                   MOVE User-Record TO WS-COPY-LINE
                   WRITE SAVEOUT-RECORD FROM WS-COPY-LINE
           END-READ.

      *****************************************************
      * RELOAD-KEYED-PARAGRAPH rebuilds USERS.dat from its     *
      * copy. The copy was unloaded in key order, so the       *
      * records go back in sequentially; a duplicate ID is     *
      * counted and reported, never silently dropped.          *
      *****************************************************
       RELOAD-KEYED-PARAGRAPH.
           OPEN INPUT COPYIN-FILE
           OPEN OUTPUT USERFILE
           IF WS-LIVE-STATUS NOT = "00" THEN
               DISPLAY "*** Cannot write " WS-LIVE-NAME
                   " - FILE STATUS " WS-LIVE-STATUS
               DISPLAY "*** Run terminated - files restored so far: "
                   WS-RESTORED-CNT
               CLOSE COPYIN-FILE
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-REC-COUNT
           MOVE 0 TO WS-DUP-CNT
           MOVE "N" TO WS-DATA-EOF
           PERFORM RELOAD-KEYED-RECORD-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
           CLOSE COPYIN-FILE
           CLOSE USERFILE
           DISPLAY "  " WS-M-ID(WS-M-IDX) " " WS-LIVE-NAME
               " restored - " WS-REC-COUNT " record(s)"
           IF WS-DUP-CNT > 0 THEN
               DISPLAY "*** " WS-DUP-CNT " record(s) out of key "
                   "order or duplicated - not reloaded"
               MOVE 4 TO WS-RUN-RC
           END-IF.

       RELOAD-KEYED-RECORD-PARAGRAPH.
           READ COPYIN-FILE NEXT RECORD INTO WS-COPY-LINE
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   MOVE WS-COPY-LINE TO User-Record
                   WRITE User-Record
                       INVALID KEY
                           ADD 1 TO WS-DUP-CNT
                       NOT INVALID KEY
                           ADD 1 TO WS-REC-COUNT
                   END-WRITE
           END-READ.

      *****************************************************
      * TAKE-LOCKS-PARAGRAPH/RELEASE-LOCKS-PARAGRAPH - the     *
      * restore holds every lock the control-file writers      *
      * honor from verification to the last file replaced. A   *
      * refused take releases whatever was already taken and   *
      * ends the run before any file is touched.                *
      *****************************************************
       TAKE-LOCKS-PARAGRAPH.
           MOVE "MASTER" TO LRQ-NAME
           PERFORM TAKE-ONE-LOCK-PARAGRAPH
           MOVE 1 TO WS-LOCKS-HELD
           MOVE "YTDFILE" TO LRQ-NAME
           PERFORM TAKE-ONE-LOCK-PARAGRAPH
           MOVE 2 TO WS-LOCKS-HELD
           MOVE "LAB1C" TO LRQ-NAME
           PERFORM TAKE-ONE-LOCK-PARAGRAPH
           MOVE 3 TO WS-LOCKS-HELD.

       TAKE-ONE-LOCK-PARAGRAPH.
           MOVE "T" TO LRQ-FUNCTION
           MOVE "LABCTLRS" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request
           IF LRQ-RESULT NOT = "0" THEN
               DISPLAY "*** Lock " LRQ-NAME " is held by "
                   LRQ-HOLDER " (" LRQ-HOLDER-PGM ")."
               DISPLAY "*** Restore refused - wait for that run to "
                   "finish, or use LABLKMN to"
               DISPLAY "*** release the lock if that run was "
                   "cancelled and left it behind."
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-LOCKS-PARAGRAPH.
           MOVE "R" TO LRQ-FUNCTION
           MOVE "LABCTLRS" TO LRQ-PROGRAM
           IF WS-LOCKS-HELD >= 3 THEN
               MOVE "LAB1C" TO LRQ-NAME
               CALL "LABLOCK" USING Lock-Request
           END-IF
           IF WS-LOCKS-HELD >= 2 THEN
               MOVE "YTDFILE" TO LRQ-NAME
               CALL "LABLOCK" USING Lock-Request
           END-IF
           IF WS-LOCKS-HELD >= 1 THEN
               MOVE "MASTER" TO LRQ-NAME
               CALL "LABLOCK" USING Lock-Request
           END-IF
           MOVE 0 TO WS-LOCKS-HELD.
