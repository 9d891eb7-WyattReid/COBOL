       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABCTLSN.
       AUTHOR. Wyatt Reid.
      * "Control-file snapshot for disaster recovery. LABMSTBK"
      * "covers LAB-MASTER.dat, but the files the rest of the"
      * "suite cannot run without - the YTD file, the batch"
      * "register, USERS.dat, the category, tolerance, and rate"
      * "tables, the calendar, providers, GL map, budget, and"
      * "location files, the keying sessions, the restart"
      * "checkpoints, the posting limits, the audit-chain"
      * "anchors, the menu definitions, and the on-call rota -"
      * "had no backup at all. This copies the"
      * "whole set, under the MASTER, YTDFILE, and LAB1C run"
      * "locks, into one dated set (<stem>.D<yyyymmdd>.<file"
      * "ID>, stem LAB_CTLSNAP, default lab-ctlsnap) with a"
      * "manifest of each copy's record count and hash total"
      * "(see CTLSNAP). LABCTLRS verifies a set against its"
      * "manifest and restores all of it or single files. A"
      * "file missing at snapshot time is entered on the"
      * "manifest as absent; RETURN-CODE 4 when one that should"
      * "always exist was missing."
      * "2026-10-15 WAR The posting-limit table, the audit-chain"
      * "            anchor file, the menu definition file, and the"
      * "            on-call rota are now in the set, so a restore"
      * "            brings them back and a verify checks them."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPIN-FILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SNAPIN-STATUS.
           SELECT SNAPOUT-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPOUT-STATUS.
           SELECT USERFILE ASSIGN TO WS-SRC-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Usr-Id
               FILE STATUS IS WS-SNAPIN-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPIN-FILE.
       01  SNAPIN-RECORD       Pic X(200).

       FD  SNAPOUT-FILE.
       01  SNAPOUT-RECORD      Pic X(200).

       FD  USERFILE.
           COPY USERREC.

       FD  MANIFEST-FILE.
           COPY CTLSNAP.

       WORKING-STORAGE SECTION.
      * "The files in the set. Each name is resolved through the"
      * "same environment variable its owning programs honor, so"
      * "the snapshot copies exactly the files the suite is"
      * "running against. WS-F-OPTIONAL Y marks a file that is"
      * "normally absent (no restart pending, no keying session"
      * "file yet, no limits, anchors, menu file, or rota set up)"
      * "and is no cause for a warning when missing."
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 18 TIMES INDEXED BY WS-F-IDX.
               10  WS-F-ID         Pic X(8).
               10  WS-F-ENV        Pic X(20).
               10  WS-F-DEFAULT    Pic X(40).
               10  WS-F-ORG        Pic X(1).
               10  WS-F-OPTIONAL   Pic X(1).
       01  WS-FILE-CNT         Pic 9(2)        VALUE 18.

       01  WS-STEM             Pic X(40).
       01  WS-SRC-NAME         Pic X(40).
       01  WS-COPY-NAME        Pic X(60).
       01  WS-MANIFEST-NAME    Pic X(60).
       01  WS-SNAPIN-STATUS    Pic X(2).
       01  WS-SNAPOUT-STATUS   Pic X(2).
       01  WS-MANIFEST-STATUS  Pic X(2).
       01  WS-DATA-EOF         Pic A(1).
       01  WS-PRESENT-SW       Pic X(1).
       01  WS-COPY-LINE        Pic X(200).

       01  WS-RUN-DATE         Pic 9(8).
       01  WS-RUN-TIME         Pic 9(8).
       01  WS-REC-COUNT        Pic 9(7).
       01  WS-HASH-TOTAL       Pic 9(15).
       01  WS-CH-POS           Pic 9(3)   COMP.
       01  WS-FILES-COPIED     Pic 9(2)        VALUE 0.
       01  WS-FILES-ABSENT     Pic 9(2)        VALUE 0.
       01  WS-RECS-COPIED      Pic 9(9)        VALUE 0.
       01  WS-RUN-RC           Pic 9(1)        VALUE 0.

      * "Run locks - the files copied here are rewritten by"
      * "programs holding the MASTER, YTDFILE, and LAB1C locks,"
      * "so the snapshot holds all three for its whole duration"
      * "and the set is one consistent point in time. Taken"
      * "through LABLOCK, released before STOP RUN; see LABLKMN"
      * "for stale locks."
           COPY LOCKREQ.
       01  WS-LOCKS-HELD       Pic 9(1)        VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM TAKE-LOCKS-PARAGRAPH
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00" THEN
               DISPLAY "*** Cannot create snapshot manifest: "
                   WS-MANIFEST-NAME
               DISPLAY "*** FILE STATUS: " WS-MANIFEST-STATUS
               DISPLAY "*** Run terminated."
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SNAP-ONE-FILE-PARAGRAPH
               VARYING WS-F-IDX FROM 1 BY 1
               UNTIL WS-F-IDX > WS-FILE-CNT
           CLOSE MANIFEST-FILE
           DISPLAY "Control-file snapshot complete - " WS-FILES-COPIED
               " file(s), " WS-RECS-COPIED " record(s)"
           DISPLAY "Manifest: " WS-MANIFEST-NAME
           PERFORM RELEASE-LOCKS-PARAGRAPH
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE "lab-ctlsnap" TO WS-STEM
           ACCEPT WS-STEM FROM ENVIRONMENT "LAB_CTLSNAP"
           IF WS-STEM = SPACES THEN
               MOVE "lab-ctlsnap" TO WS-STEM
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-MANIFEST-NAME
           STRING WS-STEM DELIMITED BY " "
               ".D" WS-RUN-DATE ".MANIFEST" DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           PERFORM DEFAULT-FILES-PARAGRAPH.

      *****************************************************
      * DEFAULT-FILES-PARAGRAPH - the control files in the     *
      * set, their environment overrides, and default names.   *
      * The YTD file is resolved through LAB2C's override, the *
      * program that rewrites it.                               *
      *****************************************************
       DEFAULT-FILES-PARAGRAPH.
           MOVE SPACES TO WS-FILE-TABLE
           MOVE "YTD" TO WS-F-ID(1)
           MOVE "LAB2C_YTDFILE" TO WS-F-ENV(1)
           MOVE "lab2-ytd.dat" TO WS-F-DEFAULT(1)
           MOVE "BATCHREG" TO WS-F-ID(2)
           MOVE "LAB_BATCHREG" TO WS-F-ENV(2)
           MOVE "lab-batchreg.dat" TO WS-F-DEFAULT(2)
           MOVE "USERS" TO WS-F-ID(3)
           MOVE "LAB_USERFILE" TO WS-F-ENV(3)
           MOVE "USERS.dat" TO WS-F-DEFAULT(3)
           MOVE "K" TO WS-F-ORG(3)
           MOVE "CATREF" TO WS-F-ID(4)
           MOVE "LAB_CATREF" TO WS-F-ENV(4)
           MOVE "lab-catref.dat" TO WS-F-DEFAULT(4)
           MOVE "TOL" TO WS-F-ID(5)
           MOVE "LAB_TOLFILE" TO WS-F-ENV(5)
           MOVE "lab-tol.dat" TO WS-F-DEFAULT(5)
           MOVE "RATES" TO WS-F-ID(6)
           MOVE "LAB_RATES" TO WS-F-ENV(6)
           MOVE "lab-rates.dat" TO WS-F-DEFAULT(6)
           MOVE "CALENDAR" TO WS-F-ID(7)
           MOVE "LAB_CALENDAR" TO WS-F-ENV(7)
           MOVE "lab-calendar.dat" TO WS-F-DEFAULT(7)
           MOVE "PROVIDER" TO WS-F-ID(8)
           MOVE "LAB_PROVFILE" TO WS-F-ENV(8)
           MOVE "lab-providers.dat" TO WS-F-DEFAULT(8)
           MOVE "GLMAP" TO WS-F-ID(9)
           MOVE "LAB_GLMAP" TO WS-F-ENV(9)
           MOVE "lab-glmap.dat" TO WS-F-DEFAULT(9)
           MOVE "BUDGET" TO WS-F-ID(10)
           MOVE "LAB_BUDGFILE" TO WS-F-ENV(10)
           MOVE "lab-budget.dat" TO WS-F-DEFAULT(10)
           MOVE "LOCATION" TO WS-F-ID(11)
           MOVE "LAB_LOCFILE" TO WS-F-ENV(11)
           MOVE "lab-locations.dat" TO WS-F-DEFAULT(11)
           MOVE "SESSIONS" TO WS-F-ID(12)
           MOVE "LAB2B_SESSFILE" TO WS-F-ENV(12)
           MOVE "lab2b-sessions.dat" TO WS-F-DEFAULT(12)
           MOVE "Y" TO WS-F-OPTIONAL(12)
           MOVE "CKPT1C" TO WS-F-ID(13)
           MOVE "LAB1C_CKPTFILE" TO WS-F-ENV(13)
           MOVE "lab1c-ckpt.dat" TO WS-F-DEFAULT(13)
           MOVE "Y" TO WS-F-OPTIONAL(13)
           MOVE "CKPT2C" TO WS-F-ID(14)
           MOVE "LAB2C_CKPTFILE" TO WS-F-ENV(14)
           MOVE "lab2c-ckpt.dat" TO WS-F-DEFAULT(14)
           MOVE "Y" TO WS-F-OPTIONAL(14)
           MOVE "LIMITS" TO WS-F-ID(15)
           MOVE "LAB_LIMFILE" TO WS-F-ENV(15)
           MOVE "lab-post-lim.dat" TO WS-F-DEFAULT(15)
           MOVE "Y" TO WS-F-OPTIONAL(15)
           MOVE "CHAINANC" TO WS-F-ID(16)
           MOVE "LAB_CHAINANC" TO WS-F-ENV(16)
           MOVE "lab-chain-anchor.dat" TO WS-F-DEFAULT(16)
           MOVE "Y" TO WS-F-OPTIONAL(16)
           MOVE "MENUDEF" TO WS-F-ID(17)
           MOVE "LAB_MENUFILE" TO WS-F-ENV(17)
           MOVE "lab-menu.dat" TO WS-F-DEFAULT(17)
           MOVE "Y" TO WS-F-OPTIONAL(17)
           MOVE "ONCALL" TO WS-F-ID(18)
           MOVE "LAB_ONCALL" TO WS-F-ENV(18)
           MOVE "lab-oncall.dat" TO WS-F-DEFAULT(18)
           MOVE "Y" TO WS-F-OPTIONAL(18).

      *****************************************************
      * SNAP-ONE-FILE-PARAGRAPH copies one file to the set and *
      * enters it on the manifest with the count and hash      *
      * total of what was written. A file that cannot be       *
      * opened is entered as absent.                            *
      *****************************************************
       SNAP-ONE-FILE-PARAGRAPH.
           MOVE WS-F-DEFAULT(WS-F-IDX) TO WS-SRC-NAME
           ACCEPT WS-SRC-NAME FROM ENVIRONMENT WS-F-ENV(WS-F-IDX)
           IF WS-SRC-NAME = SPACES THEN
               MOVE WS-F-DEFAULT(WS-F-IDX) TO WS-SRC-NAME
           END-IF
           MOVE SPACES TO WS-COPY-NAME
           STRING WS-STEM DELIMITED BY " "
               ".D" WS-RUN-DATE "." DELIMITED BY SIZE
               WS-F-ID(WS-F-IDX) DELIMITED BY " "
               INTO WS-COPY-NAME
           MOVE 0 TO WS-REC-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE "N" TO WS-DATA-EOF
           IF WS-F-ORG(WS-F-IDX) = "K" THEN
               OPEN INPUT USERFILE
           ELSE
               OPEN INPUT SNAPIN-FILE
           END-IF
           IF WS-SNAPIN-STATUS NOT = "00" THEN
               PERFORM SNAP-ABSENT-PARAGRAPH
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SNAPOUT-FILE
           IF WS-SNAPOUT-STATUS NOT = "00" THEN
               DISPLAY "*** Cannot create snapshot copy: "
                   WS-COPY-NAME
               DISPLAY "*** FILE STATUS: " WS-SNAPOUT-STATUS
               DISPLAY "*** Run terminated - the set is incomplete."
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-F-ORG(WS-F-IDX) = "K" THEN
               PERFORM SNAP-KEYED-RECORD-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
               CLOSE USERFILE
           ELSE
               PERFORM SNAP-ONE-RECORD-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-DATA-EOF = "Y"
               CLOSE SNAPIN-FILE
           END-IF
           CLOSE SNAPOUT-FILE
           MOVE "Y" TO WS-PRESENT-SW
           PERFORM WRITE-MANIFEST-PARAGRAPH
           ADD 1 TO WS-FILES-COPIED
           ADD WS-REC-COUNT TO WS-RECS-COPIED
           DISPLAY "  " WS-F-ID(WS-F-IDX) " " WS-SRC-NAME
               " - " WS-REC-COUNT " record(s)".

       SNAP-ABSENT-PARAGRAPH.
           MOVE "N" TO WS-PRESENT-SW
           PERFORM WRITE-MANIFEST-PARAGRAPH
           ADD 1 TO WS-FILES-ABSENT
           IF WS-F-OPTIONAL(WS-F-IDX) = "Y" THEN
               DISPLAY "  " WS-F-ID(WS-F-IDX) " " WS-SRC-NAME
                   " - not present"
           ELSE
               DISPLAY "*** " WS-F-ID(WS-F-IDX) " " WS-SRC-NAME
                   " - not found, entered as absent"
               MOVE 4 TO WS-RUN-RC
           END-IF.

       SNAP-ONE-RECORD-PARAGRAPH.
           READ SNAPIN-FILE NEXT RECORD INTO WS-COPY-LINE
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   PERFORM COPY-OUT-PARAGRAPH
           END-READ.

       SNAP-KEYED-RECORD-PARAGRAPH.
           READ USERFILE NEXT RECORD
               AT END MOVE "Y" TO WS-DATA-EOF
               NOT AT END
                   MOVE SPACES TO WS-COPY-LINE
                   MOVE User-Record TO WS-COPY-LINE
                   PERFORM COPY-OUT-PARAGRAPH
           END-READ.

       COPY-OUT-PARAGRAPH.
           ADD 1 TO WS-REC-COUNT
           PERFORM HASH-CHAR-PARAGRAPH
               VARYING WS-CH-POS FROM 1 BY 1 UNTIL WS-CH-POS > 200
           WRITE SNAPOUT-RECORD FROM WS-COPY-LINE.

      *****************************************************
      * HASH-CHAR-PARAGRAPH - the manifest hash adds each      *
      * byte's ordinal value times its column, so a changed or *
      * shifted byte anywhere in a record moves the total.      *
      * LABCTLRS computes it the same way.                      *
      *****************************************************
       HASH-CHAR-PARAGRAPH.
           COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
               + FUNCTION ORD(WS-COPY-LINE(WS-CH-POS:1)) * WS-CH-POS.

       WRITE-MANIFEST-PARAGRAPH.
           MOVE SPACES TO Ctl-Snap-Record
           MOVE WS-RUN-DATE TO SNP-SET-DATE
           MOVE WS-RUN-TIME TO SNP-SET-TIME
           MOVE WS-F-ID(WS-F-IDX) TO SNP-FILE-ID
           MOVE WS-F-ORG(WS-F-IDX) TO SNP-FILE-ORG
           IF SNP-FILE-ORG = SPACE THEN
               MOVE "S" TO SNP-FILE-ORG
           END-IF
           MOVE WS-PRESENT-SW TO SNP-PRESENT
           MOVE WS-SRC-NAME TO SNP-SOURCE-NAME
           MOVE WS-COPY-NAME TO SNP-COPY-NAME
           MOVE WS-REC-COUNT TO SNP-REC-COUNT
           MOVE WS-HASH-TOTAL TO SNP-HASH-TOTAL
           WRITE Ctl-Snap-Record.

      *****************************************************
      * TAKE-LOCKS-PARAGRAPH/RELEASE-LOCKS-PARAGRAPH - the     *
      * snapshot holds every lock the control-file writers     *
      * honor for its whole duration. A refused take releases  *
      * whatever was already taken and ends the run before any *
      * file is copied.                                         *
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
           MOVE "LABCTLSN" TO LRQ-PROGRAM
           CALL "LABLOCK" USING Lock-Request
           IF LRQ-RESULT NOT = "0" THEN
               DISPLAY "*** Lock " LRQ-NAME " is held by "
                   LRQ-HOLDER " (" LRQ-HOLDER-PGM ")."
               DISPLAY "*** Snapshot refused - wait for that run to "
                   "finish, or use LABLKMN to"
               DISPLAY "*** release the lock if that run was "
                   "cancelled and left it behind."
               PERFORM RELEASE-LOCKS-PARAGRAPH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-LOCKS-PARAGRAPH.
           MOVE "R" TO LRQ-FUNCTION
           MOVE "LABCTLSN" TO LRQ-PROGRAM
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
