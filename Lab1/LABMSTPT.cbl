       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABMSTPT.
       AUTHOR. Wyatt Reid.
      * "Point-in-time reconstruction of LAB-MASTER.dat - answers"
      * "'what did the whole master look like at close of business"
      * "on the 3rd' without touching the live indexed file. For an"
      * "as-of date (LABMSTPT_ASOF) it starts from the latest"
      * "LABMSTBK backup taken on or before that date (found on the"
      * "backup register), then rolls the MNTJRNL after-images"
      * "forward from the moment of that backup to the end of the"
      * "as-of date. The result is written in the backup layout,"
      * "so LABMSTRL (LABMSTRL_BACKUP, with LABMAINT_MASTERFILE"
      * "pointed at a scratch name) can load it for LABEXTR or"
      * "LABMSTRP to rerun against the historical picture, with a"
      * "listing of category totals alongside."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPREG-FILE ASSIGN TO WS-BKPREG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BKPREG-STATUS.
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JRNFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK3".
           SELECT ASOF-FILE ASSIGN TO WS-ASOF-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO WS-OUTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BKPREG-FILE.
           COPY MSTBKREG.

      * "The backup layout LABMSTBK writes and LABMSTRL reloads -"
      * "each master record decoded field by field in display form."
       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  BKP-REC-ID          Pic 9(6).
           05  BKP-CATEGORY        Pic X(2).
           05  BKP-INT             Pic S9(7)V9(2).
           05  BKP-EFF-DATE        Pic 9(8).
           05  BKP-EXP-DATE        Pic 9(8).

       FD  JOURNAL-FILE.
           COPY MNTJRNL.

      * "One journal entry inside the roll-forward window - sorted"
      * "by key, then by when it was applied (SRT-SEQ keeps the"
      * "journal's own order for two entries in the same second),"
      * "so the last entry per key is that key's state as of date."
       SD  SORT-WORK.
       01  SRT-RECORD.
           05  SRT-REC-ID          Pic 9(6).
           05  SRT-DATE            Pic 9(8).
           05  SRT-TIME            Pic 9(8).
           05  SRT-SEQ             Pic 9(9).
           05  SRT-ACTION          Pic X(1).
           05  SRT-A-CATEGORY      Pic X(2).
           05  SRT-A-INT           Pic S9(7)V9(2).
           05  SRT-A-EFF-DATE      Pic 9(8).
           05  SRT-A-EXP-DATE      Pic 9(8).

      * "The reconstructed master - same layout as the backup."
       FD  ASOF-FILE.
       01  ASOF-RECORD.
           05  ASF-REC-ID          Pic 9(6).
           05  ASF-CATEGORY        Pic X(2).
           05  ASF-INT             Pic S9(7)V9(2).
           05  ASF-EFF-DATE        Pic 9(8).
           05  ASF-EXP-DATE        Pic 9(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       WORKING-STORAGE SECTION.
      * "LAB_MSTBKPREG/LABMAINT_JRNFILE are the names LABMSTBK and"
      * "LABMAINT use; LABMSTPT_OUTFILE names the reconstructed"
      * "master (default lab-master-asof.Dyyyymmdd) and"
      * "LABMSTPT_RPTFILE the listing."
       01  WS-BKPREG-NAME      Pic X(40).
       01  WS-BKPREG-STATUS    Pic X(2).
       01  WS-REG-EOF          Pic A(1)        VALUE "N".
       01  WS-BACKUP-NAME      Pic X(52).
       01  WS-BACKUP-STATUS    Pic X(2).
       01  WS-JRNFILE-NAME     Pic X(40).
       01  WS-JRN-STATUS       Pic X(2).
       01  WS-JRN-EOF          Pic A(1)        VALUE "N".
       01  WS-ASOF-NAME        Pic X(52).
       01  WS-OUTFILE-NAME     Pic X(40).

       01  WS-ASOF-INPUT       Pic X(8).
       01  WS-ASOF-DATE        Pic 9(8)        VALUE 0.
       01  WS-BKP-DATE         Pic 9(8)        VALUE 0.
       01  WS-BKP-TIME         Pic 9(8)        VALUE 0.
       01  WS-BKP-REG-COUNT    Pic 9(6)        VALUE 0.

      * "Match-merge state - the backup and the sorted journal are"
      * "both in key order; 9999999 is past any six-digit key and"
      * "marks a stream as exhausted."
       01  WS-BKP-KEY          Pic 9(7)        VALUE 0.
       01  WS-SRT-KEY          Pic 9(7)        VALUE 0.
       01  WS-GRP-KEY          Pic 9(7)        VALUE 0.
       01  WS-SORT-EOF         Pic A(1)        VALUE "N".
       01  WS-JRN-SEQ          Pic 9(9)        VALUE 0.
       01  WS-GRP-PRESENT-SW   Pic X(1).
       01  WS-GRP-ENTRIES      Pic 9(6)        VALUE 0.
       01  WS-GRP-IMAGE.
           05  WS-G-CATEGORY       Pic X(2).
           05  WS-G-INT            Pic S9(7)V9(2).
           05  WS-G-EFF-DATE       Pic 9(8).
           05  WS-G-EXP-DATE       Pic 9(8).

       01  WS-BKP-READ         Pic 9(6)        VALUE 0.
       01  WS-JRN-APPLIED      Pic 9(6)        VALUE 0.
       01  WS-KEPT-CNT         Pic 9(6)        VALUE 0.
       01  WS-ADDED-CNT        Pic 9(6)        VALUE 0.
       01  WS-CHANGED-CNT      Pic 9(6)        VALUE 0.
       01  WS-DELETED-CNT      Pic 9(6)        VALUE 0.
       01  WS-OUT-CNT          Pic 9(6)        VALUE 0.
       01  WS-OUT-SUM          Pic S9(11)V9(2) VALUE 0.

      * "Category totals of the reconstructed master, in the order"
      * "the categories are first met."
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CAT-IDX.
               10  WS-C-CODE       Pic X(2).
               10  WS-C-CNT        Pic 9(6).
               10  WS-C-SUM        Pic S9(11)V9(2).
       01  WS-CAT-CNT          Pic 9(4)   COMP   VALUE 0.
       01  WS-CAT-FOUND-SW     Pic A(1).
       01  WS-CAT-FOUND-IDX    Pic 9(4)   COMP   VALUE 0.
       01  WS-OTHER-CNT        Pic 9(6)        VALUE 0.
       01  WS-OTHER-SUM        Pic S9(11)V9(2) VALUE 0.

      * "LAB_REGION names the active region - printed on the"
      * "heading so a test page can never be mistaken for"
      * "production (see LABRGSET)."
       01  WS-REGION           Pic X(8)        VALUE "PROD".
       01  WS-REPORT-LINE      Pic X(100).
       01  WS-CNT-TXT          Pic Z(5)9.
       01  WS-SUM-TXT          Pic -Z(10)9.9(2).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM INITIALIZE-PARAGRAPH
           PERFORM FIND-BACKUP-PARAGRAPH
           PERFORM OPEN-FILES-PARAGRAPH
           SORT SORT-WORK
               ON ASCENDING KEY SRT-REC-ID SRT-DATE SRT-TIME SRT-SEQ
               INPUT PROCEDURE IS SELECT-JOURNAL-PARAGRAPH
               OUTPUT PROCEDURE IS REBUILD-PARAGRAPH
           CLOSE BACKUP-FILE
           CLOSE ASOF-FILE
           PERFORM WRITE-LISTING-PARAGRAPH
           STOP RUN.

       INITIALIZE-PARAGRAPH.
           MOVE SPACES TO WS-ASOF-INPUT
           ACCEPT WS-ASOF-INPUT FROM ENVIRONMENT "LABMSTPT_ASOF"
           IF WS-ASOF-INPUT = SPACES THEN
               DISPLAY "As-of date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-ASOF-INPUT
           END-IF
           IF WS-ASOF-INPUT IS NOT NUMERIC THEN
               DISPLAY "*** As-of date must be YYYYMMDD: "
                   WS-ASOF-INPUT
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ASOF-INPUT TO WS-ASOF-DATE
           MOVE "lab-master-bkpreg.dat" TO WS-BKPREG-NAME
           ACCEPT WS-BKPREG-NAME FROM ENVIRONMENT "LAB_MSTBKPREG"
           IF WS-BKPREG-NAME = SPACES THEN
               MOVE "lab-master-bkpreg.dat" TO WS-BKPREG-NAME
           END-IF
           MOVE "lab-mnt-jrnl.dat" TO WS-JRNFILE-NAME
           ACCEPT WS-JRNFILE-NAME FROM ENVIRONMENT "LABMAINT_JRNFILE"
           IF WS-JRNFILE-NAME = SPACES THEN
               MOVE "lab-mnt-jrnl.dat" TO WS-JRNFILE-NAME
           END-IF
           MOVE SPACES TO WS-ASOF-NAME
           ACCEPT WS-ASOF-NAME FROM ENVIRONMENT "LABMSTPT_OUTFILE"
           IF WS-ASOF-NAME = SPACES THEN
               STRING "lab-master-asof.D" WS-ASOF-DATE
                   DELIMITED BY SIZE INTO WS-ASOF-NAME
           END-IF
           MOVE "lab-master-asof-rpt.dat" TO WS-OUTFILE-NAME
           ACCEPT WS-OUTFILE-NAME FROM ENVIRONMENT "LABMSTPT_RPTFILE"
           IF WS-OUTFILE-NAME = SPACES THEN
               MOVE "lab-master-asof-rpt.dat" TO WS-OUTFILE-NAME
           END-IF
           ACCEPT WS-REGION FROM ENVIRONMENT "LAB_REGION"
           IF WS-REGION = SPACES THEN
               MOVE "PROD" TO WS-REGION
           END-IF.

      *****************************************************
      * FIND-BACKUP-PARAGRAPH walks the backup register and    *
      * keeps the latest entry taken on or before the as-of    *
      * date. With none, there is no starting picture and the  *
      * run stops - the journal alone cannot rebuild records   *
      * that were never changed.                                *
      *****************************************************
       FIND-BACKUP-PARAGRAPH.
           MOVE SPACES TO WS-BACKUP-NAME
           OPEN INPUT BKPREG-FILE
           IF WS-BKPREG-STATUS = "00" THEN
               PERFORM READ-REGISTER-PARAGRAPH
                   WITH TEST BEFORE UNTIL WS-REG-EOF = "Y"
               CLOSE BKPREG-FILE
           END-IF
           IF WS-BACKUP-NAME = SPACES THEN
               DISPLAY "*** No master backup on the register on or "
                   "before " WS-ASOF-DATE
               DISPLAY "*** Run terminated - nothing to start from."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Starting from backup " WS-BACKUP-NAME
               " taken " WS-BKP-DATE " " WS-BKP-TIME.

       READ-REGISTER-PARAGRAPH.
           READ BKPREG-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-REG-EOF
               NOT AT END
                   IF MBK-DATE NOT > WS-ASOF-DATE
                           AND (MBK-DATE > WS-BKP-DATE
                               OR (MBK-DATE = WS-BKP-DATE
                                   AND MBK-TIME NOT < WS-BKP-TIME))
                           THEN
                       MOVE MBK-FILE-NAME TO WS-BACKUP-NAME
                       MOVE MBK-DATE TO WS-BKP-DATE
                       MOVE MBK-TIME TO WS-BKP-TIME
                       MOVE MBK-REC-COUNT TO WS-BKP-REG-COUNT
                   END-IF
           END-READ.

       OPEN-FILES-PARAGRAPH.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00" THEN
               DISPLAY "*** Backup file not found or unreadable: "
                   WS-BACKUP-NAME
               DISPLAY "*** FILE STATUS: " WS-BACKUP-STATUS
               DISPLAY "*** Run terminated."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ASOF-FILE.

      *****************************************************
      * SELECT-JOURNAL-PARAGRAPH releases every journal entry  *
      * applied after the backup was taken and on or before     *
      * the as-of date. Anything earlier is already in the      *
      * backup; anything later is after the point in time.      *
      *****************************************************
       SELECT-JOURNAL-PARAGRAPH.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
               DISPLAY "No maintenance journal (" WS-JRNFILE-NAME
                   ") - the backup is the picture as of "
                   WS-ASOF-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-JOURNAL-PARAGRAPH
               WITH TEST BEFORE UNTIL WS-JRN-EOF = "Y"
           CLOSE JOURNAL-FILE.

       READ-JOURNAL-PARAGRAPH.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-JRN-EOF
               NOT AT END
                   ADD 1 TO WS-JRN-SEQ
                   IF JRN-DATE NOT > WS-ASOF-DATE
                           AND (JRN-DATE > WS-BKP-DATE
                               OR (JRN-DATE = WS-BKP-DATE
                                   AND JRN-TIME > WS-BKP-TIME))
                           THEN
                       MOVE JRN-REC-ID TO SRT-REC-ID
                       MOVE JRN-DATE TO SRT-DATE
                       MOVE JRN-TIME TO SRT-TIME
                       MOVE WS-JRN-SEQ TO SRT-SEQ
                       MOVE JRN-ACTION TO SRT-ACTION
                       MOVE JRN-A-CATEGORY TO SRT-A-CATEGORY
                       MOVE JRN-A-INT TO SRT-A-INT
                       MOVE JRN-A-EFF-DATE TO SRT-A-EFF-DATE
                       MOVE JRN-A-EXP-DATE TO SRT-A-EXP-DATE
                       RELEASE SRT-RECORD
                       ADD 1 TO WS-JRN-APPLIED
                   END-IF
           END-READ.

      *****************************************************
      * REBUILD-PARAGRAPH match-merges the backup (in key      *
      * order, as LABMSTBK unloads it) against the sorted       *
      * journal, one key group at a time. A key with no         *
      * journal entries is copied as it was; a key whose last   *
      * entry is an add or change takes that after-image; a     *
      * key whose last entry is a delete or purge is dropped.   *
      *****************************************************
       REBUILD-PARAGRAPH.
           PERFORM READ-BACKUP-PARAGRAPH
           PERFORM RETURN-SORTED-PARAGRAPH
           PERFORM NEXT-GROUP-PARAGRAPH
           PERFORM MERGE-ONE-PARAGRAPH
               WITH TEST BEFORE
               UNTIL WS-BKP-KEY = 9999999 AND WS-GRP-KEY = 9999999.

       MERGE-ONE-PARAGRAPH.
           EVALUATE TRUE
               WHEN WS-BKP-KEY < WS-GRP-KEY
                   ADD 1 TO WS-KEPT-CNT
                   MOVE BKP-REC-ID TO ASF-REC-ID
                   MOVE BKP-CATEGORY TO ASF-CATEGORY
                   MOVE BKP-INT TO ASF-INT
                   MOVE BKP-EFF-DATE TO ASF-EFF-DATE
                   MOVE BKP-EXP-DATE TO ASF-EXP-DATE
                   PERFORM WRITE-ASOF-PARAGRAPH
                   PERFORM READ-BACKUP-PARAGRAPH
               WHEN WS-GRP-KEY < WS-BKP-KEY
                   IF WS-GRP-PRESENT-SW = "Y" THEN
                       ADD 1 TO WS-ADDED-CNT
                       PERFORM WRITE-GROUP-PARAGRAPH
                   END-IF
                   PERFORM NEXT-GROUP-PARAGRAPH
               WHEN OTHER
                   IF WS-GRP-PRESENT-SW = "Y" THEN
                       ADD 1 TO WS-CHANGED-CNT
                       PERFORM WRITE-GROUP-PARAGRAPH
                   ELSE
                       ADD 1 TO WS-DELETED-CNT
                   END-IF
                   PERFORM READ-BACKUP-PARAGRAPH
                   PERFORM NEXT-GROUP-PARAGRAPH
           END-EVALUATE.

       READ-BACKUP-PARAGRAPH.
           READ BACKUP-FILE NEXT RECORD
               AT END MOVE 9999999 TO WS-BKP-KEY
               NOT AT END
                   ADD 1 TO WS-BKP-READ
                   IF BKP-REC-ID IS NUMERIC THEN
                       MOVE BKP-REC-ID TO WS-BKP-KEY
                   ELSE
                       MOVE 0 TO WS-BKP-KEY
                   END-IF
                   IF BKP-EFF-DATE IS NOT NUMERIC THEN
                       MOVE 0 TO BKP-EFF-DATE
                   END-IF
                   IF BKP-EXP-DATE IS NOT NUMERIC THEN
                       MOVE 0 TO BKP-EXP-DATE
                   END-IF
           END-READ.

       RETURN-SORTED-PARAGRAPH.
           RETURN SORT-WORK RECORD
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   MOVE 9999999 TO WS-SRT-KEY
               NOT AT END
                   MOVE SRT-REC-ID TO WS-SRT-KEY
           END-RETURN.

      *****************************************************
      * NEXT-GROUP-PARAGRAPH collapses every sorted journal    *
      * entry for the next key into that key's final state -   *
      * present with the last after-image, or gone.             *
      *****************************************************
       NEXT-GROUP-PARAGRAPH.
           MOVE WS-SRT-KEY TO WS-GRP-KEY
           MOVE "N" TO WS-GRP-PRESENT-SW
           MOVE 0 TO WS-GRP-ENTRIES
           IF WS-GRP-KEY = 9999999 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM APPLY-ENTRY-PARAGRAPH
               WITH TEST BEFORE
               UNTIL WS-SRT-KEY NOT = WS-GRP-KEY.

       APPLY-ENTRY-PARAGRAPH.
           ADD 1 TO WS-GRP-ENTRIES
           IF SRT-ACTION = "D" OR SRT-ACTION = "P" THEN
               MOVE "N" TO WS-GRP-PRESENT-SW
           ELSE
               MOVE "Y" TO WS-GRP-PRESENT-SW
               MOVE SRT-A-CATEGORY TO WS-G-CATEGORY
               MOVE SRT-A-INT TO WS-G-INT
               MOVE SRT-A-EFF-DATE TO WS-G-EFF-DATE
               MOVE SRT-A-EXP-DATE TO WS-G-EXP-DATE
           END-IF
           PERFORM RETURN-SORTED-PARAGRAPH.

       WRITE-GROUP-PARAGRAPH.
           MOVE WS-GRP-KEY TO ASF-REC-ID
           MOVE WS-G-CATEGORY TO ASF-CATEGORY
           MOVE WS-G-INT TO ASF-INT
           MOVE WS-G-EFF-DATE TO ASF-EFF-DATE
           MOVE WS-G-EXP-DATE TO ASF-EXP-DATE
           PERFORM WRITE-ASOF-PARAGRAPH.

       WRITE-ASOF-PARAGRAPH.
           IF ASF-EFF-DATE IS NOT NUMERIC THEN
               MOVE 0 TO ASF-EFF-DATE
           END-IF
           IF ASF-EXP-DATE IS NOT NUMERIC THEN
               MOVE 0 TO ASF-EXP-DATE
           END-IF
           WRITE ASOF-RECORD
           ADD 1 TO WS-OUT-CNT
           ADD ASF-INT TO WS-OUT-SUM
           PERFORM CAT-ACCUM-PARAGRAPH.

       CAT-ACCUM-PARAGRAPH.
           MOVE "N" TO WS-CAT-FOUND-SW
           PERFORM CAT-SEARCH-PARAGRAPH
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-CNT
                   OR WS-CAT-FOUND-SW = "Y"
           IF WS-CAT-FOUND-SW = "N" THEN
               IF WS-CAT-CNT = 50 THEN
                   ADD 1 TO WS-OTHER-CNT
                   ADD ASF-INT TO WS-OTHER-SUM
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CAT-CNT
               MOVE WS-CAT-CNT TO WS-CAT-FOUND-IDX
               MOVE ASF-CATEGORY TO WS-C-CODE(WS-CAT-FOUND-IDX)
               MOVE 0 TO WS-C-CNT(WS-CAT-FOUND-IDX)
               MOVE 0 TO WS-C-SUM(WS-CAT-FOUND-IDX)
           END-IF
           ADD 1 TO WS-C-CNT(WS-CAT-FOUND-IDX)
           ADD ASF-INT TO WS-C-SUM(WS-CAT-FOUND-IDX).

       CAT-SEARCH-PARAGRAPH.
           IF WS-C-CODE(WS-CAT-IDX) = ASF-CATEGORY THEN
               MOVE "Y" TO WS-CAT-FOUND-SW
               SET WS-CAT-FOUND-IDX TO WS-CAT-IDX
           END-IF.

      *****************************************************
      * WRITE-LISTING-PARAGRAPH prints where the picture came  *
      * from (backup and journal window), how it was arrived    *
      * at (kept/added/changed/deleted), and the category       *
      * totals of the reconstructed master.                     *
      *****************************************************
       WRITE-LISTING-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Master Reconstruction as of " WS-ASOF-DATE
               " (end of day)   Region: " WS-REGION
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Starting backup: " WS-BACKUP-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           MOVE WS-BKP-READ TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  taken " WS-BKP-DATE " " WS-BKP-TIME
               ", records read " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           IF WS-BKP-READ NOT = WS-BKP-REG-COUNT THEN
               MOVE WS-BKP-REG-COUNT TO WS-CNT-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** register says " WS-CNT-TXT
                   " record(s) - backup file does not agree"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-LISTING-LINE-PARAGRAPH
           END-IF
           MOVE WS-JRN-APPLIED TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Journal entries rolled forward: " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           MOVE WS-KEPT-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Unchanged since backup: " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           MOVE WS-ADDED-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Added:                  " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           MOVE WS-CHANGED-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Changed:                " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           MOVE WS-DELETED-CNT TO WS-CNT-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Deleted or purged:      " WS-CNT-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Reconstructed master written to " WS-ASOF-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           MOVE "Category   Records            Value total"
               TO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           PERFORM PRINT-CATEGORY-PARAGRAPH
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-CNT
           IF WS-OTHER-CNT > 0 THEN
               MOVE WS-OTHER-CNT TO WS-CNT-TXT
               MOVE WS-OTHER-SUM TO WS-SUM-TXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "(other)    " WS-CNT-TXT "   " WS-SUM-TXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-LISTING-LINE-PARAGRAPH
           END-IF
           MOVE WS-OUT-CNT TO WS-CNT-TXT
           MOVE WS-OUT-SUM TO WS-SUM-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Total      " WS-CNT-TXT "   " WS-SUM-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH
           CLOSE REPORT-FILE.

       PRINT-CATEGORY-PARAGRAPH.
           MOVE WS-C-CNT(WS-CAT-IDX) TO WS-CNT-TXT
           MOVE WS-C-SUM(WS-CAT-IDX) TO WS-SUM-TXT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-C-CODE(WS-CAT-IDX) "       " WS-CNT-TXT
               "   " WS-SUM-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-LISTING-LINE-PARAGRAPH.

       WRITE-LISTING-LINE-PARAGRAPH.
           DISPLAY WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
