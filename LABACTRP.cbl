      * "signed-on time (from the OFF lines' durations), programs"
      * "launched, and refused sign-ons. With LABACTRP_ARCHIVE=Y the"
      * "reported log is moved to a dated archive and the live log"
      * "truncated, so signon.log stops growing forever. Each log"
      * "line ends in an audit chain value (see CHAINREQ); the"
      * "archive is a straight copy, so its chain is entered on"
      * "the anchor register starting where the live log's did,"
      * "and the emptied live log's chain picks up from the last"
      * "value archived."

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNONLOG.
       01  LOG-RECORD          Pic X(69).

       FD  REPORT-FILE.
       01  REPORT-RECORD       Pic X(100).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD      Pic X(69).

       WORKING-STORAGE SECTION.
      * "LABACTRP_LOGFILE/LABACTRP_OUTFILE stand in for JCL DD"
      * "Write-Log-Line-Paragraph produces - user, date, time,"
      * "terminal, then the event marker (ON/OFF/RUN/DENIED; a"
      * "blank marker is an ON line from before markers existed)."
       01  WS-LOG-LINE         Pic X(69).
       01  WS-LOG-LINE-R REDEFINES WS-LOG-LINE.
           05  WS-L-USER       Pic X(10).
           05  FILLER          Pic X(1).
           05  FILLER          Pic X(1).
           05  WS-L-MARKER     Pic X(10).
           05  FILLER          Pic X(12).
           05  WS-L-CHAIN      Pic X(9).
       01  WS-L-DURATION       Pic 9(6).

      * "Audit chain carried into the archive - the live log's"
      * "anchor, and the last chain value copied."
           COPY CHAINREQ.
       01  WS-LOG-SEED         Pic 9(9)        VALUE 0.
       01  WS-LAST-CHAIN       Pic 9(9)        VALUE 0.
       01  WS-CHAINED-SW       Pic A(1)        VALUE "N".

      * "Per-user/per-day aggregates, keyed user + date."
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 200 TIMES INDEXED BY WS-ACT-IDX.
           MOVE SPACES TO WS-ARCHFILE-NAME
           STRING "signon-" WS-RUN-DATE ".log"
               DELIMITED BY SIZE INTO WS-ARCHFILE-NAME
           MOVE "S" TO CHN-FUNCTION
           MOVE WS-LOGFILE-NAME TO CHN-FILE-NAME
           CALL "LABCHAIN" USING Chain-Request
           MOVE CHN-PREV TO WS-LOG-SEED
           OPEN OUTPUT ARCHIVE-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT SIGNONLOG
               WITH TEST BEFORE UNTIL WS-EOF = "Y"
           CLOSE SIGNONLOG
           CLOSE ARCHIVE-FILE
           PERFORM ANCHOR-ARCHIVE-PARAGRAPH
           OPEN OUTPUT SIGNONLOG
           CLOSE SIGNONLOG
           DISPLAY "Log archived to " WS-ARCHFILE-NAME
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   WRITE ARCHIVE-RECORD FROM WS-LOG-LINE
                   IF WS-L-CHAIN IS NUMERIC THEN
                       MOVE WS-L-CHAIN TO WS-LAST-CHAIN
                       MOVE "Y" TO WS-CHAINED-SW
                   END-IF
           END-READ.

      *****************************************************
      * ANCHOR-ARCHIVE-PARAGRAPH enters the archive on the     *
      * anchor register with the live log's anchor, so its      *
      * chain checks from the first line, and re-anchors the    *
      * live log at the last value copied, so the next line     *
      * HelloWorld writes links on to the archived ones.         *
      *****************************************************
       ANCHOR-ARCHIVE-PARAGRAPH.
           MOVE "W" TO CHN-FUNCTION
           MOVE "LABACTRP" TO CHN-PROGRAM
           MOVE WS-ARCHFILE-NAME TO CHN-FILE-NAME
           MOVE WS-LOG-SEED TO CHN-PREV
           CALL "LABCHAIN" USING Chain-Request
           IF WS-CHAINED-SW = "Y" THEN
               MOVE WS-LOGFILE-NAME TO CHN-FILE-NAME
               MOVE WS-LAST-CHAIN TO CHN-PREV
               CALL "LABCHAIN" USING Chain-Request
           END-IF.
