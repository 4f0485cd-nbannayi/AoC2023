      * Advent of Code 2023, day 02 - Cube Conundrum acknowledgement
      * reconciliation
      * GNU COBOL
      *
      * Closes the loop on the two feeds AOCDAY02 sends downstream -
      * the analytics extract (Day02Extract.txt, G/R blocks closed by
      * a T trailer) and the procurement proposal (Day02Proposal.txt,
      * S and M records). Each loader returns one acknowledgement
      * record per input file it took, on the acknowledgement file
      * laid out below, and this program matches every feed as sent
      * against what its loader says it loaded: the extract against
      * its block's T trailer, the proposal against the S and M
      * record counts sent for the file. Each feed is reported as
      * matched, short-loaded, over-loaded, loaded with totals that
      * disagree, or not acknowledged once DAY02_ACK_HOURS (default
      * 12) have passed since the run that sent it - and the return
      * code tells the scheduler which: 8 for a feed loaded wrong, 4
      * for a feed nobody has owned up to.
      *
      * The feeds are read as they stand on disk, so run it after the
      * loaders have had their window and before the next AOCDAY02
      * rebuilds them. As AOCDAY02B does, the extract's blocks are
      * tied to files by position - the Nth T trailer belongs to the
      * Nth 'Input file:' section of the report - and each file's
      * send time is the end of its newest audit record.
      *
      * Change history:
      *   - Initial version with the acknowledgement layout, the
      *     per-feed reconciliation report and the scheduler return
      *     code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02K.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC
           WS-EXTRACT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTR-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO DYNAMIC
           WS-PROPOSAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO DYNAMIC
           WS-ACK-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(80).

       FD PROPOSAL-FILE.
       01 PROPOSAL-LINE PIC X(200).

      * Same layout AOCDAY02 writes in WRITE-AUDIT-RECORD.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-RUN-NUMBER PIC 9(6).
           05 AUD-START-DATE PIC X(08).
           05 AUD-START-TIME PIC X(06).
           05 AUD-END-DATE PIC X(08).
           05 AUD-END-TIME PIC X(06).
           05 AUD-INPUT-FILE PIC X(100).
           05 AUD-REPORT-FILE PIC X(100).
           05 AUD-REJECT-FILE PIC X(100).
           05 AUD-INVALID-FILE PIC X(100).
           05 AUD-LIMITS-FILE PIC X(100).
           05 AUD-CHECKPOINT-FILE PIC X(100).
           05 AUD-CONTROL-FILE PIC X(100).
           05 AUD-HISTORY-FILE PIC X(100).
           05 AUD-LIMITS-SOURCE PIC X(07).
           05 AUD-RED-LIMIT PIC 9(2).
           05 AUD-GREEN-LIMIT PIC 9(2).
           05 AUD-BLUE-LIMIT PIC 9(2).
           05 AUD-LINES-READ PIC 9(8).
           05 AUD-GAME-COUNT PIC 9(4).
           05 AUD-REJECT-COUNT PIC 9(6).
           05 AUD-TOTAL1 PIC 9(8).
           05 AUD-TOTAL2 PIC 9(8).
           05 AUD-RECON-OUTCOME PIC X(08).
           05 AUD-RESUMED PIC X(01).

      * The acknowledgement file - appended by each loader, one
      * record per input file it loaded, never rewritten:
      *   ACK-FEED     E analytics extract, P procurement proposal
      *   ACK-KEY      the input file the block or records were for
      *                (the S/M key, or the report section's name)
      *   ACK-DATE/TIME when the load finished, YYYYMMDD HHMMSS
      *   ACK-RECORDS  records loaded - extract G plus R records
      *                (the T trailer not counted), proposal S plus
      *                M records
      *   ACK-TOTAL1/2 totals loaded - extract part 1 and part 2
      *                sums, proposal S record and M record counts
      * A reload of the same file is a fresh record; the latest one
      * at or after the send is the loader's word, and one stamped
      * before the send belongs to an earlier send of that file.
       FD ACK-FILE.
       01 ACK-RECORD.
           05 ACK-FEED PIC X(01).
           05 ACK-KEY PIC X(100).
           05 ACK-DATE PIC X(08).
           05 ACK-TIME PIC X(06).
           05 ACK-RECORDS PIC 9(8).
           05 ACK-TOTAL1 PIC 9(8).
           05 ACK-TOTAL2 PIC 9(8).

       FD ACK-REPORT-FILE.
       01 ACK-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Run-time file names - defaulted here, overridden from the
      * environment, matching the AOCDAY02 conventions.
       01 WS-REPORT-FILE-NAME PIC X(100)
           VALUE 'Day02Report.txt'.
       01 WS-EXTRACT-FILE-NAME PIC X(100)
           VALUE 'Day02Extract.txt'.
       01 WS-PROPOSAL-FILE-NAME PIC X(100)
           VALUE 'Day02Proposal.txt'.
       01 WS-AUDIT-FILE-NAME PIC X(100)
           VALUE 'Day02Audit.txt'.
       01 WS-ACK-FILE-NAME PIC X(100)
           VALUE 'Day02Ack.txt'.
       01 WS-ACK-REPORT-FILE-NAME PIC X(100)
           VALUE 'Day02AckRecon.txt'.
       01 WS-ENV-TMP PIC X(100) VALUE SPACES.

       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-EXTR-STATUS PIC X(02) VALUE '00'.
       01 WS-PROP-STATUS PIC X(02) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01 WS-ACK-STATUS PIC X(02) VALUE '00'.
       01 WS-ARPT-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-RPT-EOF VALUE 'Y'.
       01 WS-EXTR-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-EXTR-EOF VALUE 'Y'.
       01 WS-PROP-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-PROP-EOF VALUE 'Y'.
       01 WS-AUDIT-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-AUDIT-EOF VALUE 'Y'.
       01 WS-ACK-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ACK-EOF VALUE 'Y'.

      * How long a loader has to acknowledge a feed before it is
      * chased (DAY02_ACK_HOURS, 1-999).
       01 WS-ACK-HOURS PIC 9(3) VALUE 12.
       01 WS-ACK-HOURS-TEXT PIC X(3) JUSTIFIED RIGHT.

      * The report's file sections in order - the extract's blocks
      * are matched to them by position.
       01 WS-MAX-FILES PIC S9(4) COMP VALUE 50.
       01 WS-FILE-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-FILE-SUB PIC S9(4) COMP.
       01 WS-FILES.
           03 WS-FILE-KEY OCCURS 50 TIMES PIC X(100).

      * One row per feed sent - an extract block or a file's
      * proposal records - with what was sent, when, and what its
      * loader acknowledged.
       01 WS-MAX-FEEDS PIC S9(4) COMP VALUE 100.
       01 WS-FEED-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-FEED-SUB PIC S9(4) COMP.
       01 WS-FEED-HIT PIC S9(4) COMP VALUE 0.
       01 WS-FEED-DROPPED PIC 9(4) VALUE 0.
       01 WS-FEEDS.
           03 WS-FEED OCCURS 100 TIMES.
               05 FEED-TYPE PIC X(01).
               05 FEED-KEY PIC X(100).
               05 FEED-SENT-FOUND-SW PIC X(1).
                   88 FEED-SENT-FOUND VALUE 'Y'.
               05 FEED-SENT-STAMP.
                   07 FEED-SENT-DATE PIC X(08).
                   07 FEED-SENT-TIME PIC X(06).
               05 FEED-SENT-RECORDS PIC 9(8).
               05 FEED-SENT-TOTAL1 PIC 9(8).
               05 FEED-SENT-TOTAL2 PIC 9(8).
               05 FEED-ACK-FOUND-SW PIC X(1).
                   88 FEED-ACK-FOUND VALUE 'Y'.
               05 FEED-ACK-STAMP.
                   07 FEED-ACK-DATE PIC X(08).
                   07 FEED-ACK-TIME PIC X(06).
               05 FEED-ACK-RECORDS PIC 9(8).
               05 FEED-ACK-TOTAL1 PIC 9(8).
               05 FEED-ACK-TOTAL2 PIC 9(8).
               05 FEED-STALE-ACKS PIC 9(4).
               05 FEED-STATE PIC X(13).
       01 WS-FIND-TYPE PIC X(01).
       01 WS-FIND-KEY PIC X(100).
       01 WS-ACK-STAMP PIC X(14).

      * The extract block the scan is inside and its T trailer,
      * unstrung off the delimited line and NUMERIC-tested before
      * it is trusted.
       01 WS-EXT-BLOCK PIC S9(4) COMP VALUE 0.
       01 WS-EXT-BAD-TRAILERS PIC 9(4) VALUE 0.
       01 WS-T-TYPE PIC X(2).
       01 WS-T-TOTAL1 PIC X(10).
       01 WS-T-TOTAL2 PIC X(10).
       01 WS-T-GAMES PIC X(6).
       01 WS-T-ROUNDS PIC X(8).

      * Proposal record type and key, unstrung the same way.
       01 WS-P-TYPE PIC X(2).
       01 WS-P-KEY PIC X(100).

      * The clock the not-acknowledged deadline is measured by, and
      * the elapsed-time workspace - INTEGER-OF-DATE carries a send
      * from an earlier day, as in AOCDAY02S.
       01 WS-NOW-DATE PIC X(08) VALUE SPACES.
       01 WS-NOW-TIME-RAW PIC X(08) VALUE SPACES.
       01 WS-NOW-TIME PIC X(06) VALUE SPACES.
       01 WS-TIME-PART PIC X(06).
       01 WS-SECS-WORK PIC S9(7) COMP.
       01 WS-SENT-SECS PIC S9(7) COMP.
       01 WS-NOW-SECS PIC S9(7) COMP.
       01 WS-ELAPSED-SECS PIC S9(11) COMP.
       01 WS-ELAPSED-HOURS PIC 9(6) VALUE 0.

      * Verdict counts for the foot of the report and the return
      * code.
       01 WS-MATCHED-COUNT PIC 9(4) VALUE 0.
       01 WS-SHORT-COUNT PIC 9(4) VALUE 0.
       01 WS-OVER-COUNT PIC 9(4) VALUE 0.
       01 WS-DIFFER-COUNT PIC 9(4) VALUE 0.
       01 WS-NOT-ACKED-COUNT PIC 9(4) VALUE 0.
       01 WS-AWAITING-COUNT PIC 9(4) VALUE 0.
       01 WS-FEED-COUNT-DISP PIC 9(4) VALUE 0.
       01 WS-FEED-NAME PIC X(08).
       01 WS-RUN-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INITIALISE.
           PERFORM LOAD-REPORT-SECTIONS.
           IF WS-RUN-RC < 8 THEN
               PERFORM LOAD-EXTRACT-BLOCKS
               PERFORM LOAD-PROPOSAL-RECORDS
           END-IF.
           IF WS-RUN-RC < 8 AND WS-FEED-COUNT = 0 THEN
               DISPLAY "AOCDAY02K: no extract blocks or proposal "
                   "records on file - nothing was sent to reconcile."
               MOVE 8 TO WS-RUN-RC
           END-IF.
           IF WS-RUN-RC < 8 THEN
               PERFORM LOAD-AUDIT-RECORDS
               PERFORM LOAD-ACKNOWLEDGEMENTS
               PERFORM CLASSIFY-FEED
                   VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
               PERFORM WRITE-ACK-REPORT
               MOVE WS-FEED-COUNT TO WS-FEED-COUNT-DISP
               DISPLAY "AOCDAY02K: " WS-FEED-COUNT-DISP
                   " feed(s) - " WS-MATCHED-COUNT " matched, "
                   WS-SHORT-COUNT " short, " WS-OVER-COUNT " over, "
                   WS-DIFFER-COUNT " totals differ, "
                   WS-NOT-ACKED-COUNT " not acknowledged, "
                   WS-AWAITING-COUNT " awaiting."
           END-IF.
           DISPLAY "AOCDAY02K: ending with return code " WS-RUN-RC
               ".".
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      * Pick up run-time file names and the deadline. GnuCOBOL
      * clears the receiving item on an ENVIRONMENT ACCEPT that finds
      * no such variable, so each one is accepted into a scratch item
      * first and only moved over the VALUE default when it is set.
       INITIALISE.
           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_REPORT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-REPORT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_EXTRACT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-EXTRACT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_PROPOSAL_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-PROPOSAL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_AUDIT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-AUDIT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_ACK_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-ACK-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_ACK_REPORT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-ACK-REPORT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_ACK_HOURS"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE SPACES TO WS-ACK-HOURS-TEXT
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-TMP)) <= 3
                   MOVE FUNCTION TRIM(WS-ENV-TMP)
                       TO WS-ACK-HOURS-TEXT
                   INSPECT WS-ACK-HOURS-TEXT
                       REPLACING LEADING SPACE BY ZERO
               END-IF
               IF WS-ACK-HOURS-TEXT IS NUMERIC
                   AND WS-ACK-HOURS-TEXT NOT = '000'
                   MOVE WS-ACK-HOURS-TEXT TO WS-ACK-HOURS
               ELSE
                   DISPLAY "AOCDAY02K: warning - DAY02_ACK_HOURS "
                       "must be 1 to 999, allowing " WS-ACK-HOURS
                       " hour(s)."
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME-RAW FROM TIME.
           MOVE WS-NOW-TIME-RAW(1:6) TO WS-NOW-TIME.

      * The report's 'Input file:' lines, in the order the run wrote
      * them - the same order it wrote the extract's blocks.
       LOAD-REPORT-SECTIONS.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 'N' TO WS-RPT-EOF-SW.
           OPEN INPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02K: " WS-REPORT-FILE-NAME
                   " could not be opened (status " WS-RPT-STATUS
                   ") - run AOCDAY02 first."
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-RPT-EOF
                   READ REPORT-FILE
                       AT END SET WS-RPT-EOF TO TRUE
                       NOT AT END
                           IF REPORT-LINE(1:12) = 'Input file: '
                               PERFORM NOTE-REPORT-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-FILE
           END-IF.

       NOTE-REPORT-SECTION.
           IF WS-FILE-COUNT >= WS-MAX-FILES THEN
               DISPLAY "AOCDAY02K: more than " WS-MAX-FILES
                   " file sections on the report - the extract "
                   "cannot be tied to its files."
               MOVE 8 TO WS-RUN-RC
           ELSE
               ADD 1 TO WS-FILE-COUNT
               MOVE REPORT-LINE(13:100) TO WS-FILE-KEY(WS-FILE-COUNT)
           END-IF.

      * The extract as sent - each T trailer closes the block for
      * the report section in the same position. A trailer that
      * does not unstring clean, or one past the last section, is
      * counted and reported rather than guessed at.
       LOAD-EXTRACT-BLOCKS.
           MOVE 0 TO WS-EXT-BLOCK.
           MOVE 'N' TO WS-EXTR-EOF-SW.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTR-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02K: " WS-EXTRACT-FILE-NAME
                   " could not be opened (status " WS-EXTR-STATUS
                   ") - no extract feed to reconcile."
           ELSE
               PERFORM UNTIL WS-EXTR-EOF
                   READ EXTRACT-FILE
                       AT END SET WS-EXTR-EOF TO TRUE
                       NOT AT END
                           IF EXTRACT-LINE(1:2) = 'T|' THEN
                               PERFORM NOTE-EXTRACT-TRAILER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF.
           IF WS-EXT-BAD-TRAILERS > 0 THEN
               DISPLAY "AOCDAY02K: " WS-EXT-BAD-TRAILERS
                   " extract trailer(s) unreadable or with no report "
                   "section - run AOCDAY02B."
               MOVE 8 TO WS-RUN-RC
           END-IF.

       NOTE-EXTRACT-TRAILER.
           ADD 1 TO WS-EXT-BLOCK.
           MOVE SPACES TO WS-T-TYPE.
           MOVE SPACES TO WS-T-TOTAL1.
           MOVE SPACES TO WS-T-TOTAL2.
           MOVE SPACES TO WS-T-GAMES.
           MOVE SPACES TO WS-T-ROUNDS.
           UNSTRING EXTRACT-LINE DELIMITED BY '|'
               INTO WS-T-TYPE
               WS-T-TOTAL1
               WS-T-TOTAL2
               WS-T-GAMES
               WS-T-ROUNDS
           END-UNSTRING.
           IF WS-EXT-BLOCK > WS-FILE-COUNT
               OR WS-T-TOTAL1(1:8) IS NOT NUMERIC
               OR WS-T-TOTAL2(1:8) IS NOT NUMERIC
               OR WS-T-GAMES(1:4) IS NOT NUMERIC
               OR WS-T-ROUNDS(1:6) IS NOT NUMERIC
               ADD 1 TO WS-EXT-BAD-TRAILERS
           ELSE
               MOVE 'E' TO WS-FIND-TYPE
               MOVE WS-FILE-KEY(WS-EXT-BLOCK) TO WS-FIND-KEY
               PERFORM ADD-FEED
               IF WS-FEED-HIT > 0 THEN
                   COMPUTE FEED-SENT-RECORDS(WS-FEED-HIT) =
                       FUNCTION NUMVAL(WS-T-GAMES(1:4))
                       + FUNCTION NUMVAL(WS-T-ROUNDS(1:6))
                   MOVE WS-T-TOTAL1(1:8)
                       TO FEED-SENT-TOTAL1(WS-FEED-HIT)
                   MOVE WS-T-TOTAL2(1:8)
                       TO FEED-SENT-TOTAL2(WS-FEED-HIT)
               END-IF
           END-IF.

      * The proposal as sent - S and M records carry their file's
      * key, so each file's counts are gathered under it wherever
      * its records fall.
       LOAD-PROPOSAL-RECORDS.
           MOVE 'N' TO WS-PROP-EOF-SW.
           OPEN INPUT PROPOSAL-FILE.
           IF WS-PROP-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02K: " WS-PROPOSAL-FILE-NAME
                   " could not be opened (status " WS-PROP-STATUS
                   ") - no proposal feed to reconcile."
           ELSE
               PERFORM UNTIL WS-PROP-EOF
                   READ PROPOSAL-FILE
                       AT END SET WS-PROP-EOF TO TRUE
                       NOT AT END
                           IF PROPOSAL-LINE(1:2) = 'S|' OR 'M|'
                               PERFORM NOTE-PROPOSAL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

       NOTE-PROPOSAL-RECORD.
           MOVE SPACES TO WS-P-TYPE.
           MOVE SPACES TO WS-P-KEY.
           UNSTRING PROPOSAL-LINE DELIMITED BY '|'
               INTO WS-P-TYPE
               WS-P-KEY
           END-UNSTRING.
           MOVE 'P' TO WS-FIND-TYPE.
           MOVE WS-P-KEY TO WS-FIND-KEY.
           PERFORM FIND-FEED.
           IF WS-FEED-HIT = 0 THEN
               PERFORM ADD-FEED
           END-IF.
           IF WS-FEED-HIT > 0 THEN
               ADD 1 TO FEED-SENT-RECORDS(WS-FEED-HIT)
               IF WS-P-TYPE = 'S' THEN
                   ADD 1 TO FEED-SENT-TOTAL1(WS-FEED-HIT)
               ELSE
                   ADD 1 TO FEED-SENT-TOTAL2(WS-FEED-HIT)
               END-IF
           END-IF.

       FIND-FEED.
           MOVE 0 TO WS-FEED-HIT.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT OR WS-FEED-HIT > 0
               IF FEED-TYPE(WS-FEED-SUB) = WS-FIND-TYPE
                   AND FUNCTION TRIM(FEED-KEY(WS-FEED-SUB)) =
                       FUNCTION TRIM(WS-FIND-KEY) THEN
                   MOVE WS-FEED-SUB TO WS-FEED-HIT
               END-IF
           END-PERFORM.

       ADD-FEED.
           MOVE 0 TO WS-FEED-HIT.
           IF WS-FEED-COUNT >= WS-MAX-FEEDS THEN
               ADD 1 TO WS-FEED-DROPPED
               IF WS-FEED-DROPPED = 1 THEN
                   DISPLAY "AOCDAY02K: more than " WS-MAX-FEEDS
                       " feeds sent - the excess are not reconciled."
                   MOVE 8 TO WS-RUN-RC
               END-IF
           ELSE
               ADD 1 TO WS-FEED-COUNT
               MOVE WS-FEED-COUNT TO WS-FEED-HIT
               MOVE WS-FIND-TYPE TO FEED-TYPE(WS-FEED-HIT)
               MOVE WS-FIND-KEY TO FEED-KEY(WS-FEED-HIT)
               MOVE 'N' TO FEED-SENT-FOUND-SW(WS-FEED-HIT)
               MOVE SPACES TO FEED-SENT-STAMP(WS-FEED-HIT)
               MOVE 0 TO FEED-SENT-RECORDS(WS-FEED-HIT)
               MOVE 0 TO FEED-SENT-TOTAL1(WS-FEED-HIT)
               MOVE 0 TO FEED-SENT-TOTAL2(WS-FEED-HIT)
               MOVE 'N' TO FEED-ACK-FOUND-SW(WS-FEED-HIT)
               MOVE SPACES TO FEED-ACK-STAMP(WS-FEED-HIT)
               MOVE 0 TO FEED-ACK-RECORDS(WS-FEED-HIT)
               MOVE 0 TO FEED-ACK-TOTAL1(WS-FEED-HIT)
               MOVE 0 TO FEED-ACK-TOTAL2(WS-FEED-HIT)
               MOVE 0 TO FEED-STALE-ACKS(WS-FEED-HIT)
               MOVE SPACES TO FEED-STATE(WS-FEED-HIT)
           END-IF.

      * When each feed went - the end of the newest audit record for
      * its file, which is the run that rebuilt the feeds.
       LOAD-AUDIT-RECORDS.
           MOVE 'N' TO WS-AUDIT-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02K: " WS-AUDIT-FILE-NAME
                   " could not be opened (status " WS-AUDIT-STATUS
                   ") - send times unknown, unacknowledged feeds are "
                   "treated as overdue."
           ELSE
               PERFORM UNTIL WS-AUDIT-EOF
                   READ AUDIT-FILE
                       AT END SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           IF AUD-RUN-NUMBER IS NUMERIC THEN
                               PERFORM NOTE-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       NOTE-AUDIT-RECORD.
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF FUNCTION TRIM(AUD-INPUT-FILE) =
                   FUNCTION TRIM(FEED-KEY(WS-FEED-SUB)) THEN
                   SET FEED-SENT-FOUND(WS-FEED-SUB) TO TRUE
                   MOVE AUD-END-DATE TO FEED-SENT-DATE(WS-FEED-SUB)
                   MOVE AUD-END-TIME TO FEED-SENT-TIME(WS-FEED-SUB)
               END-IF
           END-PERFORM.

      * Every acknowledgement for a feed on file. The latest one at
      * or after the send stands; earlier ones are counted as stale.
      * An acknowledgement for a file not sent this time belongs to
      * an older run's feeds and is passed over.
       LOAD-ACKNOWLEDGEMENTS.
           MOVE 'N' TO WS-ACK-EOF-SW.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02K: " WS-ACK-FILE-NAME
                   " could not be opened (status " WS-ACK-STATUS
                   ") - no acknowledgements received."
           ELSE
               PERFORM UNTIL WS-ACK-EOF
                   READ ACK-FILE
                       AT END SET WS-ACK-EOF TO TRUE
                       NOT AT END
                           IF ACK-RECORDS IS NUMERIC
                               AND ACK-TOTAL1 IS NUMERIC
                               AND ACK-TOTAL2 IS NUMERIC THEN
                               PERFORM NOTE-ACKNOWLEDGEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.

       NOTE-ACKNOWLEDGEMENT.
           MOVE ACK-FEED TO WS-FIND-TYPE.
           MOVE ACK-KEY TO WS-FIND-KEY.
           PERFORM FIND-FEED.
           IF WS-FEED-HIT > 0 THEN
               MOVE SPACES TO WS-ACK-STAMP
               STRING ACK-DATE ACK-TIME DELIMITED BY SIZE
                   INTO WS-ACK-STAMP
               IF FEED-SENT-FOUND(WS-FEED-HIT)
                   AND WS-ACK-STAMP < FEED-SENT-STAMP(WS-FEED-HIT)
                   ADD 1 TO FEED-STALE-ACKS(WS-FEED-HIT)
               ELSE
                   SET FEED-ACK-FOUND(WS-FEED-HIT) TO TRUE
                   MOVE ACK-DATE TO FEED-ACK-DATE(WS-FEED-HIT)
                   MOVE ACK-TIME TO FEED-ACK-TIME(WS-FEED-HIT)
                   MOVE ACK-RECORDS TO FEED-ACK-RECORDS(WS-FEED-HIT)
                   MOVE ACK-TOTAL1 TO FEED-ACK-TOTAL1(WS-FEED-HIT)
                   MOVE ACK-TOTAL2 TO FEED-ACK-TOTAL2(WS-FEED-HIT)
               END-IF
           END-IF.

      * One feed's verdict. Fewer or more records than sent is short
      * or over whatever the totals say; the right record count with
      * the wrong totals is a load that dropped one record and
      * doubled another, or changed values, and is no better. No
      * acknowledgement is only chased once the deadline has passed
      * - a feed with no send time on the audit trail is chased at
      * once.
       CLASSIFY-FEED.
           IF FEED-ACK-FOUND(WS-FEED-SUB) THEN
               IF FEED-ACK-RECORDS(WS-FEED-SUB) <
                   FEED-SENT-RECORDS(WS-FEED-SUB) THEN
                   MOVE 'SHORT-LOADED' TO FEED-STATE(WS-FEED-SUB)
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   IF FEED-ACK-RECORDS(WS-FEED-SUB) >
                       FEED-SENT-RECORDS(WS-FEED-SUB) THEN
                       MOVE 'OVER-LOADED' TO FEED-STATE(WS-FEED-SUB)
                       ADD 1 TO WS-OVER-COUNT
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       IF FEED-ACK-TOTAL1(WS-FEED-SUB) =
                           FEED-SENT-TOTAL1(WS-FEED-SUB)
                           AND FEED-ACK-TOTAL2(WS-FEED-SUB) =
                           FEED-SENT-TOTAL2(WS-FEED-SUB) THEN
                           MOVE 'MATCHED' TO FEED-STATE(WS-FEED-SUB)
                           ADD 1 TO WS-MATCHED-COUNT
                       ELSE
                           MOVE 'TOTALS DIFFER'
                               TO FEED-STATE(WS-FEED-SUB)
                           ADD 1 TO WS-DIFFER-COUNT
                           MOVE 8 TO WS-RUN-RC
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM COMPUTE-HOURS-SINCE-SEND
               IF FEED-SENT-FOUND(WS-FEED-SUB)
                   AND WS-ELAPSED-HOURS < WS-ACK-HOURS THEN
                   MOVE 'AWAITING' TO FEED-STATE(WS-FEED-SUB)
                   ADD 1 TO WS-AWAITING-COUNT
               ELSE
                   MOVE 'NOT ACKED' TO FEED-STATE(WS-FEED-SUB)
                   ADD 1 TO WS-NOT-ACKED-COUNT
                   IF WS-RUN-RC < 4 THEN
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF.

      * Whole hours from the send to now. A send stamp that does not
      * validate counts as long overdue rather than just sent.
       COMPUTE-HOURS-SINCE-SEND.
           MOVE 999999 TO WS-ELAPSED-HOURS.
           IF FEED-SENT-FOUND(WS-FEED-SUB)
               AND FEED-SENT-DATE(WS-FEED-SUB) IS NUMERIC
               AND FEED-SENT-TIME(WS-FEED-SUB) IS NUMERIC
               MOVE FEED-SENT-TIME(WS-FEED-SUB) TO WS-TIME-PART
               PERFORM TIME-TO-SECONDS
               MOVE WS-SECS-WORK TO WS-SENT-SECS
               MOVE WS-NOW-TIME TO WS-TIME-PART
               PERFORM TIME-TO-SECONDS
               MOVE WS-SECS-WORK TO WS-NOW-SECS
               COMPUTE WS-ELAPSED-SECS =
                   (FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW-DATE))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(FEED-SENT-DATE(WS-FEED-SUB))))
                   * 86400
                   + WS-NOW-SECS - WS-SENT-SECS
               IF WS-ELAPSED-SECS < 0 THEN
                   MOVE 0 TO WS-ELAPSED-HOURS
               ELSE
                   COMPUTE WS-ELAPSED-HOURS = WS-ELAPSED-SECS / 3600
               END-IF
           END-IF.

       TIME-TO-SECONDS.
           COMPUTE WS-SECS-WORK =
               FUNCTION NUMVAL(WS-TIME-PART(1:2)) * 3600
               + FUNCTION NUMVAL(WS-TIME-PART(3:2)) * 60
               + FUNCTION NUMVAL(WS-TIME-PART(5:2)).

      * The reconciliation report - one block per feed with what was
      * sent beside what was acknowledged and the verdict, and the
      * counts at the foot.
       WRITE-ACK-REPORT.
           OPEN OUTPUT ACK-REPORT-FILE.
           IF WS-ARPT-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02K: " WS-ACK-REPORT-FILE-NAME
                   " could not be opened (status " WS-ARPT-STATUS
                   ") - no report written."
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE SPACES TO ACK-REPORT-LINE
               STRING 'AOCDAY02K - Cube Conundrum feed '
                   DELIMITED BY SIZE
                   'acknowledgement reconciliation' DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               MOVE SPACES TO ACK-REPORT-LINE
               STRING 'Checked ' DELIMITED BY SIZE
                   WS-NOW-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NOW-TIME DELIMITED BY SIZE
                   ' - acknowledgement due within ' DELIMITED BY SIZE
                   WS-ACK-HOURS DELIMITED BY SIZE
                   ' hour(s) of the send' DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               PERFORM WRITE-FEED-BLOCK
                   VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
               MOVE SPACES TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               MOVE SPACES TO ACK-REPORT-LINE
               STRING 'Matched ' DELIMITED BY SIZE
                   WS-MATCHED-COUNT DELIMITED BY SIZE
                   '  short-loaded ' DELIMITED BY SIZE
                   WS-SHORT-COUNT DELIMITED BY SIZE
                   '  over-loaded ' DELIMITED BY SIZE
                   WS-OVER-COUNT DELIMITED BY SIZE
                   '  totals differ ' DELIMITED BY SIZE
                   WS-DIFFER-COUNT DELIMITED BY SIZE
                   '  not acknowledged ' DELIMITED BY SIZE
                   WS-NOT-ACKED-COUNT DELIMITED BY SIZE
                   '  awaiting ' DELIMITED BY SIZE
                   WS-AWAITING-COUNT DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               CLOSE ACK-REPORT-FILE
               DISPLAY "AOCDAY02K: report written to "
                   FUNCTION TRIM(WS-ACK-REPORT-FILE-NAME) "."
           END-IF.

       WRITE-FEED-BLOCK.
           IF FEED-TYPE(WS-FEED-SUB) = 'E' THEN
               MOVE 'EXTRACT' TO WS-FEED-NAME
           ELSE
               MOVE 'PROPOSAL' TO WS-FEED-NAME
           END-IF.
           MOVE SPACES TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           MOVE SPACES TO ACK-REPORT-LINE.
           STRING WS-FEED-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(FEED-KEY(WS-FEED-SUB)) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               FEED-STATE(WS-FEED-SUB) DELIMITED BY SIZE
               INTO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.
           MOVE SPACES TO ACK-REPORT-LINE.
           IF FEED-SENT-FOUND(WS-FEED-SUB) THEN
               STRING '  Sent   ' DELIMITED BY SIZE
                   FEED-SENT-DATE(WS-FEED-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FEED-SENT-TIME(WS-FEED-SUB) DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
           ELSE
               MOVE '  Sent   (no audit record)' TO ACK-REPORT-LINE
           END-IF.
           MOVE ' records' TO ACK-REPORT-LINE(33:8).
           MOVE FEED-SENT-RECORDS(WS-FEED-SUB)
               TO ACK-REPORT-LINE(42:8).
           MOVE ' totals' TO ACK-REPORT-LINE(50:7).
           MOVE FEED-SENT-TOTAL1(WS-FEED-SUB)
               TO ACK-REPORT-LINE(58:8).
           MOVE FEED-SENT-TOTAL2(WS-FEED-SUB)
               TO ACK-REPORT-LINE(67:8).
           WRITE ACK-REPORT-LINE.
           MOVE SPACES TO ACK-REPORT-LINE.
           IF FEED-ACK-FOUND(WS-FEED-SUB) THEN
               STRING '  Loaded ' DELIMITED BY SIZE
                   FEED-ACK-DATE(WS-FEED-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FEED-ACK-TIME(WS-FEED-SUB) DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               MOVE ' records' TO ACK-REPORT-LINE(33:8)
               MOVE FEED-ACK-RECORDS(WS-FEED-SUB)
                   TO ACK-REPORT-LINE(42:8)
               MOVE ' totals' TO ACK-REPORT-LINE(50:7)
               MOVE FEED-ACK-TOTAL1(WS-FEED-SUB)
                   TO ACK-REPORT-LINE(58:8)
               MOVE FEED-ACK-TOTAL2(WS-FEED-SUB)
                   TO ACK-REPORT-LINE(67:8)
           ELSE
               MOVE '  Loaded (no acknowledgement)' TO ACK-REPORT-LINE
           END-IF.
           WRITE ACK-REPORT-LINE.
           IF FEED-STALE-ACKS(WS-FEED-SUB) > 0 THEN
               MOVE SPACES TO ACK-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                   FEED-STALE-ACKS(WS-FEED-SUB) DELIMITED BY SIZE
                   ' earlier acknowledgement(s) predate this send '
                   DELIMITED BY SIZE
                   '- not counted' DELIMITED BY SIZE
                   INTO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           END-IF.
