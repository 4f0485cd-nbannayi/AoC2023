      * Advent of Code 2023, day 02 - Cube Conundrum period close
      * GNU COBOL
      *
      * Rolls the history master up by calendar month - the Part 1
      * and Part 2 totals, games, rejects and the restocking maximums
      * of every day whose first run fell in the month - into the
      * period-end report finance asks for, month-to-date for the
      * month in progress. Run with CLOSE yyyymm it also closes a
      * month: the figures as they stand are written to the period
      * file as the month's official snapshot, and from then on the
      * month is locked. AOCDAY02A refuses to amend a day inside a
      * closed month, AOCDAY02 warns when a supplemental run or a
      * late re-run touches one, and anything that does arrive late
      * is posted here as an adjustment to the period open when it
      * arrived - a figure already reported upward never changes.
      *
      * A day belongs to the month of its first history header
      * (HIST-RUN-DATE). Later headers for the same key replace the
      * day's figures while its month is open; once the month is
      * closed, the change against the day's last figures is posted
      * to the month the header was written in instead. AOCDAY02A
      * refusals arrive through the period ledger as adjustment
      * records carrying the same before-and-after figures, and the
      * runs AOCDAY02 logs there as supplemental - half-days of
      * repaired lines - are left out, their games reaching the
      * rollup through the AOCDAY02A amendment. Rejects come off the
      * audit trail for the run. An AOCDAY02H archive named in
      * DAY02_ARCHIVE_FILE is read ahead of the live master, as
      * AOCDAY02T and AOCDAY02O do, so months cut off the master can
      * still be recomputed against their snapshot.
      *
      * Change history:
      *   - Initial version with the monthly rollup, the CLOSE
      *     snapshot and change-log entry, and late postings to the
      *     open period.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02P.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC
           WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PERIOD-FILE ASSIGN TO DYNAMIC WS-PERIOD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDG-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO DYNAMIC
           WS-MAINT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT PERIOD-REPORT-FILE ASSIGN TO DYNAMIC
           WS-PERIOD-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same header layout AOCDAY02 writes - only headers are used
      * here, the detail records sharing the buffer are skipped.
       FD HISTORY-FILE.
       01 HISTORY-HEADER-RECORD.
           05 HIST-REC-TYPE PIC X(01).
           05 HIST-RUN-NUMBER PIC 9(6).
           05 HIST-RUN-DATE PIC X(08).
           05 HIST-RUN-TIME PIC X(06).
           05 HIST-KEY PIC X(100).
           05 HIST-TOTAL1 PIC 9(8).
           05 HIST-TOTAL2 PIC 9(8).
           05 HIST-MAX-RED-MIN PIC 9(2).
           05 HIST-MAX-GREEN-MIN PIC 9(2).
           05 HIST-MAX-BLUE-MIN PIC 9(2).
           05 HIST-GAME-COUNT PIC 9(4).

      * An AOCDAY02H archive - the master's own records copied byte
      * for byte, so it is read through the same layout.
       FD ARCHIVE-FILE.
       01 ARCHIVE-HEADER-RECORD PIC X(147).

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

      * One record per closed month, appended by CLOSE and never
      * rewritten - the month's official snapshot. A month that
      * holds nothing but late adjustments can net out negative, so
      * the rolled-up figures carry a trailing sign.
       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           05 PER-PERIOD PIC X(06).
           05 PER-STATUS PIC X(01).
           05 PER-CLOSE-DATE PIC X(08).
           05 PER-CLOSE-TIME PIC X(06).
           05 PER-CLOSE-USER PIC X(08).
           05 PER-DAYS PIC 9(4).
           05 PER-GAMES PIC S9(7) SIGN TRAILING SEPARATE.
           05 PER-REJECTS PIC S9(7) SIGN TRAILING SEPARATE.
           05 PER-TOTAL1 PIC S9(10) SIGN TRAILING SEPARATE.
           05 PER-TOTAL2 PIC S9(10) SIGN TRAILING SEPARATE.
           05 PER-MAX-RED-MIN PIC 9(2).
           05 PER-MAX-GREEN-MIN PIC 9(2).
           05 PER-MAX-BLUE-MIN PIC 9(2).
           05 PER-ADJ-COUNT PIC 9(4).

      * The period ledger - 'S' marks a supplemental AOCDAY02 run,
      * 'A' an AOCDAY02A amendment refused because its day sits in a
      * closed month, carrying the day's figures before and after.
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LDG-REC-TYPE PIC X(01).
           05 LDG-DATE PIC X(08).
           05 LDG-TIME PIC X(06).
           05 LDG-RUN-NUMBER PIC 9(6).
           05 LDG-KEY PIC X(100).
           05 LDG-OTHER-KEY PIC X(100).
           05 LDG-POST-PERIOD PIC X(06).
           05 LDG-HOME-PERIOD PIC X(06).
           05 LDG-PRIOR-TOTAL1 PIC 9(8).
           05 LDG-PRIOR-TOTAL2 PIC 9(8).
           05 LDG-PRIOR-GAMES PIC 9(4).
           05 LDG-TOTAL1 PIC 9(8).
           05 LDG-TOTAL2 PIC 9(8).
           05 LDG-GAME-COUNT PIC 9(4).
           05 LDG-MAX-RED-MIN PIC 9(2).
           05 LDG-MAX-GREEN-MIN PIC 9(2).
           05 LDG-MAX-BLUE-MIN PIC 9(2).

      * Same change-log layout AOCDAY02M appends - file type 'E'
      * marks a period end.
       FD MAINT-LOG-FILE.
       01 MAINT-LOG-RECORD.
           05 LOG-DATE PIC X(08).
           05 LOG-TIME PIC X(06).
           05 LOG-USER PIC X(08).
           05 LOG-FILE-TYPE PIC X(01).
           05 LOG-ACTION PIC X(01).
           05 LOG-KEY PIC X(100).
           05 LOG-OLD-VALUE PIC X(30).
           05 LOG-NEW-VALUE PIC X(30).
           05 LOG-ITEM-NO PIC X(06).

       FD PERIOD-REPORT-FILE.
       01 PERIOD-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Run-time file names - defaulted here, overridden from the
      * environment, matching the AOCDAY02 conventions.
       01 WS-HISTORY-FILE-NAME PIC X(100)
           VALUE 'Day02History.txt'.
       01 WS-AUDIT-FILE-NAME PIC X(100)
           VALUE 'Day02Audit.txt'.
       01 WS-PERIOD-FILE-NAME PIC X(100)
           VALUE 'Day02Periods.txt'.
       01 WS-LEDGER-FILE-NAME PIC X(100)
           VALUE 'Day02PeriodLedger.txt'.
       01 WS-MAINT-LOG-FILE-NAME PIC X(100)
           VALUE 'Day02MaintLog.txt'.
       01 WS-PERIOD-REPORT-FILE-NAME PIC X(100)
           VALUE 'Day02PeriodReport.txt'.
      * Blank means no archive pulled in.
       01 WS-ARCHIVE-FILE-NAME PIC X(100) VALUE SPACES.
       01 WS-ENV-TMP PIC X(100) VALUE SPACES.

       01 WS-HIST-STATUS PIC X(02) VALUE '00'.
       01 WS-ARCH-STATUS PIC X(02) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(02) VALUE '00'.
       01 WS-PER-STATUS PIC X(02) VALUE '00'.
       01 WS-LDG-STATUS PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS PIC X(02) VALUE '00'.
       01 WS-HIST-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-ARCH-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ARCH-EOF VALUE 'Y'.
       01 WS-AUDIT-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-AUDIT-EOF VALUE 'Y'.
       01 WS-PER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-PER-EOF VALUE 'Y'.
       01 WS-LDG-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LDG-EOF VALUE 'Y'.
       01 WS-LDG-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-LDG-OPEN VALUE 'Y'.

      * What was asked for on the command line - REPORT (the
      * default) or CLOSE yyyymm.
       01 WS-ARG-TEXT PIC X(120) VALUE SPACES.
       01 WS-ARG-MODE PIC X(10) VALUE SPACES.
       01 WS-ARG-VALUE PIC X(20) VALUE SPACES.
       01 WS-CLOSE-SW PIC X(1) VALUE 'N'.
           88 WS-CLOSE-REQUESTED VALUE 'Y'.
       01 WS-CLOSE-PERIOD PIC X(06) VALUE SPACES.
       01 WS-CLOSE-DONE-SW PIC X(1) VALUE 'N'.
           88 WS-CLOSE-DONE VALUE 'Y'.

      * Who is running it, and when - the month in progress is the
      * month-to-date period.
       01 WS-USER-ID PIC X(08) VALUE SPACES.
       01 WS-STAMP-DATE PIC X(08) VALUE SPACES.
       01 WS-STAMP-TIME-RAW PIC X(08) VALUE SPACES.
       01 WS-STAMP-TIME PIC X(06) VALUE SPACES.
       01 WS-OPEN-PERIOD PIC X(06) VALUE SPACES.

      * Runs the ledger marks as supplemental - their headers are
      * left out of the rollup. The bound is a checked ceiling.
       01 WS-MAX-SUPP-RUNS PIC S9(4) COMP VALUE 2000.
       01 WS-SUPP-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-SUPP-DROPPED PIC 9(4) VALUE 0.
       01 WS-SUPP-SUB PIC S9(4) COMP.
       01 WS-SUPP-TABLE.
           03 WS-SUPP-RUN OCCURS 2000 TIMES PIC 9(6).
       01 WS-SUPP-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-SUPP-FOUND VALUE 'Y'.

      * Rejects per run and input file off the audit trail, joined
      * to the header of the same run and key. The bound is a
      * checked ceiling; a header with no audit entry keeps the
      * day's last known rejects.
       01 WS-MAX-AUDIT PIC S9(4) COMP VALUE 5000.
       01 WS-AREJ-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-AREJ-DROPPED PIC 9(6) VALUE 0.
       01 WS-AREJ-SUB PIC S9(4) COMP.
       01 WS-AUDIT-REJECTS.
           03 WS-AREJ OCCURS 5000 TIMES.
               05 AREJ-RUN PIC 9(6).
               05 AREJ-KEY PIC X(100).
               05 AREJ-REJECTS PIC 9(6).

      * Every day (history key) seen, the month it belongs to, the
      * figures it stands at in that month, and the last figures
      * posted for it anywhere - what a late posting is measured
      * against. The bound is a checked ceiling.
       01 WS-MAX-DAYS PIC S9(4) COMP VALUE 3000.
       01 WS-DAY-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-DAY-DROPPED PIC 9(6) VALUE 0.
       01 WS-DAY-SUB PIC S9(4) COMP.
       01 WS-DAYS.
           03 WS-DAY OCCURS 3000 TIMES.
               05 DAY-KEY PIC X(100).
               05 DAY-HOME PIC X(06).
               05 DAY-HOME-TOTAL1 PIC 9(8).
               05 DAY-HOME-TOTAL2 PIC 9(8).
               05 DAY-HOME-GAMES PIC 9(4).
               05 DAY-HOME-REJECTS PIC 9(6).
               05 DAY-HOME-MAX-RED PIC 9(2).
               05 DAY-HOME-MAX-GREEN PIC 9(2).
               05 DAY-HOME-MAX-BLUE PIC 9(2).
               05 DAY-LAST-TOTAL1 PIC 9(8).
               05 DAY-LAST-TOTAL2 PIC 9(8).
               05 DAY-LAST-GAMES PIC 9(4).
               05 DAY-LAST-REJECTS PIC 9(6).

      * Every month with a day, a late posting or a snapshot, kept
      * in month order - the recomputed figures and, for a closed
      * month, the snapshot off the period file. The bound is a
      * checked ceiling (twenty years of months).
       01 WS-MAX-PERIODS PIC S9(4) COMP VALUE 240.
       01 WS-PRD-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-PRD-DROPPED PIC 9(6) VALUE 0.
       01 WS-PRD-SUB PIC S9(4) COMP.
       01 WS-PRD-SLOT PIC S9(4) COMP.
       01 WS-SRCH-SUB PIC S9(4) COMP.
       01 WS-FIND-PERIOD PIC X(06) VALUE SPACES.
       01 WS-PERIODS.
           03 WS-PRD OCCURS 240 TIMES.
               05 PRD-PERIOD PIC X(06).
               05 PRD-CLOSED-SW PIC X(1).
                   88 PRD-CLOSED VALUE 'Y'.
               05 PRD-CLOSE-STAMP.
                   07 PRD-CLOSE-DATE PIC X(08).
                   07 PRD-CLOSE-TIME PIC X(06).
               05 PRD-CLOSE-USER PIC X(08).
               05 PRD-DAYS PIC 9(4).
               05 PRD-GAMES PIC S9(7).
               05 PRD-REJECTS PIC S9(7).
               05 PRD-TOTAL1 PIC S9(10).
               05 PRD-TOTAL2 PIC S9(10).
               05 PRD-MAX-RED PIC 9(2).
               05 PRD-MAX-GREEN PIC 9(2).
               05 PRD-MAX-BLUE PIC 9(2).
               05 PRD-ADJ-COUNT PIC 9(4).
               05 SNAP-DAYS PIC 9(4).
               05 SNAP-GAMES PIC S9(7).
               05 SNAP-REJECTS PIC S9(7).
               05 SNAP-TOTAL1 PIC S9(10).
               05 SNAP-TOTAL2 PIC S9(10).
               05 SNAP-MAX-RED PIC 9(2).
               05 SNAP-MAX-GREEN PIC 9(2).
               05 SNAP-MAX-BLUE PIC 9(2).
               05 SNAP-ADJ-COUNT PIC 9(4).
       01 WS-LAST-CLOSED PIC X(06) VALUE SPACES.

      * The posting being applied - a history header or a ledger
      * adjustment, staged here so both go through NOTE-POSTING.
       01 WS-PST-STAMP.
           05 WS-PST-DATE PIC X(08).
           05 WS-PST-TIME PIC X(06).
       01 WS-PST-KIND PIC X(1) VALUE SPACE.
           88 WS-PST-IS-RUN VALUE 'H'.
           88 WS-PST-IS-AMEND VALUE 'A'.
       01 WS-PST-RUN-NUMBER PIC 9(6) VALUE 0.
       01 WS-PST-KEY PIC X(100) VALUE SPACES.
       01 WS-PST-TOTAL1 PIC 9(8) VALUE 0.
       01 WS-PST-TOTAL2 PIC 9(8) VALUE 0.
       01 WS-PST-GAMES PIC 9(4) VALUE 0.
       01 WS-PST-REJECTS PIC 9(6) VALUE 0.
       01 WS-PST-MAX-RED PIC 9(2) VALUE 0.
       01 WS-PST-MAX-GREEN PIC 9(2) VALUE 0.
       01 WS-PST-MAX-BLUE PIC 9(2) VALUE 0.
       01 WS-PST-REJ-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-PST-REJ-FOUND VALUE 'Y'.
       01 WS-PST-LATE-SW PIC X(1) VALUE 'N'.
           88 WS-PST-LATE VALUE 'Y'.

      * The next ledger adjustment waiting to be merged in among the
      * history headers, by date and time.
       01 WS-ADJ-PENDING-SW PIC X(1) VALUE 'N'.
           88 WS-ADJ-PENDING VALUE 'Y'.
       01 WS-ADJ-STAMP.
           05 WS-ADJ-DATE PIC X(08).
           05 WS-ADJ-TIME PIC X(06).
       01 WS-CUT-STAMP PIC X(14) VALUE SPACES.

      * Late postings, listed after the period table. The bound is a
      * checked ceiling; any beyond it are counted and the report
      * says so.
       01 WS-MAX-LATE PIC S9(4) COMP VALUE 500.
       01 WS-LATE-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-LATE-DROPPED PIC 9(4) VALUE 0.
       01 WS-LATE-SUB PIC S9(4) COMP.
       01 WS-LATE-POSTINGS.
           03 WS-LATE OCCURS 500 TIMES.
               05 LATE-POST-PERIOD PIC X(06).
               05 LATE-HOME PIC X(06).
               05 LATE-DATE PIC X(08).
               05 LATE-KIND PIC X(05).
               05 LATE-KEY PIC X(100).
               05 LATE-DELTA1 PIC S9(8).
               05 LATE-DELTA2 PIC S9(8).
               05 LATE-DELTA-GAMES PIC S9(5).
       01 WS-DELTA1 PIC S9(8) VALUE 0.
       01 WS-DELTA2 PIC S9(8) VALUE 0.
       01 WS-DELTA-GAMES PIC S9(5) VALUE 0.
       01 WS-DELTA-REJECTS PIC S9(7) VALUE 0.

      * Run counters and the display items the signed figures go
      * through before they are STRINGed into a report line.
       01 WS-HEADERS-READ PIC 9(6) VALUE 0.
       01 WS-HEADERS-SKIPPED PIC 9(6) VALUE 0.
       01 WS-ADJ-READ PIC 9(6) VALUE 0.
       01 WS-OPEN-BEFORE-COUNT PIC 9(4) VALUE 0.
       01 WS-DIFF-COUNT PIC 9(4) VALUE 0.
       01 WS-STATUS-TEXT PIC X(06) VALUE SPACES.
       01 WS-GAMES-EDIT PIC 9(7)+.
       01 WS-REJECTS-EDIT PIC 9(7)+.
       01 WS-TOTAL1-EDIT PIC 9(10)+.
       01 WS-TOTAL2-EDIT PIC 9(10)+.
       01 WS-DELTA1-EDIT PIC 9(8)+.
       01 WS-DELTA2-EDIT PIC 9(8)+.
       01 WS-DELTA-GAMES-EDIT PIC 9(5)+.
       01 WS-SHOW-DAYS PIC 9(4) VALUE 0.
       01 WS-SHOW-GAMES PIC S9(7) VALUE 0.
       01 WS-SHOW-REJECTS PIC S9(7) VALUE 0.
       01 WS-SHOW-TOTAL1 PIC S9(10) VALUE 0.
       01 WS-SHOW-TOTAL2 PIC S9(10) VALUE 0.
       01 WS-SHOW-MAX-RED PIC 9(2) VALUE 0.
       01 WS-SHOW-MAX-GREEN PIC 9(2) VALUE 0.
       01 WS-SHOW-MAX-BLUE PIC 9(2) VALUE 0.
       01 WS-SHOW-ADJ-COUNT PIC 9(4) VALUE 0.

      * Old/new values as they appear on the log.
       01 WS-OLD-VALUE PIC X(30) VALUE SPACES.
       01 WS-NEW-VALUE PIC X(30) VALUE SPACES.

      * What the run ends with - 0 report written (and the month
      * closed if asked), 4 a closed month no longer recomputes to
      * its snapshot or the rollup is incomplete, 8 the history
      * master could not be read or the close was refused.
       01 WS-RUN-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INITIALISE.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-SUPPLEMENTAL-RUNS.
           PERFORM LOAD-AUDIT-REJECTS.
           PERFORM OPEN-LEDGER-MERGE.
           PERFORM LOAD-ARCHIVE.
           PERFORM LOAD-HISTORY.
           MOVE HIGH-VALUES TO WS-CUT-STAMP.
           PERFORM DRAIN-ADJUSTMENTS.
           IF WS-LDG-OPEN THEN
               CLOSE LEDGER-FILE
               MOVE 'N' TO WS-LDG-OPEN-SW
           END-IF.
           PERFORM POST-HOME-FIGURES.
           IF WS-RUN-RC < 8 AND WS-CLOSE-REQUESTED THEN
               PERFORM CLOSE-PERIOD
           END-IF.
           PERFORM WRITE-PERIOD-REPORT.
           IF WS-CLOSE-DONE THEN
               DISPLAY "AOCDAY02P: period " WS-CLOSE-PERIOD
                   " closed and its snapshot written to "
                   FUNCTION TRIM(WS-PERIOD-FILE-NAME) "."
           END-IF.
           DISPLAY "AOCDAY02P: " WS-HEADERS-READ " run header(s) and "
               WS-ADJ-READ " ledger adjustment(s) rolled up - see "
               FUNCTION TRIM(WS-PERIOD-REPORT-FILE-NAME) ".".
           DISPLAY "AOCDAY02P: ending with return code " WS-RUN-RC
               ".".
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      * Pick up run-time file names, the command line and who is
      * running it. GnuCOBOL clears the receiving item on an
      * ENVIRONMENT ACCEPT that finds no such variable, so each one
      * is accepted into a scratch item first and only moved over
      * the VALUE default when it is set.
       INITIALISE.
           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_HISTORY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-HISTORY-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_ARCHIVE_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-ARCHIVE-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_AUDIT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-AUDIT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_PERIOD_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-PERIOD-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_PERIOD_LEDGER_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-LEDGER-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_MAINT_LOG_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-MAINT-LOG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_PERIOD_REPORT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-PERIOD-REPORT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "USER"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP = SPACES THEN
               ACCEPT WS-ENV-TMP FROM ENVIRONMENT "LOGNAME"
                   ON EXCEPTION CONTINUE
               END-ACCEPT
           END-IF.
           IF WS-ENV-TMP = SPACES THEN
               MOVE 'UNKNOWN' TO WS-USER-ID
           ELSE
               MOVE WS-ENV-TMP TO WS-USER-ID
           END-IF.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME-RAW FROM TIME.
           MOVE WS-STAMP-TIME-RAW(1:6) TO WS-STAMP-TIME.
           MOVE WS-STAMP-DATE(1:6) TO WS-OPEN-PERIOD.

           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-MODE.
           MOVE SPACES TO WS-ARG-VALUE.
           UNSTRING FUNCTION TRIM(WS-ARG-TEXT)
               DELIMITED BY ALL ' '
               INTO WS-ARG-MODE
               WS-ARG-VALUE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-MODE) TO WS-ARG-MODE.
           IF WS-ARG-MODE = SPACES OR WS-ARG-MODE = 'REPORT' THEN
               CONTINUE
           ELSE IF WS-ARG-MODE = 'CLOSE' THEN
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-VALUE)) = 6
                   AND WS-ARG-VALUE(1:6) IS NUMERIC
                   AND WS-ARG-VALUE(5:2) >= '01'
                   AND WS-ARG-VALUE(5:2) <= '12'
                   MOVE WS-ARG-VALUE(1:6) TO WS-CLOSE-PERIOD
                   SET WS-CLOSE-REQUESTED TO TRUE
               ELSE
                   PERFORM CLOSE-USAGE
               END-IF
           ELSE
               PERFORM CLOSE-USAGE
           END-IF.

       CLOSE-USAGE.
           DISPLAY "AOCDAY02P: supply REPORT (the default) for the "
               "period rollup, or CLOSE yyyymm to close a month.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * The snapshots of the months already closed, oldest first as
      * CLOSE appends them. No period file simply means nothing is
      * closed yet.
       LOAD-CLOSED-PERIODS.
           MOVE 'N' TO WS-PER-EOF-SW.
           OPEN INPUT PERIOD-FILE.
           IF WS-PER-STATUS = '00' THEN
               PERFORM UNTIL WS-PER-EOF
                   READ PERIOD-FILE
                       AT END SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-STATUS = 'C'
                               AND PER-PERIOD IS NUMERIC THEN
                               PERFORM NOTE-CLOSED-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       NOTE-CLOSED-PERIOD.
           MOVE PER-PERIOD TO WS-FIND-PERIOD.
           PERFORM FIND-PERIOD.
           IF WS-PRD-SUB > 0 THEN
               SET PRD-CLOSED(WS-PRD-SUB) TO TRUE
               MOVE PER-CLOSE-DATE TO PRD-CLOSE-DATE(WS-PRD-SUB)
               MOVE PER-CLOSE-TIME TO PRD-CLOSE-TIME(WS-PRD-SUB)
               MOVE PER-CLOSE-USER TO PRD-CLOSE-USER(WS-PRD-SUB)
               MOVE PER-DAYS TO SNAP-DAYS(WS-PRD-SUB)
               MOVE PER-GAMES TO SNAP-GAMES(WS-PRD-SUB)
               MOVE PER-REJECTS TO SNAP-REJECTS(WS-PRD-SUB)
               MOVE PER-TOTAL1 TO SNAP-TOTAL1(WS-PRD-SUB)
               MOVE PER-TOTAL2 TO SNAP-TOTAL2(WS-PRD-SUB)
               MOVE PER-MAX-RED-MIN TO SNAP-MAX-RED(WS-PRD-SUB)
               MOVE PER-MAX-GREEN-MIN TO SNAP-MAX-GREEN(WS-PRD-SUB)
               MOVE PER-MAX-BLUE-MIN TO SNAP-MAX-BLUE(WS-PRD-SUB)
               MOVE PER-ADJ-COUNT TO SNAP-ADJ-COUNT(WS-PRD-SUB)
               IF PER-PERIOD > WS-LAST-CLOSED THEN
                   MOVE PER-PERIOD TO WS-LAST-CLOSED
               END-IF
           END-IF.

      * Find WS-FIND-PERIOD in the period table, adding it in month
      * order if it is not there yet. WS-PRD-SUB comes back zero
      * only when the table is full. An insert moves the entries
      * after it, so no subscript is held across a call.
       FIND-PERIOD.
           MOVE 0 TO WS-PRD-SUB.
           PERFORM VARYING WS-SRCH-SUB FROM 1 BY 1
               UNTIL WS-SRCH-SUB > WS-PRD-COUNT OR WS-PRD-SUB > 0
               IF PRD-PERIOD(WS-SRCH-SUB) = WS-FIND-PERIOD THEN
                   MOVE WS-SRCH-SUB TO WS-PRD-SUB
               END-IF
           END-PERFORM.
           IF WS-PRD-SUB = 0 THEN
               IF WS-PRD-COUNT >= WS-MAX-PERIODS THEN
                   ADD 1 TO WS-PRD-DROPPED
               ELSE
                   COMPUTE WS-PRD-COUNT = WS-PRD-COUNT + 1
                   MOVE WS-PRD-COUNT TO WS-PRD-SLOT
                   PERFORM UNTIL WS-PRD-SLOT <= 1
                       OR PRD-PERIOD(WS-PRD-SLOT - 1) < WS-FIND-PERIOD
                       MOVE WS-PRD(WS-PRD-SLOT - 1)
                           TO WS-PRD(WS-PRD-SLOT)
                       COMPUTE WS-PRD-SLOT = WS-PRD-SLOT - 1
                   END-PERFORM
                   INITIALIZE WS-PRD(WS-PRD-SLOT)
                   MOVE WS-FIND-PERIOD TO PRD-PERIOD(WS-PRD-SLOT)
                   MOVE 'N' TO PRD-CLOSED-SW(WS-PRD-SLOT)
                   MOVE WS-PRD-SLOT TO WS-PRD-SUB
               END-IF
           END-IF.

      * Pass 1 of the ledger - the runs AOCDAY02 logged as
      * supplemental. No ledger means none were.
       LOAD-SUPPLEMENTAL-RUNS.
           MOVE 'N' TO WS-LDG-EOF-SW.
           OPEN INPUT LEDGER-FILE.
           IF WS-LDG-STATUS = '00' THEN
               PERFORM UNTIL WS-LDG-EOF
                   READ LEDGER-FILE
                       AT END SET WS-LDG-EOF TO TRUE
                       NOT AT END
                           IF LDG-REC-TYPE = 'S'
                               AND LDG-RUN-NUMBER IS NUMERIC THEN
                               PERFORM NOTE-SUPPLEMENTAL-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      * A manifest supplemental run logs one record per entry under
      * the same run number - it is held once.
       NOTE-SUPPLEMENTAL-RUN.
           IF WS-SUPP-COUNT > 0
               AND WS-SUPP-RUN(WS-SUPP-COUNT) = LDG-RUN-NUMBER THEN
               CONTINUE
           ELSE
               IF WS-SUPP-COUNT >= WS-MAX-SUPP-RUNS THEN
                   ADD 1 TO WS-SUPP-DROPPED
               ELSE
                   COMPUTE WS-SUPP-COUNT = WS-SUPP-COUNT + 1
                   MOVE LDG-RUN-NUMBER TO WS-SUPP-RUN(WS-SUPP-COUNT)
               END-IF
           END-IF.

      * Rejects per run and input file, off the audit trail. A
      * missing trail only costs the rejects column.
       LOAD-AUDIT-REJECTS.
           MOVE 'N' TO WS-AUDIT-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02P: " FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                   " could not be opened (status " WS-AUDIT-STATUS
                   ") - rejects will show as zero."
           ELSE
               PERFORM UNTIL WS-AUDIT-EOF
                   READ AUDIT-FILE
                       AT END SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           IF AUD-RUN-NUMBER IS NUMERIC
                               AND AUD-REJECT-COUNT IS NUMERIC THEN
                               PERFORM NOTE-AUDIT-REJECTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       NOTE-AUDIT-REJECTS.
           IF WS-AREJ-COUNT >= WS-MAX-AUDIT THEN
               ADD 1 TO WS-AREJ-DROPPED
           ELSE
               COMPUTE WS-AREJ-COUNT = WS-AREJ-COUNT + 1
               MOVE AUD-RUN-NUMBER TO AREJ-RUN(WS-AREJ-COUNT)
               MOVE AUD-INPUT-FILE TO AREJ-KEY(WS-AREJ-COUNT)
               MOVE AUD-REJECT-COUNT TO AREJ-REJECTS(WS-AREJ-COUNT)
           END-IF.

      * Pass 2 of the ledger stays open alongside the history read,
      * so each adjustment is applied in date and time order among
      * the run headers.
       OPEN-LEDGER-MERGE.
           MOVE 'N' TO WS-LDG-EOF-SW.
           MOVE 'N' TO WS-ADJ-PENDING-SW.
           MOVE 'N' TO WS-LDG-OPEN-SW.
           OPEN INPUT LEDGER-FILE.
           IF WS-LDG-STATUS = '00' THEN
               SET WS-LDG-OPEN TO TRUE
               PERFORM READ-NEXT-ADJUSTMENT
           END-IF.

      * Skip to the next 'A' record; none left clears the pending
      * switch.
       READ-NEXT-ADJUSTMENT.
           MOVE 'N' TO WS-ADJ-PENDING-SW.
           PERFORM UNTIL WS-LDG-EOF OR WS-ADJ-PENDING
               READ LEDGER-FILE
                   AT END SET WS-LDG-EOF TO TRUE
                   NOT AT END
                       IF LDG-REC-TYPE = 'A'
                           AND LDG-TOTAL1 IS NUMERIC
                           AND LDG-TOTAL2 IS NUMERIC
                           AND LDG-GAME-COUNT IS NUMERIC THEN
                           SET WS-ADJ-PENDING TO TRUE
                           MOVE LDG-DATE TO WS-ADJ-DATE
                           MOVE LDG-TIME TO WS-ADJ-TIME
                       END-IF
               END-READ
           END-PERFORM.

      * Apply every pending adjustment stamped no later than
      * WS-CUT-STAMP.
       DRAIN-ADJUSTMENTS.
           PERFORM UNTIL NOT WS-ADJ-PENDING
               OR WS-ADJ-STAMP > WS-CUT-STAMP
               PERFORM POST-ADJUSTMENT
               PERFORM READ-NEXT-ADJUSTMENT
           END-PERFORM.

      * An AOCDAY02A amendment that was refused - the day's amended
      * figures, posted against its last figures like a late re-run.
       POST-ADJUSTMENT.
           ADD 1 TO WS-ADJ-READ.
           SET WS-PST-IS-AMEND TO TRUE.
           MOVE LDG-DATE TO WS-PST-DATE.
           MOVE LDG-TIME TO WS-PST-TIME.
           MOVE 0 TO WS-PST-RUN-NUMBER.
           MOVE LDG-KEY TO WS-PST-KEY.
           MOVE LDG-TOTAL1 TO WS-PST-TOTAL1.
           MOVE LDG-TOTAL2 TO WS-PST-TOTAL2.
           MOVE LDG-GAME-COUNT TO WS-PST-GAMES.
           MOVE LDG-MAX-RED-MIN TO WS-PST-MAX-RED.
           MOVE LDG-MAX-GREEN-MIN TO WS-PST-MAX-GREEN.
           MOVE LDG-MAX-BLUE-MIN TO WS-PST-MAX-BLUE.
           MOVE 'N' TO WS-PST-REJ-FOUND-SW.
           PERFORM NOTE-POSTING.

      * A named AOCDAY02H archive is read ahead of the live master -
      * its runs are older by construction.
       LOAD-ARCHIVE.
           IF WS-ARCHIVE-FILE-NAME NOT = SPACES THEN
               MOVE 'N' TO WS-ARCH-EOF-SW
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCH-STATUS NOT = '00' THEN
                   DISPLAY "AOCDAY02P: archive "
                       FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                       " could not be opened (status "
                       WS-ARCH-STATUS
                       ") - rolling up the live master only."
               ELSE
                   PERFORM UNTIL WS-ARCH-EOF
                       READ ARCHIVE-FILE
                           AT END SET WS-ARCH-EOF TO TRUE
                           NOT AT END
                               MOVE ARCHIVE-HEADER-RECORD
                                   TO HISTORY-HEADER-RECORD
                               PERFORM NOTE-HISTORY-HEADER
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

      * The live master, in file order - AOCDAY02 only ever appends,
      * so file order is run order.
       LOAD-HISTORY.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02P: " WS-HISTORY-FILE-NAME
                   " could not be opened (status " WS-HIST-STATUS
                   ") - nothing to roll up."
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ HISTORY-FILE
                       AT END SET WS-HIST-EOF TO TRUE
                       NOT AT END PERFORM NOTE-HISTORY-HEADER
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      * A trusted header - any adjustment stamped before it goes in
      * first, then the header itself unless its run was a
      * supplemental one. Details and anything untrusted are
      * skipped, as AOCDAY02T and AOCDAY02C do.
       NOTE-HISTORY-HEADER.
           IF HIST-REC-TYPE = 'H'
               AND HIST-RUN-NUMBER IS NUMERIC
               AND HIST-RUN-DATE IS NUMERIC
               AND HIST-TOTAL1 IS NUMERIC
               AND HIST-TOTAL2 IS NUMERIC
               AND HIST-GAME-COUNT IS NUMERIC THEN
               MOVE HIST-RUN-DATE TO WS-CUT-STAMP(1:8)
               MOVE HIST-RUN-TIME TO WS-CUT-STAMP(9:6)
               PERFORM DRAIN-ADJUSTMENTS
               PERFORM FIND-SUPPLEMENTAL-RUN
               IF WS-SUPP-FOUND THEN
                   ADD 1 TO WS-HEADERS-SKIPPED
               ELSE
                   ADD 1 TO WS-HEADERS-READ
                   SET WS-PST-IS-RUN TO TRUE
                   MOVE HIST-RUN-DATE TO WS-PST-DATE
                   MOVE HIST-RUN-TIME TO WS-PST-TIME
                   MOVE HIST-RUN-NUMBER TO WS-PST-RUN-NUMBER
                   MOVE HIST-KEY TO WS-PST-KEY
                   MOVE HIST-TOTAL1 TO WS-PST-TOTAL1
                   MOVE HIST-TOTAL2 TO WS-PST-TOTAL2
                   MOVE HIST-GAME-COUNT TO WS-PST-GAMES
                   MOVE HIST-MAX-RED-MIN TO WS-PST-MAX-RED
                   MOVE HIST-MAX-GREEN-MIN TO WS-PST-MAX-GREEN
                   MOVE HIST-MAX-BLUE-MIN TO WS-PST-MAX-BLUE
                   PERFORM FIND-AUDIT-REJECTS
                   PERFORM NOTE-POSTING
               END-IF
           END-IF.

       FIND-SUPPLEMENTAL-RUN.
           MOVE 'N' TO WS-SUPP-FOUND-SW.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
               UNTIL WS-SUPP-SUB > WS-SUPP-COUNT OR WS-SUPP-FOUND
               IF WS-SUPP-RUN(WS-SUPP-SUB) = HIST-RUN-NUMBER THEN
                   SET WS-SUPP-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * The audit entry for the same run and input file - searched
      * newest first, since the header just read is usually recent.
       FIND-AUDIT-REJECTS.
           MOVE 'N' TO WS-PST-REJ-FOUND-SW.
           MOVE 0 TO WS-PST-REJECTS.
           PERFORM VARYING WS-AREJ-SUB FROM WS-AREJ-COUNT BY -1
               UNTIL WS-AREJ-SUB < 1 OR WS-PST-REJ-FOUND
               IF AREJ-RUN(WS-AREJ-SUB) = HIST-RUN-NUMBER
                   AND AREJ-KEY(WS-AREJ-SUB) = HIST-KEY THEN
                   SET WS-PST-REJ-FOUND TO TRUE
                   MOVE AREJ-REJECTS(WS-AREJ-SUB) TO WS-PST-REJECTS
               END-IF
           END-PERFORM.

      * One posting for a day. Its month is the month of its first
      * posting. While that month is open the posting simply
      * replaces the day's figures there; once the month is closed,
      * and the posting is stamped after the close, the change
      * against the day's last figures is posted to the month the
      * posting was made in, as an adjustment.
       NOTE-POSTING.
           PERFORM FIND-DAY.
           IF WS-DAY-SUB > 0 THEN
               IF NOT WS-PST-REJ-FOUND THEN
                   MOVE DAY-LAST-REJECTS(WS-DAY-SUB) TO WS-PST-REJECTS
               END-IF
               MOVE 'N' TO WS-PST-LATE-SW
               MOVE DAY-HOME(WS-DAY-SUB) TO WS-FIND-PERIOD
               PERFORM FIND-PERIOD
               IF WS-PRD-SUB > 0 THEN
                   IF PRD-CLOSED(WS-PRD-SUB)
                       AND WS-PST-STAMP > PRD-CLOSE-STAMP(WS-PRD-SUB)
                       SET WS-PST-LATE TO TRUE
                   END-IF
               END-IF
               IF WS-PST-LATE THEN
                   PERFORM POST-LATE-ADJUSTMENT
               ELSE
                   MOVE WS-PST-TOTAL1 TO DAY-HOME-TOTAL1(WS-DAY-SUB)
                   MOVE WS-PST-TOTAL2 TO DAY-HOME-TOTAL2(WS-DAY-SUB)
                   MOVE WS-PST-GAMES TO DAY-HOME-GAMES(WS-DAY-SUB)
                   MOVE WS-PST-REJECTS TO DAY-HOME-REJECTS(WS-DAY-SUB)
                   MOVE WS-PST-MAX-RED TO DAY-HOME-MAX-RED(WS-DAY-SUB)
                   MOVE WS-PST-MAX-GREEN
                       TO DAY-HOME-MAX-GREEN(WS-DAY-SUB)
                   MOVE WS-PST-MAX-BLUE
                       TO DAY-HOME-MAX-BLUE(WS-DAY-SUB)
               END-IF
               MOVE WS-PST-TOTAL1 TO DAY-LAST-TOTAL1(WS-DAY-SUB)
               MOVE WS-PST-TOTAL2 TO DAY-LAST-TOTAL2(WS-DAY-SUB)
               MOVE WS-PST-GAMES TO DAY-LAST-GAMES(WS-DAY-SUB)
               MOVE WS-PST-REJECTS TO DAY-LAST-REJECTS(WS-DAY-SUB)
           END-IF.

      * The day entry for WS-PST-KEY, added with its home month the
      * first time the key is seen. WS-DAY-SUB comes back zero only
      * when the table is full.
       FIND-DAY.
           MOVE 0 TO WS-DAY-SUB.
           PERFORM VARYING WS-SRCH-SUB FROM 1 BY 1
               UNTIL WS-SRCH-SUB > WS-DAY-COUNT OR WS-DAY-SUB > 0
               IF DAY-KEY(WS-SRCH-SUB) = WS-PST-KEY THEN
                   MOVE WS-SRCH-SUB TO WS-DAY-SUB
               END-IF
           END-PERFORM.
           IF WS-DAY-SUB = 0 THEN
               IF WS-DAY-COUNT >= WS-MAX-DAYS THEN
                   ADD 1 TO WS-DAY-DROPPED
               ELSE
                   COMPUTE WS-DAY-COUNT = WS-DAY-COUNT + 1
                   MOVE WS-DAY-COUNT TO WS-DAY-SUB
                   INITIALIZE WS-DAY(WS-DAY-SUB)
                   MOVE WS-PST-KEY TO DAY-KEY(WS-DAY-SUB)
                   MOVE WS-PST-DATE(1:6) TO DAY-HOME(WS-DAY-SUB)
               END-IF
           END-IF.

      * The change against the day's last figures goes to the month
      * the posting was made in, with its maximums, and is listed.
      * A posting that changes nothing - an amendment AOCDAY02A
      * refused, met again on a rerun - is no adjustment at all.
       POST-LATE-ADJUSTMENT.
           COMPUTE WS-DELTA1 =
               WS-PST-TOTAL1 - DAY-LAST-TOTAL1(WS-DAY-SUB).
           COMPUTE WS-DELTA2 =
               WS-PST-TOTAL2 - DAY-LAST-TOTAL2(WS-DAY-SUB).
           COMPUTE WS-DELTA-GAMES =
               WS-PST-GAMES - DAY-LAST-GAMES(WS-DAY-SUB).
           COMPUTE WS-DELTA-REJECTS =
               WS-PST-REJECTS - DAY-LAST-REJECTS(WS-DAY-SUB).
           IF WS-DELTA1 NOT = 0 OR WS-DELTA2 NOT = 0
               OR WS-DELTA-GAMES NOT = 0
               OR WS-DELTA-REJECTS NOT = 0 THEN
               PERFORM APPLY-LATE-ADJUSTMENT
           END-IF.

       APPLY-LATE-ADJUSTMENT.
           MOVE WS-PST-DATE(1:6) TO WS-FIND-PERIOD.
           PERFORM FIND-PERIOD.
           IF WS-PRD-SUB > 0 THEN
               ADD WS-DELTA1 TO PRD-TOTAL1(WS-PRD-SUB)
               ADD WS-DELTA2 TO PRD-TOTAL2(WS-PRD-SUB)
               ADD WS-DELTA-GAMES TO PRD-GAMES(WS-PRD-SUB)
               ADD WS-DELTA-REJECTS TO PRD-REJECTS(WS-PRD-SUB)
               ADD 1 TO PRD-ADJ-COUNT(WS-PRD-SUB)
               IF WS-PST-MAX-RED > PRD-MAX-RED(WS-PRD-SUB) THEN
                   MOVE WS-PST-MAX-RED TO PRD-MAX-RED(WS-PRD-SUB)
               END-IF
               IF WS-PST-MAX-GREEN > PRD-MAX-GREEN(WS-PRD-SUB) THEN
                   MOVE WS-PST-MAX-GREEN TO PRD-MAX-GREEN(WS-PRD-SUB)
               END-IF
               IF WS-PST-MAX-BLUE > PRD-MAX-BLUE(WS-PRD-SUB) THEN
                   MOVE WS-PST-MAX-BLUE TO PRD-MAX-BLUE(WS-PRD-SUB)
               END-IF
           END-IF.
           IF WS-LATE-COUNT >= WS-MAX-LATE THEN
               ADD 1 TO WS-LATE-DROPPED
           ELSE
               COMPUTE WS-LATE-COUNT = WS-LATE-COUNT + 1
               MOVE WS-PST-DATE(1:6) TO LATE-POST-PERIOD(WS-LATE-COUNT)
               MOVE DAY-HOME(WS-DAY-SUB) TO LATE-HOME(WS-LATE-COUNT)
               MOVE WS-PST-DATE TO LATE-DATE(WS-LATE-COUNT)
               IF WS-PST-IS-RUN THEN
                   MOVE 'RERUN' TO LATE-KIND(WS-LATE-COUNT)
               ELSE
                   MOVE 'AMEND' TO LATE-KIND(WS-LATE-COUNT)
               END-IF
               MOVE WS-PST-KEY TO LATE-KEY(WS-LATE-COUNT)
               MOVE WS-DELTA1 TO LATE-DELTA1(WS-LATE-COUNT)
               MOVE WS-DELTA2 TO LATE-DELTA2(WS-LATE-COUNT)
               MOVE WS-DELTA-GAMES TO LATE-DELTA-GAMES(WS-LATE-COUNT)
           END-IF.

      * Every day's figures as they stand in its own month go into
      * that month, with the month's maximums, once the whole
      * master has been read. The month in progress is added even
      * with nothing in it, so the month-to-date line always shows.
       POST-HOME-FIGURES.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
               MOVE DAY-HOME(WS-DAY-SUB) TO WS-FIND-PERIOD
               PERFORM FIND-PERIOD
               IF WS-PRD-SUB > 0 THEN
                   ADD 1 TO PRD-DAYS(WS-PRD-SUB)
                   ADD DAY-HOME-TOTAL1(WS-DAY-SUB)
                       TO PRD-TOTAL1(WS-PRD-SUB)
                   ADD DAY-HOME-TOTAL2(WS-DAY-SUB)
                       TO PRD-TOTAL2(WS-PRD-SUB)
                   ADD DAY-HOME-GAMES(WS-DAY-SUB)
                       TO PRD-GAMES(WS-PRD-SUB)
                   ADD DAY-HOME-REJECTS(WS-DAY-SUB)
                       TO PRD-REJECTS(WS-PRD-SUB)
                   IF DAY-HOME-MAX-RED(WS-DAY-SUB)
                       > PRD-MAX-RED(WS-PRD-SUB) THEN
                       MOVE DAY-HOME-MAX-RED(WS-DAY-SUB)
                           TO PRD-MAX-RED(WS-PRD-SUB)
                   END-IF
                   IF DAY-HOME-MAX-GREEN(WS-DAY-SUB)
                       > PRD-MAX-GREEN(WS-PRD-SUB) THEN
                       MOVE DAY-HOME-MAX-GREEN(WS-DAY-SUB)
                           TO PRD-MAX-GREEN(WS-PRD-SUB)
                   END-IF
                   IF DAY-HOME-MAX-BLUE(WS-DAY-SUB)
                       > PRD-MAX-BLUE(WS-PRD-SUB) THEN
                       MOVE DAY-HOME-MAX-BLUE(WS-DAY-SUB)
                           TO PRD-MAX-BLUE(WS-PRD-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-OPEN-PERIOD TO WS-FIND-PERIOD.
           PERFORM FIND-PERIOD.
           IF WS-DAY-DROPPED > 0 OR WS-PRD-DROPPED > 0
               OR WS-SUPP-DROPPED > 0 OR WS-AREJ-DROPPED > 0 THEN
               DISPLAY "AOCDAY02P: a rollup table overflowed - the "
                   "period figures are incomplete."
               IF WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      * Close a month. Only a finished month can close, months close
      * in order, and nothing with activity may be left open before
      * it - otherwise the close is refused and nothing is written.
      * The figures as they stand become the month's snapshot.
       CLOSE-PERIOD.
           IF WS-CLOSE-PERIOD >= WS-OPEN-PERIOD THEN
               DISPLAY "AOCDAY02P: " WS-CLOSE-PERIOD " is not a "
                   "finished month - only months before "
                   WS-OPEN-PERIOD " can be closed."
               MOVE 8 TO WS-RUN-RC
           END-IF.
           IF WS-RUN-RC < 8 AND WS-CLOSE-PERIOD <= WS-LAST-CLOSED
               DISPLAY "AOCDAY02P: " WS-CLOSE-PERIOD " is at or "
                   "before the last closed period " WS-LAST-CLOSED
                   " - months close once, in order."
               MOVE 8 TO WS-RUN-RC
           END-IF.
           IF WS-RUN-RC < 8 THEN
               MOVE 0 TO WS-OPEN-BEFORE-COUNT
               PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-COUNT
                   IF PRD-PERIOD(WS-PRD-SUB) < WS-CLOSE-PERIOD
                       AND NOT PRD-CLOSED(WS-PRD-SUB)
                       AND (PRD-DAYS(WS-PRD-SUB) > 0
                       OR PRD-ADJ-COUNT(WS-PRD-SUB) > 0) THEN
                       ADD 1 TO WS-OPEN-BEFORE-COUNT
                       DISPLAY "AOCDAY02P: " PRD-PERIOD(WS-PRD-SUB)
                           " has activity and is still open - close "
                           "it first."
                   END-IF
               END-PERFORM
               IF WS-OPEN-BEFORE-COUNT > 0 THEN
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.
           IF WS-RUN-RC < 8 AND WS-RUN-RC > 0 THEN
               DISPLAY "AOCDAY02P: the rollup is incomplete - "
                   WS-CLOSE-PERIOD " NOT closed."
               MOVE 8 TO WS-RUN-RC
           END-IF.
           IF WS-RUN-RC < 8 THEN
               MOVE WS-CLOSE-PERIOD TO WS-FIND-PERIOD
               PERFORM FIND-PERIOD
               IF WS-PRD-SUB = 0 THEN
                   DISPLAY "AOCDAY02P: no room for " WS-CLOSE-PERIOD
                       " in the period table - NOT closed."
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.
           IF WS-RUN-RC < 8 THEN
               PERFORM WRITE-PERIOD-RECORD
           END-IF.
           IF WS-RUN-RC < 8 THEN
               PERFORM WRITE-MAINT-LOG
           END-IF.

      * The snapshot - appended, so earlier closes are never
      * rewritten. The entry is marked closed for the report.
       WRITE-PERIOD-RECORD.
           OPEN EXTEND PERIOD-FILE.
           IF WS-PER-STATUS = '35' THEN
               OPEN OUTPUT PERIOD-FILE
           END-IF.
           IF WS-PER-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02P: " WS-PERIOD-FILE-NAME
                   " could not be opened (status " WS-PER-STATUS
                   ") - " WS-CLOSE-PERIOD " NOT closed."
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE PRD-PERIOD(WS-PRD-SUB) TO PER-PERIOD
               MOVE 'C' TO PER-STATUS
               MOVE WS-STAMP-DATE TO PER-CLOSE-DATE
               MOVE WS-STAMP-TIME TO PER-CLOSE-TIME
               MOVE WS-USER-ID TO PER-CLOSE-USER
               MOVE PRD-DAYS(WS-PRD-SUB) TO PER-DAYS
               MOVE PRD-GAMES(WS-PRD-SUB) TO PER-GAMES
               MOVE PRD-REJECTS(WS-PRD-SUB) TO PER-REJECTS
               MOVE PRD-TOTAL1(WS-PRD-SUB) TO PER-TOTAL1
               MOVE PRD-TOTAL2(WS-PRD-SUB) TO PER-TOTAL2
               MOVE PRD-MAX-RED(WS-PRD-SUB) TO PER-MAX-RED-MIN
               MOVE PRD-MAX-GREEN(WS-PRD-SUB) TO PER-MAX-GREEN-MIN
               MOVE PRD-MAX-BLUE(WS-PRD-SUB) TO PER-MAX-BLUE-MIN
               MOVE PRD-ADJ-COUNT(WS-PRD-SUB) TO PER-ADJ-COUNT
               WRITE PERIOD-RECORD
               CLOSE PERIOD-FILE
               MOVE WS-CLOSE-PERIOD TO WS-LAST-CLOSED
               SET PRD-CLOSED(WS-PRD-SUB) TO TRUE
               MOVE WS-STAMP-DATE TO PRD-CLOSE-DATE(WS-PRD-SUB)
               MOVE WS-STAMP-TIME TO PRD-CLOSE-TIME(WS-PRD-SUB)
               MOVE WS-USER-ID TO PRD-CLOSE-USER(WS-PRD-SUB)
               MOVE PRD-DAYS(WS-PRD-SUB) TO SNAP-DAYS(WS-PRD-SUB)
               MOVE PRD-GAMES(WS-PRD-SUB) TO SNAP-GAMES(WS-PRD-SUB)
               MOVE PRD-REJECTS(WS-PRD-SUB)
                   TO SNAP-REJECTS(WS-PRD-SUB)
               MOVE PRD-TOTAL1(WS-PRD-SUB) TO SNAP-TOTAL1(WS-PRD-SUB)
               MOVE PRD-TOTAL2(WS-PRD-SUB) TO SNAP-TOTAL2(WS-PRD-SUB)
               MOVE PRD-MAX-RED(WS-PRD-SUB)
                   TO SNAP-MAX-RED(WS-PRD-SUB)
               MOVE PRD-MAX-GREEN(WS-PRD-SUB)
                   TO SNAP-MAX-GREEN(WS-PRD-SUB)
               MOVE PRD-MAX-BLUE(WS-PRD-SUB)
                   TO SNAP-MAX-BLUE(WS-PRD-SUB)
               MOVE PRD-ADJ-COUNT(WS-PRD-SUB)
                   TO SNAP-ADJ-COUNT(WS-PRD-SUB)
               SET WS-CLOSE-DONE TO TRUE
           END-IF.

      * One record on the AOCDAY02M change log - who closed which
      * month, and the figures it closed on.
       WRITE-MAINT-LOG.
           MOVE PRD-TOTAL1(WS-PRD-SUB) TO WS-TOTAL1-EDIT.
           MOVE PRD-GAMES(WS-PRD-SUB) TO WS-GAMES-EDIT.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING 'OPEN ' PRD-DAYS(WS-PRD-SUB) ' DAYS '
               PRD-ADJ-COUNT(WS-PRD-SUB) ' ADJ'
               DELIMITED BY SIZE INTO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING 'CLOSED ' WS-TOTAL1-EDIT ' ' WS-GAMES-EDIT
               DELIMITED BY SIZE INTO WS-NEW-VALUE.
           OPEN EXTEND MAINT-LOG-FILE.
           IF WS-LOG-STATUS = '35' THEN
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02P: " WS-MAINT-LOG-FILE-NAME
                   " could not be opened (status " WS-LOG-STATUS
                   ") - period closed but NOT logged."
           ELSE
               MOVE WS-STAMP-DATE TO LOG-DATE
               MOVE WS-STAMP-TIME TO LOG-TIME
               MOVE WS-USER-ID TO LOG-USER
               MOVE 'E' TO LOG-FILE-TYPE
               MOVE 'X' TO LOG-ACTION
               MOVE WS-CLOSE-PERIOD TO LOG-KEY
               MOVE WS-OLD-VALUE TO LOG-OLD-VALUE
               MOVE WS-NEW-VALUE TO LOG-NEW-VALUE
               MOVE SPACES TO LOG-ITEM-NO
               WRITE MAINT-LOG-RECORD
               CLOSE MAINT-LOG-FILE
           END-IF.

      * The period-end report - one line per month, oldest first: a
      * closed month shows its official snapshot (and, if the master
      * no longer recomputes to it, the recomputed figures under
      * it), an open month its figures so far, the month in
      * progress marked MTD. The late postings follow.
       WRITE-PERIOD-REPORT.
           OPEN OUTPUT PERIOD-REPORT-FILE.
           MOVE 'AOCDAY02P - Cube Conundrum period rollup'
               TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           STRING 'Run ' DELIMITED BY SIZE
               WS-STAMP-DATE DELIMITED BY SIZE
               ' by ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED BY SIZE
               '; month to date is ' DELIMITED BY SIZE
               WS-OPEN-PERIOD DELIMITED BY SIZE
               '; last closed period ' DELIMITED BY SIZE
               WS-LAST-CLOSED DELIMITED BY SIZE
               INTO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           IF WS-ARCHIVE-FILE-NAME NOT = SPACES THEN
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING 'Archive read ahead of the master: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                   DELIMITED BY SIZE
                   INTO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
           END-IF.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           STRING 'PERIOD  STATUS  DAYS  GAMES     REJECTS   '
               DELIMITED BY SIZE
               'PART1-SUM    PART2-SUM    MAX R/G/B ADJ   '
               DELIMITED BY SIZE
               'CLOSED   BY' DELIMITED BY SIZE
               INTO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE 0 TO WS-DIFF-COUNT.
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > WS-PRD-COUNT
               PERFORM WRITE-PERIOD-LINE
           END-PERFORM.
           PERFORM WRITE-LATE-POSTINGS.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE PERIOD-REPORT-FILE.

       WRITE-PERIOD-LINE.
           IF PRD-CLOSED(WS-PRD-SUB) THEN
               MOVE 'CLOSED' TO WS-STATUS-TEXT
               MOVE SNAP-DAYS(WS-PRD-SUB) TO WS-SHOW-DAYS
               MOVE SNAP-GAMES(WS-PRD-SUB) TO WS-SHOW-GAMES
               MOVE SNAP-REJECTS(WS-PRD-SUB) TO WS-SHOW-REJECTS
               MOVE SNAP-TOTAL1(WS-PRD-SUB) TO WS-SHOW-TOTAL1
               MOVE SNAP-TOTAL2(WS-PRD-SUB) TO WS-SHOW-TOTAL2
               MOVE SNAP-MAX-RED(WS-PRD-SUB) TO WS-SHOW-MAX-RED
               MOVE SNAP-MAX-GREEN(WS-PRD-SUB) TO WS-SHOW-MAX-GREEN
               MOVE SNAP-MAX-BLUE(WS-PRD-SUB) TO WS-SHOW-MAX-BLUE
               MOVE SNAP-ADJ-COUNT(WS-PRD-SUB) TO WS-SHOW-ADJ-COUNT
           ELSE
               IF PRD-PERIOD(WS-PRD-SUB) = WS-OPEN-PERIOD THEN
                   MOVE 'MTD' TO WS-STATUS-TEXT
               ELSE
                   MOVE 'OPEN' TO WS-STATUS-TEXT
               END-IF
               PERFORM SHOW-RECOMPUTED
           END-IF.
           PERFORM FORMAT-PERIOD-LINE.
           WRITE PERIOD-REPORT-LINE.
      *    A closed month whose recomputed figures have moved - an
      *    archived stretch not read back in, or the master changed
      *    underneath it. The snapshot stands; the difference shows.
           IF PRD-CLOSED(WS-PRD-SUB) THEN
               IF PRD-DAYS(WS-PRD-SUB) NOT = SNAP-DAYS(WS-PRD-SUB)
                   OR PRD-GAMES(WS-PRD-SUB)
                       NOT = SNAP-GAMES(WS-PRD-SUB)
                   OR PRD-REJECTS(WS-PRD-SUB)
                       NOT = SNAP-REJECTS(WS-PRD-SUB)
                   OR PRD-TOTAL1(WS-PRD-SUB)
                       NOT = SNAP-TOTAL1(WS-PRD-SUB)
                   OR PRD-TOTAL2(WS-PRD-SUB)
                       NOT = SNAP-TOTAL2(WS-PRD-SUB)
                   OR PRD-ADJ-COUNT(WS-PRD-SUB)
                       NOT = SNAP-ADJ-COUNT(WS-PRD-SUB) THEN
                   ADD 1 TO WS-DIFF-COUNT
                   MOVE 'RECOMP' TO WS-STATUS-TEXT
                   PERFORM SHOW-RECOMPUTED
                   PERFORM FORMAT-PERIOD-LINE
                   WRITE PERIOD-REPORT-LINE
                   IF WS-RUN-RC < 4 THEN
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF.

       SHOW-RECOMPUTED.
           MOVE PRD-DAYS(WS-PRD-SUB) TO WS-SHOW-DAYS.
           MOVE PRD-GAMES(WS-PRD-SUB) TO WS-SHOW-GAMES.
           MOVE PRD-REJECTS(WS-PRD-SUB) TO WS-SHOW-REJECTS.
           MOVE PRD-TOTAL1(WS-PRD-SUB) TO WS-SHOW-TOTAL1.
           MOVE PRD-TOTAL2(WS-PRD-SUB) TO WS-SHOW-TOTAL2.
           MOVE PRD-MAX-RED(WS-PRD-SUB) TO WS-SHOW-MAX-RED.
           MOVE PRD-MAX-GREEN(WS-PRD-SUB) TO WS-SHOW-MAX-GREEN.
           MOVE PRD-MAX-BLUE(WS-PRD-SUB) TO WS-SHOW-MAX-BLUE.
           MOVE PRD-ADJ-COUNT(WS-PRD-SUB) TO WS-SHOW-ADJ-COUNT.

       FORMAT-PERIOD-LINE.
           MOVE WS-SHOW-GAMES TO WS-GAMES-EDIT.
           MOVE WS-SHOW-REJECTS TO WS-REJECTS-EDIT.
           MOVE WS-SHOW-TOTAL1 TO WS-TOTAL1-EDIT.
           MOVE WS-SHOW-TOTAL2 TO WS-TOTAL2-EDIT.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           STRING PRD-PERIOD(WS-PRD-SUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-SHOW-DAYS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-GAMES-EDIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-REJECTS-EDIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TOTAL1-EDIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-TOTAL2-EDIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-SHOW-MAX-RED DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-SHOW-MAX-GREEN DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-SHOW-MAX-BLUE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-SHOW-ADJ-COUNT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               INTO PERIOD-REPORT-LINE.
           IF PRD-CLOSED(WS-PRD-SUB)
               AND WS-STATUS-TEXT = 'CLOSED' THEN
               MOVE PRD-CLOSE-DATE(WS-PRD-SUB)
                   TO PERIOD-REPORT-LINE(85:8)
               MOVE PRD-CLOSE-USER(WS-PRD-SUB)
                   TO PERIOD-REPORT-LINE(94:8)
           END-IF.

      * Every posting that arrived after its month had closed, and
      * the open month it went to instead.
       WRITE-LATE-POSTINGS.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE 'Late postings adjusted into the open period:'
               TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           STRING 'POSTED  DAY OF  DATE      KIND   PART1-CHG  '
               DELIMITED BY SIZE
               'PART2-CHG  GAMES   FILE' DELIMITED BY SIZE
               INTO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           PERFORM VARYING WS-LATE-SUB FROM 1 BY 1
               UNTIL WS-LATE-SUB > WS-LATE-COUNT
               MOVE LATE-DELTA1(WS-LATE-SUB) TO WS-DELTA1-EDIT
               MOVE LATE-DELTA2(WS-LATE-SUB) TO WS-DELTA2-EDIT
               MOVE LATE-DELTA-GAMES(WS-LATE-SUB)
                   TO WS-DELTA-GAMES-EDIT
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING LATE-POST-PERIOD(WS-LATE-SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   LATE-HOME(WS-LATE-SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   LATE-DATE(WS-LATE-SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   LATE-KIND(WS-LATE-SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-DELTA1-EDIT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-DELTA2-EDIT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-DELTA-GAMES-EDIT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(LATE-KEY(WS-LATE-SUB))
                   DELIMITED BY SIZE
                   INTO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
           END-PERFORM.
           IF WS-LATE-COUNT = 0 THEN
               MOVE '  None.' TO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
           END-IF.
           IF WS-LATE-DROPPED > 0 THEN
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING '(' DELIMITED BY SIZE
                   WS-LATE-DROPPED DELIMITED BY SIZE
                   ' further late posting(s) beyond the table not '
                   DELIMITED BY SIZE
                   'shown)' DELIMITED BY SIZE
                   INTO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
           END-IF.

      * What was read and left out, and whether any closed month no
      * longer recomputes to its snapshot.
       WRITE-REPORT-FOOTING.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           MOVE SPACES TO PERIOD-REPORT-LINE.
           STRING WS-HEADERS-READ DELIMITED BY SIZE
               ' run header(s) rolled up, ' DELIMITED BY SIZE
               WS-HEADERS-SKIPPED DELIMITED BY SIZE
               ' supplemental run header(s) left out, '
               DELIMITED BY SIZE
               WS-ADJ-READ DELIMITED BY SIZE
               ' refused amendment(s) posted.' DELIMITED BY SIZE
               INTO PERIOD-REPORT-LINE.
           WRITE PERIOD-REPORT-LINE.
           IF WS-DIFF-COUNT > 0 THEN
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING WS-DIFF-COUNT DELIMITED BY SIZE
                   ' closed period(s) no longer recompute to their '
                   DELIMITED BY SIZE
                   'snapshot (RECOMP line) - the snapshot stands.'
                   DELIMITED BY SIZE
                   INTO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
           END-IF.
           IF WS-DAY-DROPPED > 0 OR WS-PRD-DROPPED > 0
               OR WS-SUPP-DROPPED > 0 OR WS-AREJ-DROPPED > 0 THEN
               MOVE 'A rollup table overflowed - figures incomplete.'
                   TO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
           END-IF.
           IF WS-CLOSE-REQUESTED THEN
               MOVE SPACES TO PERIOD-REPORT-LINE
               IF WS-CLOSE-DONE THEN
                   STRING 'Period ' DELIMITED BY SIZE
                       WS-CLOSE-PERIOD DELIMITED BY SIZE
                       ' closed by this run.' DELIMITED BY SIZE
                       INTO PERIOD-REPORT-LINE
               ELSE
                   STRING 'Close of ' DELIMITED BY SIZE
                       WS-CLOSE-PERIOD DELIMITED BY SIZE
                       ' REFUSED - see the run log.' DELIMITED BY SIZE
                       INTO PERIOD-REPORT-LINE
               END-IF
               WRITE PERIOD-REPORT-LINE
           END-IF.
