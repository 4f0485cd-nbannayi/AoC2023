      * latest word and is what AOCDAY02T's same-file movement and
      * AOCDAY02C's compares pick up.
      *
      * A day whose month AOCDAY02P has closed is not amended - the
      * figures reported for that month stand. The merge is worked
      * out in memory only, the game master, history and feed are
      * left alone, and the corrected totals go onto the period
      * ledger as an adjustment for AOCDAY02P to post to the month
      * that is open now.
      *
      * Change history:
      *   - Initial version merging the game master, appending the
      *     amended history run, writing the delta feed and
      *     reconciling the corrected day.
      *   - Refuse to amend a day inside a closed period; post the
      *     correction to the period ledger as an adjustment instead.
      *   - Game lineage: each game's original input line and repair
      *     cycle ride through the merged game master and onto the
      *     amended run's history details.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02A.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AMND-STATUS.

           SELECT PERIOD-FILE ASSIGN TO DYNAMIC WS-PERIOD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout AOCDAY02 writes in WRITE-GAME-MASTER.
               07 GMAS-GREEN PIC 9(2).
               07 GMAS-BLUE PIC 9(2).
           05 GMAS-FILE-KEY PIC X(100).
           05 GMAS-ARRIVAL-LINE PIC 9(8).
           05 GMAS-REPAIR-CYCLE PIC 9(2).

      * Same record layouts AOCDAY02 writes in WRITE-HISTORY.
       FD HISTORY-FILE.
           05 HIST-GAME-RED-MIN PIC 9(2).
           05 HIST-GAME-GREEN-MIN PIC 9(2).
           05 HIST-GAME-BLUE-MIN PIC 9(2).
           05 HIST-GAME-ARRIVAL-LINE PIC 9(8).
           05 HIST-GAME-REPAIR-CYCLE PIC 9(2).

      * Same layout AOCDAY02 reads in RECONCILE-CONTROL-TOTAL.
       FD CONTROL-FILE.
       FD AMENDED-FILE.
       01 AMENDED-LINE PIC X(200).

      * Same layout AOCDAY02P appends when it closes a month.
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

      * Same layout AOCDAY02P reads - an 'A' record is a refused
      * amendment, carrying the day's figures before and after.
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

       WORKING-STORAGE SECTION.
      * Run-time file names - defaulted here, overridden from the
      * environment, matching the AOCDAY02 conventions.
           VALUE 'Day02Limits.txt'.
       01 WS-AMENDED-FILE-NAME PIC X(100)
           VALUE 'Day02Amended.txt'.
       01 WS-PERIOD-FILE-NAME PIC X(100)
           VALUE 'Day02Periods.txt'.
       01 WS-LEDGER-FILE-NAME PIC X(100)
           VALUE 'Day02PeriodLedger.txt'.
       01 WS-ENV-TMP PIC X(100) VALUE SPACES.

       01 WS-GMAS-STATUS PIC X(02) VALUE '00'.
       01 WS-CTL-STATUS PIC X(02) VALUE '00'.
       01 WS-LIMITS-STATUS PIC X(02) VALUE '00'.
       01 WS-AMND-STATUS PIC X(02) VALUE '00'.
       01 WS-PER-STATUS PIC X(02) VALUE '00'.
       01 WS-LDG-STATUS PIC X(02) VALUE '00'.
       01 WS-PER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-PER-EOF VALUE 'Y'.
       01 WS-GMAS-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-GMAS-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SW PIC X(1) VALUE 'N'.
                   07 MAS-GREEN PIC 9(2).
                   07 MAS-BLUE PIC 9(2).
               05 MAS-FILE-KEY PIC X(100).
               05 MAS-ARRIVAL-LINE PIC 9(8).
               05 MAS-REPAIR-CYCLE PIC 9(2).
      *        Set when the merge re-keyed this record off the
      *        supplemental file, or superseded it with a repaired
      *        copy of the same game id.
           88 WS-PRIOR-FOUND VALUE 'Y'.
       01 WS-PRIOR-TOTAL1 PIC 9(8) VALUE 0.
       01 WS-PRIOR-TOTAL2 PIC 9(8) VALUE 0.
       01 WS-PRIOR-GAMES PIC 9(4) VALUE 0.
       01 WS-DELTA1 PIC S9(8) VALUE 0.
       01 WS-DELTA2 PIC S9(8) VALUE 0.
       01 WS-DELTA1-EDIT PIC 9(8)+.
       01 WS-RUN-TIME-RAW PIC X(08) VALUE SPACES.
       01 WS-RUN-TIME PIC X(06) VALUE SPACES.

      * The month the original day belongs to - the month of its
      * first history header - and whether AOCDAY02P has closed it.
       01 WS-HOME-PERIOD PIC X(06) VALUE SPACES.
       01 WS-DAY-CLOSED-SW PIC X(1) VALUE 'N'.
           88 WS-DAY-CLOSED VALUE 'Y'.

      * Control total reconciliation of the amended day.
       01 WS-CTL-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-CTL-FOUND VALUE 'Y'.
       01 WS-VARIANCE2 PIC S9(8) VALUE 0.

      * What the run ends with - 0 clean, 4 warning (no supplemental
      * games found, no control record, a variance left to chase, or
      * the day's period closed and the correction posted to the
      * ledger instead), 8 fail (master could not be merged or
      * rewritten, or a closed-period correction could not be
      * posted).
       01 WS-RUN-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
               PERFORM MERGE-SUPPLEMENTAL-KEYS
           END-IF.
           IF WS-RUN-RC < 8 AND WS-MERGED-COUNT > 0 THEN
               PERFORM CHECK-CLOSED-PERIOD
           END-IF.
           IF WS-RUN-RC < 8 AND WS-MERGED-COUNT > 0
               AND NOT WS-DAY-CLOSED THEN
               PERFORM REWRITE-GAME-MASTER
           END-IF.
           IF WS-RUN-RC < 8 AND WS-MERGED-COUNT > 0
               AND NOT WS-DAY-CLOSED THEN
               PERFORM COMPUTE-AMENDED-TOTALS
               PERFORM FIND-PRIOR-TOTALS
               PERFORM NEXT-RUN-NUMBER
               PERFORM WRITE-AMENDED-FEED
               PERFORM RECONCILE-AMENDED
           END-IF.
           IF WS-RUN-RC < 8 AND WS-MERGED-COUNT > 0
               AND WS-DAY-CLOSED THEN
               PERFORM COMPUTE-AMENDED-TOTALS
               PERFORM FIND-PRIOR-TOTALS
               PERFORM WRITE-PERIOD-ADJUSTMENT
           END-IF.
           IF WS-DAY-CLOSED THEN
               DISPLAY "AOCDAY02A: " FUNCTION TRIM(WS-ORIG-FILE)
                   " NOT amended - period " WS-HOME-PERIOD
                   " is closed, ending with return code " WS-RUN-RC
                   "."
           ELSE
               DISPLAY "AOCDAY02A: " WS-MERGED-COUNT " game(s) merged "
                   "under " FUNCTION TRIM(WS-ORIG-FILE) ", "
                   WS-SUPERSEDED-COUNT " superseded, ending with "
                   "return code " WS-RUN-RC "."
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

               MOVE WS-ENV-TMP TO WS-AMENDED-FILE-NAME
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

           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE.
           MOVE SPACES TO WS-SUPP-FILE.
           MOVE SPACES TO WS-ORIG-FILE.
                               END-PERFORM
                               MOVE GMAS-FILE-KEY TO
                                   MAS-FILE-KEY(WS-MASTER-COUNT)
      *                        A record from before the lineage was
      *                        kept has none to carry.
                               IF GMAS-ARRIVAL-LINE IS NUMERIC
                                   AND GMAS-REPAIR-CYCLE IS NUMERIC
                                   MOVE GMAS-ARRIVAL-LINE TO
                                       MAS-ARRIVAL-LINE(WS-MASTER-COUNT)
                                   MOVE GMAS-REPAIR-CYCLE TO
                                       MAS-REPAIR-CYCLE(WS-MASTER-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       MAS-ARRIVAL-LINE(WS-MASTER-COUNT)
                                   MOVE 0 TO
                                       MAS-REPAIR-CYCLE(WS-MASTER-COUNT)
                               END-IF
                               MOVE 'N' TO
                                   MAS-MERGED-SW(WS-MASTER-COUNT)
                               MOVE 'N' TO
               END-IF
           END-IF.

      * The original day's month is the month of its first history
      * header, as AOCDAY02P rolls it up. If AOCDAY02P has closed
      * that month the day is not amended. No period file means no
      * month has been closed.
       CHECK-CLOSED-PERIOD.
           MOVE SPACES TO WS-HOME-PERIOD.
           MOVE 'N' TO WS-DAY-CLOSED-SW.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = '00' THEN
               PERFORM UNTIL WS-HIST-EOF
                   OR WS-HOME-PERIOD NOT = SPACES
                   READ HISTORY-FILE
                       AT END SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF HIST-REC-TYPE = 'H'
                               AND HIST-RUN-NUMBER IS NUMERIC
                               AND FUNCTION TRIM(HIST-KEY) =
                                   FUNCTION TRIM(WS-ORIG-FILE)
                               MOVE HIST-RUN-DATE(1:6)
                                   TO WS-HOME-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-HOME-PERIOD NOT = SPACES THEN
               MOVE 'N' TO WS-PER-EOF-SW
               OPEN INPUT PERIOD-FILE
               IF WS-PER-STATUS = '00' THEN
                   PERFORM UNTIL WS-PER-EOF OR WS-DAY-CLOSED
                       READ PERIOD-FILE
                           AT END SET WS-PER-EOF TO TRUE
                           NOT AT END
                               IF PER-STATUS = 'C'
                                   AND PER-PERIOD = WS-HOME-PERIOD
                                   SET WS-DAY-CLOSED TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.
           IF WS-DAY-CLOSED THEN
               DISPLAY "AOCDAY02A: " FUNCTION TRIM(WS-ORIG-FILE)
                   " belongs to closed period " WS-HOME-PERIOD
                   " - the day is NOT amended; the correction posts "
                   "to the open period as an adjustment."
           END-IF.

      * Rewrite the whole master from the table - never entered when
      * the load dropped records.
       REWRITE-GAME-MASTER.
                               TO GMAS-BLUE(WS-RSUB)
                       END-PERFORM
                       MOVE MAS-FILE-KEY(WS-SUB) TO GMAS-FILE-KEY
                       MOVE MAS-ARRIVAL-LINE(WS-SUB)
                           TO GMAS-ARRIVAL-LINE
                       MOVE MAS-REPAIR-CYCLE(WS-SUB)
                           TO GMAS-REPAIR-CYCLE
                       WRITE GAME-MASTER-RECORD
                   END-IF
               END-PERFORM
           MOVE 'N' TO WS-HIST-EOF-SW.
           MOVE 0 TO WS-PRIOR-TOTAL1.
           MOVE 0 TO WS-PRIOR-TOTAL2.
           MOVE 0 TO WS-PRIOR-GAMES.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = '00' THEN
               PERFORM UNTIL WS-HIST-EOF
                               SET WS-PRIOR-FOUND TO TRUE
                               MOVE HIST-TOTAL1 TO WS-PRIOR-TOTAL1
                               MOVE HIST-TOTAL2 TO WS-PRIOR-TOTAL2
                               MOVE HIST-GAME-COUNT TO WS-PRIOR-GAMES
                           END-IF
                   END-READ
               END-PERFORM
           COMPUTE WS-DELTA1 = WS-TOTAL1 - WS-PRIOR-TOTAL1.
           COMPUTE WS-DELTA2 = WS-TOTAL2 - WS-PRIOR-TOTAL2.

      * The closed-period correction onto the period ledger - the
      * day's figures before and after, for AOCDAY02P to post the
      * difference to the month open now. Failing to post it loses
      * the correction, so that is a hard stop.
       WRITE-PERIOD-ADJUSTMENT.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LDG-STATUS = '35' THEN
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF WS-LDG-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02A: " WS-LEDGER-FILE-NAME
                   " could not be opened (status " WS-LDG-STATUS
                   ") - closed-period correction NOT posted."
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE SPACES TO LEDGER-RECORD
               MOVE 'A' TO LDG-REC-TYPE
               MOVE WS-RUN-DATE TO LDG-DATE
               MOVE WS-RUN-TIME TO LDG-TIME
               MOVE 0 TO LDG-RUN-NUMBER
               MOVE WS-ORIG-FILE TO LDG-KEY
               MOVE WS-SUPP-FILE TO LDG-OTHER-KEY
               MOVE WS-RUN-DATE(1:6) TO LDG-POST-PERIOD
               MOVE WS-HOME-PERIOD TO LDG-HOME-PERIOD
               MOVE WS-PRIOR-TOTAL1 TO LDG-PRIOR-TOTAL1
               MOVE WS-PRIOR-TOTAL2 TO LDG-PRIOR-TOTAL2
               MOVE WS-PRIOR-GAMES TO LDG-PRIOR-GAMES
               MOVE WS-TOTAL1 TO LDG-TOTAL1
               MOVE WS-TOTAL2 TO LDG-TOTAL2
               MOVE WS-GAME-COUNT TO LDG-GAME-COUNT
               MOVE WS-MAX-RED-MIN TO LDG-MAX-RED-MIN
               MOVE WS-MAX-GREEN-MIN TO LDG-MAX-GREEN-MIN
               MOVE WS-MAX-BLUE-MIN TO LDG-MAX-BLUE-MIN
               WRITE LEDGER-RECORD
               CLOSE LEDGER-FILE
               MOVE WS-DELTA1 TO WS-DELTA1-EDIT
               MOVE WS-DELTA2 TO WS-DELTA2-EDIT
               DISPLAY "AOCDAY02A: adjustment posted to period "
                   WS-RUN-DATE(1:6) " - Part 1 " WS-DELTA1-EDIT
                   ", Part 2 " WS-DELTA2-EDIT "."
               IF WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      * One more than the highest run number already on the history
      * master, as NEXT-RUN-NUMBER does in AOCDAY02.
       NEXT-RUN-NUMBER.
                       MOVE WS-RED-MIN TO HIST-GAME-RED-MIN
                       MOVE WS-GREEN-MIN TO HIST-GAME-GREEN-MIN
                       MOVE WS-BLUE-MIN TO HIST-GAME-BLUE-MIN
                       MOVE MAS-ARRIVAL-LINE(WS-SUB)
                           TO HIST-GAME-ARRIVAL-LINE
                       MOVE MAS-REPAIR-CYCLE(WS-SUB)
                           TO HIST-GAME-REPAIR-CYCLE
                       WRITE HISTORY-GAME-RECORD
                   END-IF
               END-PERFORM
