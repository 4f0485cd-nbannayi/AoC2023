      * Advent of Code 2023, day 02 - Cube Conundrum bag optimiser
      * GNU COBOL
      *
      * Answers purchasing's standing question - what is the
      * cheapest red/green/blue bag that keeps at least X percent of
      * games valid over the last N days? - instead of only pricing
      * the bags someone has already typed into the limits file.
      * Takes the target percentage and the day window on the
      * command line, reads every game's colour minimums for those
      * days off the history master's detail records (each day as
      * its latest run scored it, supplemental half-days left out as
      * AOCDAY02P leaves them out), prices the candidates off the
      * cube price file, and reports the cheapest bag that meets the
      * target, the runners-up behind it and what each colour
      * contributes to the cost, with the active bag alongside for
      * comparison. PROPOSE on the command line also writes the
      * winner as a scenario record in the limits file layout, for
      * submission through AOCDAY02M's limits maintenance - it goes
      * through the same maker-checker approval as a keyed change.
      *
      * A day is one input file key on the history master. Only the
      * limit values some game actually needed (and 1, the lowest
      * limit AOCDAY02M allows) can make a bag cheapest, so red and
      * green are tried at those values and, for each pair, blue is
      * the lowest limit that reaches the target - every other bag
      * costs more for no more valid games.
      *
      * Change history:
      *   - Initial version with the target search, the ranked
      *     report, the colour cost split and the PROPOSE record.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02L.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT PRICES-FILE ASSIGN TO DYNAMIC WS-PRICES-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDG-STATUS.

           SELECT LIMITS-FILE ASSIGN TO DYNAMIC WS-LIMITS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMITS-STATUS.

           SELECT BAG-REPORT-FILE ASSIGN TO DYNAMIC
           WS-BAG-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT LIMITS-PROPOSAL-FILE ASSIGN TO DYNAMIC
           WS-LIMITS-PROPOSAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LPROP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same record layouts AOCDAY02 writes - the header and detail
      * records share the buffer and are told apart by record type.
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
       01 HISTORY-GAME-RECORD.
           05 HIST-GAME-REC-TYPE PIC X(01).
           05 HIST-GAME-RUN-NUMBER PIC 9(6).
           05 HIST-GAME-ID PIC 9(4).
           05 HIST-GAME-VALID PIC 9(1).
           05 HIST-GAME-POWER PIC 9(4).
           05 HIST-GAME-RED-MIN PIC 9(2).
           05 HIST-GAME-GREEN-MIN PIC 9(2).
           05 HIST-GAME-BLUE-MIN PIC 9(2).
           05 HIST-GAME-ARRIVAL-LINE PIC 9(8).
           05 HIST-GAME-REPAIR-CYCLE PIC 9(2).

      * Same price record AOCDAY02M maintains - pence per cube.
       FD PRICES-FILE.
       01 PRICES-RECORD.
           05 PRICE-RED PIC 9(4).
           05 PRICE-GREEN PIC 9(4).
           05 PRICE-BLUE PIC 9(4).

      * The period ledger - only the 'S' records matter here, the
      * supplemental runs whose half-days stay out of the window.
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LDG-REC-TYPE PIC X(01).
           05 LDG-DATE PIC X(08).
           05 LDG-TIME PIC X(06).
           05 LDG-RUN-NUMBER PIC 9(6).
           05 LDG-KEY PIC X(100).

      * Same limits layout AOCDAY02 reads - the first record is the
      * active bag, shown alongside the recommendation. The proposed
      * scenario is written in the same layout.
       FD LIMITS-FILE.
       01 LIMITS-RECORD.
           05 LIM-RED PIC 9(2).
           05 LIM-GREEN PIC 9(2).
           05 LIM-BLUE PIC 9(2).
           05 LIM-SCEN-NAME PIC X(12).

       FD LIMITS-PROPOSAL-FILE.
       01 LIMITS-PROPOSAL-RECORD.
           05 LPROP-RED PIC 9(2).
           05 LPROP-GREEN PIC 9(2).
           05 LPROP-BLUE PIC 9(2).
           05 LPROP-SCEN-NAME PIC X(12).

       FD BAG-REPORT-FILE.
       01 BAG-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Run-time file names - defaulted here, overridden from the
      * environment, matching the AOCDAY02 conventions.
       01 WS-HISTORY-FILE-NAME PIC X(100)
           VALUE 'Day02History.txt'.
       01 WS-PRICES-FILE-NAME PIC X(100)
           VALUE 'Day02Prices.txt'.
       01 WS-LEDGER-FILE-NAME PIC X(100)
           VALUE 'Day02PeriodLedger.txt'.
       01 WS-LIMITS-FILE-NAME PIC X(100)
           VALUE 'Day02Limits.txt'.
       01 WS-BAG-REPORT-FILE-NAME PIC X(100)
           VALUE 'Day02BagReport.txt'.
       01 WS-LIMITS-PROPOSAL-FILE-NAME PIC X(100)
           VALUE 'Day02LimitsProposal.txt'.
       01 WS-ENV-TMP PIC X(100) VALUE SPACES.

       01 WS-HIST-STATUS PIC X(02) VALUE '00'.
       01 WS-PRICE-STATUS PIC X(02) VALUE '00'.
       01 WS-LDG-STATUS PIC X(02) VALUE '00'.
       01 WS-LIMITS-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-LPROP-STATUS PIC X(02) VALUE '00'.
       01 WS-HIST-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-LDG-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LDG-EOF VALUE 'Y'.

      * The request off the command line - target percentage, day
      * window and the optional PROPOSE, each validated before
      * anything is read.
       01 WS-ARG-TEXT PIC X(120) VALUE SPACES.
       01 WS-ARG-TARGET PIC X(10) VALUE SPACES.
       01 WS-ARG-DAYS PIC X(10) VALUE SPACES.
       01 WS-ARG-OPTION PIC X(10) VALUE SPACES.
       01 WS-TARGET-TEXT PIC X(3) JUSTIFIED RIGHT.
       01 WS-TARGET-PCT PIC 9(3) VALUE 0.
       01 WS-DAYS-TEXT PIC X(3) JUSTIFIED RIGHT.
       01 WS-WINDOW-DAYS PIC 9(3) VALUE 0.
       01 WS-PROPOSE-SW PIC X(1) VALUE 'N'.
           88 WS-PROPOSE VALUE 'Y'.

      * Pence per cube, and whether a clean price record was found -
      * nothing can be costed without one.
       01 WS-PRICE-RED PIC 9(4) VALUE 0.
       01 WS-PRICE-GREEN PIC 9(4) VALUE 0.
       01 WS-PRICE-BLUE PIC 9(4) VALUE 0.
       01 WS-PRICES-LOADED-SW PIC X(1) VALUE 'N'.
           88 WS-PRICES-LOADED VALUE 'Y'.

      * Runs AOCDAY02 logged as supplemental on the period ledger.
       01 WS-MAX-SUPP-RUNS PIC S9(4) COMP VALUE 2000.
       01 WS-SUPP-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-SUPP-SUB PIC S9(4) COMP.
       01 WS-SUPP-DROPPED PIC 9(4) VALUE 0.
       01 WS-SUPP-RUNS.
           03 WS-SUPP-RUN OCCURS 2000 TIMES PIC 9(6).
       01 WS-IS-SUPP-SW PIC X(1) VALUE 'N'.
           88 WS-IS-SUPP VALUE 'Y'.
       01 WS-CHECK-RUN PIC 9(6) VALUE 0.

      * Every day on the master - its key, the run that last scored
      * it and where that header sits in the file, so the window is
      * the N days most recently scored. The bound is a checked
      * ceiling; a master beyond it refuses rather than guessing at
      * the window.
       01 WS-MAX-DAYS PIC S9(4) COMP VALUE 5000.
       01 WS-DAY-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-DAY-SUB PIC S9(4) COMP.
       01 WS-DAY-HIT PIC S9(4) COMP VALUE 0.
       01 WS-DAY-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 WS-DAY-OVERFLOW VALUE 'Y'.
       01 WS-DAYS.
           03 WS-DAY OCCURS 5000 TIMES.
               05 DAY-KEY PIC X(100).
               05 DAY-RUN PIC 9(6).
               05 DAY-RUN-DATE PIC X(08).
               05 DAY-SEQ PIC 9(8).
               05 DAY-GAMES PIC 9(6).
               05 DAY-IN-WINDOW-SW PIC X(1).
                   88 DAY-IN-WINDOW VALUE 'Y'.
       01 WS-HDR-SEQ PIC 9(8) VALUE 0.
       01 WS-WINDOW-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-WINDOW-COUNT-DISP PIC 9(4) VALUE 0.
       01 WS-BEST-SEQ PIC 9(8) VALUE 0.
       01 WS-BEST-SUB PIC S9(4) COMP VALUE 0.
       01 WS-PICK-SUB PIC S9(4) COMP.

      * The header the detail records being read belong to - set
      * when it is the windowed day's latest run.
       01 WS-CUR-DAY-SUB PIC S9(4) COMP VALUE 0.
       01 WS-CUR-RUN PIC 9(6) VALUE 0.

      * The window's games, held as distinct red/green/blue minimum
      * combinations with a game count each - far fewer than the
      * games themselves, and all the search needs.
       01 WS-MAX-COMBOS PIC S9(4) COMP VALUE 5000.
       01 WS-COMBO-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-COMBO-SUB PIC S9(4) COMP.
       01 WS-COMBO-HIT PIC S9(4) COMP VALUE 0.
       01 WS-COMBO-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 WS-COMBO-OVERFLOW VALUE 'Y'.
       01 WS-COMBOS.
           03 WS-COMBO OCCURS 5000 TIMES.
               05 COMBO-RED PIC 9(2).
               05 COMBO-GREEN PIC 9(2).
               05 COMBO-BLUE PIC 9(2).
               05 COMBO-GAMES PIC 9(8).
       01 WS-TOTAL-GAMES PIC 9(8) VALUE 0.

      * The red and green limits worth trying - a value some game
      * needed, flagged by value.
       01 WS-RED-SEEN-TABLE.
           03 WS-RED-SEEN OCCURS 99 TIMES PIC X(1).
       01 WS-GREEN-SEEN-TABLE.
           03 WS-GREEN-SEEN OCCURS 99 TIMES PIC X(1).

      * Search working items - the bag being tried, the games valid
      * under it by blue minimum (entry 1 holds blue 0), and what
      * the bag costs.
       01 WS-TRY-RED PIC S9(4) COMP.
       01 WS-TRY-GREEN PIC S9(4) COMP.
       01 WS-TRY-BLUE PIC S9(4) COMP.
       01 WS-BLUE-SUB PIC S9(4) COMP.
       01 WS-BLUE-HIST-TABLE.
           03 WS-BLUE-HIST OCCURS 100 TIMES PIC 9(8).
       01 WS-CUM-VALID PIC 9(8) VALUE 0.
       01 WS-TRY-COST PIC 9(8) VALUE 0.
       01 WS-TRY-CUBES PIC 9(3) VALUE 0.
       01 WS-CANDIDATES PIC 9(6) VALUE 0.

      * The cheapest bags found, best first - the winner and the
      * runners-up. Cheaper wins; at the same cost more valid games
      * win, then fewer cubes in the bag.
       01 WS-MAX-RANKS PIC S9(4) COMP VALUE 6.
       01 WS-RANK-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-RANK-SUB PIC S9(4) COMP.
       01 WS-INS-POS PIC S9(4) COMP VALUE 0.
       01 WS-RANKS.
           03 WS-RANK OCCURS 6 TIMES.
               05 RNK-RED PIC 9(2).
               05 RNK-GREEN PIC 9(2).
               05 RNK-BLUE PIC 9(2).
               05 RNK-VALID PIC 9(8).
               05 RNK-COST PIC 9(8).
               05 RNK-CUBES PIC 9(3).
       01 WS-CAND-BETTER-SW PIC X(1) VALUE 'N'.
           88 WS-CAND-BETTER VALUE 'Y'.

      * The active bag - the first limits record - priced and scored
      * against the same window for comparison.
       01 WS-ACTIVE-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-ACTIVE-FOUND VALUE 'Y'.
       01 WS-ACTIVE-NAME PIC X(12) VALUE SPACES.
       01 WS-ACTIVE-RED PIC 9(2) VALUE 0.
       01 WS-ACTIVE-GREEN PIC 9(2) VALUE 0.
       01 WS-ACTIVE-BLUE PIC 9(2) VALUE 0.
       01 WS-ACTIVE-VALID PIC 9(8) VALUE 0.
       01 WS-ACTIVE-COST PIC 9(8) VALUE 0.

      * Report editing - percentages to one place, truncated so a
      * marginal bag is never flattered, and the colour costs.
       01 WS-PCT PIC 9(3)V9 VALUE 0.
       01 WS-PCT-EDIT PIC ZZ9.9.
       01 WS-SHARE-RED-EDIT PIC ZZ9.9.
       01 WS-SHARE-GREEN-EDIT PIC ZZ9.9.
       01 WS-SHARE-BLUE-EDIT PIC ZZ9.9.
       01 WS-RANK-EDIT PIC Z9.
       01 WS-COST-RED PIC 9(8) VALUE 0.
       01 WS-COST-GREEN PIC 9(8) VALUE 0.
       01 WS-COST-BLUE PIC 9(8) VALUE 0.
       01 WS-PROPOSAL-NAME PIC X(12) VALUE SPACES.

      * What the run ends with - 0 recommended, 4 recommended over a
      * shorter window than asked for, 8 anything that stopped the
      * search or the proposal.
       01 WS-RUN-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INITIALISE.
           PERFORM LOAD-CUBE-PRICES.
           IF WS-RUN-RC < 8 THEN
               PERFORM LOAD-SUPPLEMENTAL-RUNS
               PERFORM FIND-WINDOW-DAYS
           END-IF.
           IF WS-RUN-RC < 8 THEN
               PERFORM PICK-WINDOW
               PERFORM LOAD-WINDOW-GAMES
           END-IF.
           IF WS-RUN-RC < 8 THEN
               PERFORM SEARCH-BAGS
               PERFORM LOAD-ACTIVE-BAG
               PERFORM WRITE-OPTIMISER-REPORT
           END-IF.
           IF WS-RUN-RC < 8 AND WS-PROPOSE THEN
               PERFORM WRITE-LIMITS-PROPOSAL
           END-IF.
           DISPLAY "AOCDAY02L: ending with return code " WS-RUN-RC
               ".".
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      * Pick up run-time file names and the request. GnuCOBOL clears
      * the receiving item on an ENVIRONMENT ACCEPT that finds no
      * such variable, so each one is accepted into a scratch item
      * first and only moved over the VALUE default when it is set.
       INITIALISE.
           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_HISTORY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-HISTORY-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_PRICES_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-PRICES-FILE-NAME
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
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_LIMITS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-LIMITS-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_BAG_REPORT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-BAG-REPORT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_LIMITS_PROPOSAL_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-LIMITS-PROPOSAL-FILE-NAME
           END-IF.

           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-TARGET.
           MOVE SPACES TO WS-ARG-DAYS.
           MOVE SPACES TO WS-ARG-OPTION.
           UNSTRING FUNCTION TRIM(WS-ARG-TEXT)
               DELIMITED BY ALL ' '
               INTO WS-ARG-TARGET
               WS-ARG-DAYS
               WS-ARG-OPTION
           END-UNSTRING.

           IF FUNCTION TRIM(WS-ARG-TARGET) = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-TARGET)) > 3
               PERFORM OPTIMISER-USAGE
           END-IF.
           MOVE SPACES TO WS-TARGET-TEXT.
           MOVE FUNCTION TRIM(WS-ARG-TARGET) TO WS-TARGET-TEXT.
           INSPECT WS-TARGET-TEXT REPLACING LEADING SPACE BY ZERO.
           IF WS-TARGET-TEXT IS NOT NUMERIC
               OR WS-TARGET-TEXT = '000'
               OR WS-TARGET-TEXT > '100'
               PERFORM OPTIMISER-USAGE
           END-IF.
           MOVE WS-TARGET-TEXT TO WS-TARGET-PCT.

           IF FUNCTION TRIM(WS-ARG-DAYS) = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-DAYS)) > 3
               PERFORM OPTIMISER-USAGE
           END-IF.
           MOVE SPACES TO WS-DAYS-TEXT.
           MOVE FUNCTION TRIM(WS-ARG-DAYS) TO WS-DAYS-TEXT.
           INSPECT WS-DAYS-TEXT REPLACING LEADING SPACE BY ZERO.
           IF WS-DAYS-TEXT IS NOT NUMERIC
               OR WS-DAYS-TEXT = '000'
               PERFORM OPTIMISER-USAGE
           END-IF.
           MOVE WS-DAYS-TEXT TO WS-WINDOW-DAYS.

           MOVE FUNCTION UPPER-CASE(WS-ARG-OPTION) TO WS-ARG-OPTION.
           IF WS-ARG-OPTION = 'PROPOSE' THEN
               SET WS-PROPOSE TO TRUE
           ELSE
               IF WS-ARG-OPTION NOT = SPACES THEN
                   PERFORM OPTIMISER-USAGE
               END-IF
           END-IF.

       OPTIMISER-USAGE.
           DISPLAY "AOCDAY02L: supply the target and window on the "
               "command line - pct days [PROPOSE], e.g. 95 30 for "
               "95 percent of games valid over the last 30 days.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * The one price record - without it nothing can be costed.
       LOAD-CUBE-PRICES.
           OPEN INPUT PRICES-FILE.
           IF WS-PRICE-STATUS = '00' THEN
               READ PRICES-FILE
                   AT END CONTINUE
               END-READ
               IF WS-PRICE-STATUS = '00'
                   AND PRICE-RED IS NUMERIC
                   AND PRICE-GREEN IS NUMERIC
                   AND PRICE-BLUE IS NUMERIC THEN
                   MOVE PRICE-RED TO WS-PRICE-RED
                   MOVE PRICE-GREEN TO WS-PRICE-GREEN
                   MOVE PRICE-BLUE TO WS-PRICE-BLUE
                   SET WS-PRICES-LOADED TO TRUE
               END-IF
               CLOSE PRICES-FILE
           END-IF.
           IF NOT WS-PRICES-LOADED THEN
               DISPLAY "AOCDAY02L: no valid price record on "
                   FUNCTION TRIM(WS-PRICES-FILE-NAME)
                   " - bags cannot be costed."
               MOVE 8 TO WS-RUN-RC
           END-IF.

      * The runs AOCDAY02 logged as supplemental. No ledger means
      * none were.
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
           IF WS-SUPP-DROPPED > 0 THEN
               DISPLAY "AOCDAY02L: more than " WS-MAX-SUPP-RUNS
                   " supplemental runs on the ledger - the window "
                   "cannot be trusted."
               MOVE 8 TO WS-RUN-RC
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
                   ADD 1 TO WS-SUPP-COUNT
                   MOVE LDG-RUN-NUMBER TO WS-SUPP-RUN(WS-SUPP-COUNT)
               END-IF
           END-IF.

       CHECK-SUPPLEMENTAL-RUN.
           MOVE 'N' TO WS-IS-SUPP-SW.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
               UNTIL WS-SUPP-SUB > WS-SUPP-COUNT OR WS-IS-SUPP
               IF WS-SUPP-RUN(WS-SUPP-SUB) = WS-CHECK-RUN THEN
                   SET WS-IS-SUPP TO TRUE
               END-IF
           END-PERFORM.

      * Pass 1 - every day on the master and the run that last
      * scored it. AOCDAY02 and AOCDAY02A only ever append, so the
      * last header for a key is the day's latest word.
       FIND-WINDOW-DAYS.
           MOVE 0 TO WS-DAY-COUNT.
           MOVE 0 TO WS-HDR-SEQ.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02L: " WS-HISTORY-FILE-NAME
                   " could not be opened (status " WS-HIST-STATUS
                   ") - no games to optimise over."
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ HISTORY-FILE
                       AT END SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF HIST-REC-TYPE = 'H'
                               AND HIST-RUN-NUMBER IS NUMERIC THEN
                               MOVE HIST-RUN-NUMBER TO WS-CHECK-RUN
                               PERFORM CHECK-SUPPLEMENTAL-RUN
                               IF NOT WS-IS-SUPP THEN
                                   PERFORM NOTE-DAY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-DAY-OVERFLOW THEN
               DISPLAY "AOCDAY02L: more than " WS-MAX-DAYS
                   " days on the history master - the window cannot "
                   "be trusted, archive the master."
               MOVE 8 TO WS-RUN-RC
           END-IF.

       NOTE-DAY.
           ADD 1 TO WS-HDR-SEQ.
           PERFORM FIND-DAY.
           IF WS-DAY-HIT = 0 THEN
               IF WS-DAY-COUNT >= WS-MAX-DAYS THEN
                   SET WS-DAY-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-HIT
                   MOVE HIST-KEY TO DAY-KEY(WS-DAY-HIT)
                   MOVE 0 TO DAY-GAMES(WS-DAY-HIT)
                   MOVE 'N' TO DAY-IN-WINDOW-SW(WS-DAY-HIT)
               END-IF
           END-IF.
           IF WS-DAY-HIT > 0 THEN
               MOVE HIST-RUN-NUMBER TO DAY-RUN(WS-DAY-HIT)
               MOVE HIST-RUN-DATE TO DAY-RUN-DATE(WS-DAY-HIT)
               MOVE WS-HDR-SEQ TO DAY-SEQ(WS-DAY-HIT)
           END-IF.

       FIND-DAY.
           MOVE 0 TO WS-DAY-HIT.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT OR WS-DAY-HIT > 0
               IF DAY-KEY(WS-DAY-SUB) = HIST-KEY THEN
                   MOVE WS-DAY-SUB TO WS-DAY-HIT
               END-IF
           END-PERFORM.

      * The window - the N days most recently scored. A master with
      * fewer days than asked for still gives an answer, flagged.
       PICK-WINDOW.
           MOVE 0 TO WS-WINDOW-COUNT.
           PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
               UNTIL WS-PICK-SUB > WS-WINDOW-DAYS
               OR WS-PICK-SUB > WS-DAY-COUNT
               MOVE 0 TO WS-BEST-SEQ
               MOVE 0 TO WS-BEST-SUB
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
                   IF NOT DAY-IN-WINDOW(WS-DAY-SUB)
                       AND DAY-SEQ(WS-DAY-SUB) > WS-BEST-SEQ THEN
                       MOVE DAY-SEQ(WS-DAY-SUB) TO WS-BEST-SEQ
                       MOVE WS-DAY-SUB TO WS-BEST-SUB
                   END-IF
               END-PERFORM
               SET DAY-IN-WINDOW(WS-BEST-SUB) TO TRUE
               ADD 1 TO WS-WINDOW-COUNT
           END-PERFORM.
           MOVE WS-WINDOW-COUNT TO WS-WINDOW-COUNT-DISP.
           IF WS-WINDOW-COUNT < WS-WINDOW-DAYS THEN
               DISPLAY "AOCDAY02L: warning - only "
                   WS-WINDOW-COUNT-DISP
                   " day(s) on the history master, "
                   WS-WINDOW-DAYS " asked for."
               IF WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      * Pass 2 - the detail records of each windowed day's latest
      * run, folded into the minimum combinations.
       LOAD-WINDOW-GAMES.
           MOVE 0 TO WS-COMBO-COUNT.
           MOVE 0 TO WS-TOTAL-GAMES.
           MOVE 0 TO WS-CUR-DAY-SUB.
           MOVE ALL 'N' TO WS-RED-SEEN-TABLE.
           MOVE ALL 'N' TO WS-GREEN-SEEN-TABLE.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02L: " WS-HISTORY-FILE-NAME
                   " could not be reopened (status " WS-HIST-STATUS
                   ")."
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ HISTORY-FILE
                       AT END SET WS-HIST-EOF TO TRUE
                       NOT AT END PERFORM ROUTE-WINDOW-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-COMBO-OVERFLOW THEN
               DISPLAY "AOCDAY02L: more than " WS-MAX-COMBOS
                   " distinct colour minimums in the window - "
                   "narrow the window."
               MOVE 8 TO WS-RUN-RC
           END-IF.
           IF WS-RUN-RC < 8 AND WS-TOTAL-GAMES = 0 THEN
               DISPLAY "AOCDAY02L: no scored games in the window - "
                   "nothing to optimise over."
               MOVE 8 TO WS-RUN-RC
           END-IF.

      * A header opens a day's details when it is that day's latest
      * run inside the window; any other header closes them.
       ROUTE-WINDOW-RECORD.
           IF HIST-REC-TYPE = 'H'
               AND HIST-RUN-NUMBER IS NUMERIC THEN
               MOVE 0 TO WS-CUR-DAY-SUB
               MOVE HIST-RUN-NUMBER TO WS-CHECK-RUN
               PERFORM CHECK-SUPPLEMENTAL-RUN
               IF NOT WS-IS-SUPP THEN
                   PERFORM FIND-DAY
                   IF WS-DAY-HIT > 0 THEN
                       IF DAY-IN-WINDOW(WS-DAY-HIT)
                           AND DAY-RUN(WS-DAY-HIT) = HIST-RUN-NUMBER
                           MOVE WS-DAY-HIT TO WS-CUR-DAY-SUB
                           MOVE HIST-RUN-NUMBER TO WS-CUR-RUN
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF HIST-GAME-REC-TYPE = 'D'
                   AND WS-CUR-DAY-SUB > 0
                   AND HIST-GAME-RUN-NUMBER IS NUMERIC
                   AND HIST-GAME-RED-MIN IS NUMERIC
                   AND HIST-GAME-GREEN-MIN IS NUMERIC
                   AND HIST-GAME-BLUE-MIN IS NUMERIC THEN
                   IF HIST-GAME-RUN-NUMBER = WS-CUR-RUN THEN
                       PERFORM NOTE-COMBO
                   END-IF
               END-IF
           END-IF.

       NOTE-COMBO.
           MOVE 0 TO WS-COMBO-HIT.
           PERFORM VARYING WS-COMBO-SUB FROM 1 BY 1
               UNTIL WS-COMBO-SUB > WS-COMBO-COUNT
               OR WS-COMBO-HIT > 0
               IF COMBO-RED(WS-COMBO-SUB) = HIST-GAME-RED-MIN
                   AND COMBO-GREEN(WS-COMBO-SUB) = HIST-GAME-GREEN-MIN
                   AND COMBO-BLUE(WS-COMBO-SUB) = HIST-GAME-BLUE-MIN
                   MOVE WS-COMBO-SUB TO WS-COMBO-HIT
               END-IF
           END-PERFORM.
           IF WS-COMBO-HIT = 0 THEN
               IF WS-COMBO-COUNT >= WS-MAX-COMBOS THEN
                   SET WS-COMBO-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-COMBO-COUNT
                   MOVE WS-COMBO-COUNT TO WS-COMBO-HIT
                   MOVE HIST-GAME-RED-MIN TO COMBO-RED(WS-COMBO-HIT)
                   MOVE HIST-GAME-GREEN-MIN
                       TO COMBO-GREEN(WS-COMBO-HIT)
                   MOVE HIST-GAME-BLUE-MIN TO COMBO-BLUE(WS-COMBO-HIT)
                   MOVE 0 TO COMBO-GAMES(WS-COMBO-HIT)
               END-IF
           END-IF.
           IF WS-COMBO-HIT > 0 THEN
               ADD 1 TO COMBO-GAMES(WS-COMBO-HIT)
               ADD 1 TO WS-TOTAL-GAMES
               ADD 1 TO DAY-GAMES(WS-CUR-DAY-SUB)
               IF HIST-GAME-RED-MIN > 0 THEN
                   MOVE 'Y' TO WS-RED-SEEN(HIST-GAME-RED-MIN)
               END-IF
               IF HIST-GAME-GREEN-MIN > 0 THEN
                   MOVE 'Y' TO WS-GREEN-SEEN(HIST-GAME-GREEN-MIN)
               END-IF
           END-IF.

      * Every red/green pair worth trying, each with the lowest blue
      * that reaches the target.
       SEARCH-BAGS.
           MOVE 0 TO WS-RANK-COUNT.
           MOVE 0 TO WS-CANDIDATES.
           PERFORM VARYING WS-TRY-RED FROM 1 BY 1
               UNTIL WS-TRY-RED > 99
               IF WS-TRY-RED = 1 OR WS-RED-SEEN(WS-TRY-RED) = 'Y'
                   PERFORM VARYING WS-TRY-GREEN FROM 1 BY 1
                       UNTIL WS-TRY-GREEN > 99
                       IF WS-TRY-GREEN = 1
                           OR WS-GREEN-SEEN(WS-TRY-GREEN) = 'Y'
                           PERFORM TRY-RED-GREEN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * The games this red/green pair lets through, counted by blue
      * minimum and run up from blue 1 until the target is reached.
      * A pair that misses the target even at blue 99 is no bag.
       TRY-RED-GREEN.
           MOVE ZEROS TO WS-BLUE-HIST-TABLE.
           PERFORM VARYING WS-COMBO-SUB FROM 1 BY 1
               UNTIL WS-COMBO-SUB > WS-COMBO-COUNT
               IF COMBO-RED(WS-COMBO-SUB) <= WS-TRY-RED
                   AND COMBO-GREEN(WS-COMBO-SUB) <= WS-TRY-GREEN
                   ADD COMBO-GAMES(WS-COMBO-SUB)
                       TO WS-BLUE-HIST(COMBO-BLUE(WS-COMBO-SUB) + 1)
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CUM-VALID.
           MOVE 0 TO WS-TRY-BLUE.
           PERFORM VARYING WS-BLUE-SUB FROM 1 BY 1
               UNTIL WS-BLUE-SUB > 100 OR WS-TRY-BLUE > 0
               ADD WS-BLUE-HIST(WS-BLUE-SUB) TO WS-CUM-VALID
               IF WS-BLUE-SUB > 1
                   AND WS-CUM-VALID * 100 >=
                       WS-TARGET-PCT * WS-TOTAL-GAMES THEN
                   COMPUTE WS-TRY-BLUE = WS-BLUE-SUB - 1
               END-IF
           END-PERFORM.
           IF WS-TRY-BLUE > 0 THEN
               ADD 1 TO WS-CANDIDATES
               COMPUTE WS-TRY-COST = WS-TRY-RED * WS-PRICE-RED
                   + WS-TRY-GREEN * WS-PRICE-GREEN
                   + WS-TRY-BLUE * WS-PRICE-BLUE
               COMPUTE WS-TRY-CUBES =
                   WS-TRY-RED + WS-TRY-GREEN + WS-TRY-BLUE
               PERFORM RANK-CANDIDATE
           END-IF.

      * Slot the bag into the best-first table if it beats the last
      * of the bags already held.
       RANK-CANDIDATE.
           MOVE 0 TO WS-INS-POS.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-COUNT OR WS-INS-POS > 0
               PERFORM COMPARE-CANDIDATE
               IF WS-CAND-BETTER THEN
                   MOVE WS-RANK-SUB TO WS-INS-POS
               END-IF
           END-PERFORM.
           IF WS-INS-POS = 0 AND WS-RANK-COUNT < WS-MAX-RANKS THEN
               COMPUTE WS-INS-POS = WS-RANK-COUNT + 1
           END-IF.
           IF WS-INS-POS > 0 THEN
               IF WS-RANK-COUNT < WS-MAX-RANKS THEN
                   ADD 1 TO WS-RANK-COUNT
               END-IF
               PERFORM VARYING WS-RANK-SUB FROM WS-RANK-COUNT BY -1
                   UNTIL WS-RANK-SUB <= WS-INS-POS
                   MOVE WS-RANK(WS-RANK-SUB - 1)
                       TO WS-RANK(WS-RANK-SUB)
               END-PERFORM
               MOVE WS-TRY-RED TO RNK-RED(WS-INS-POS)
               MOVE WS-TRY-GREEN TO RNK-GREEN(WS-INS-POS)
               MOVE WS-TRY-BLUE TO RNK-BLUE(WS-INS-POS)
               MOVE WS-CUM-VALID TO RNK-VALID(WS-INS-POS)
               MOVE WS-TRY-COST TO RNK-COST(WS-INS-POS)
               MOVE WS-TRY-CUBES TO RNK-CUBES(WS-INS-POS)
           END-IF.

       COMPARE-CANDIDATE.
           MOVE 'N' TO WS-CAND-BETTER-SW.
           EVALUATE TRUE
               WHEN WS-TRY-COST < RNK-COST(WS-RANK-SUB)
                   SET WS-CAND-BETTER TO TRUE
               WHEN WS-TRY-COST > RNK-COST(WS-RANK-SUB)
                   CONTINUE
               WHEN WS-CUM-VALID > RNK-VALID(WS-RANK-SUB)
                   SET WS-CAND-BETTER TO TRUE
               WHEN WS-CUM-VALID < RNK-VALID(WS-RANK-SUB)
                   CONTINUE
               WHEN WS-TRY-CUBES < RNK-CUBES(WS-RANK-SUB)
                   SET WS-CAND-BETTER TO TRUE
           END-EVALUATE.

      * The active bag, scored and priced over the same window. No
      * limits file just leaves the comparison line off.
       LOAD-ACTIVE-BAG.
           OPEN INPUT LIMITS-FILE.
           IF WS-LIMITS-STATUS = '00' THEN
               READ LIMITS-FILE
                   AT END CONTINUE
               END-READ
               IF WS-LIMITS-STATUS = '00'
                   AND LIM-RED IS NUMERIC
                   AND LIM-GREEN IS NUMERIC
                   AND LIM-BLUE IS NUMERIC THEN
                   SET WS-ACTIVE-FOUND TO TRUE
                   MOVE LIM-SCEN-NAME TO WS-ACTIVE-NAME
                   MOVE LIM-RED TO WS-ACTIVE-RED
                   MOVE LIM-GREEN TO WS-ACTIVE-GREEN
                   MOVE LIM-BLUE TO WS-ACTIVE-BLUE
               END-IF
               CLOSE LIMITS-FILE
           END-IF.
           IF WS-ACTIVE-FOUND THEN
               MOVE 0 TO WS-ACTIVE-VALID
               PERFORM VARYING WS-COMBO-SUB FROM 1 BY 1
                   UNTIL WS-COMBO-SUB > WS-COMBO-COUNT
                   IF COMBO-RED(WS-COMBO-SUB) <= WS-ACTIVE-RED
                       AND COMBO-GREEN(WS-COMBO-SUB)
                           <= WS-ACTIVE-GREEN
                       AND COMBO-BLUE(WS-COMBO-SUB) <= WS-ACTIVE-BLUE
                       ADD COMBO-GAMES(WS-COMBO-SUB)
                           TO WS-ACTIVE-VALID
                   END-IF
               END-PERFORM
               COMPUTE WS-ACTIVE-COST =
                   WS-ACTIVE-RED * WS-PRICE-RED
                   + WS-ACTIVE-GREEN * WS-PRICE-GREEN
                   + WS-ACTIVE-BLUE * WS-PRICE-BLUE
           END-IF.

      * The recommendation report - the request and the window, the
      * days it covered, the ranked bags with each colour's cost,
      * the winner's cost split and the active bag for comparison.
       WRITE-OPTIMISER-REPORT.
           OPEN OUTPUT BAG-REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02L: " WS-BAG-REPORT-FILE-NAME
                   " could not be opened (status " WS-RPT-STATUS
                   ") - no report written."
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM WRITE-REPORT-HEADING
               PERFORM WRITE-REPORT-DAYS
               PERFORM WRITE-REPORT-RANKING
               CLOSE BAG-REPORT-FILE
               DISPLAY "AOCDAY02L: report written to "
                   FUNCTION TRIM(WS-BAG-REPORT-FILE-NAME) "."
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE 'AOCDAY02L - Cube Conundrum cheapest-bag optimiser'
               TO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.
           MOVE SPACES TO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.
           MOVE SPACES TO BAG-REPORT-LINE.
           STRING 'Target: at least ' DELIMITED BY SIZE
               WS-TARGET-PCT DELIMITED BY SIZE
               ' percent of games valid over the last '
               DELIMITED BY SIZE
               WS-WINDOW-DAYS DELIMITED BY SIZE
               ' day(s)' DELIMITED BY SIZE
               INTO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.
           MOVE SPACES TO BAG-REPORT-LINE.
           STRING 'Window: ' DELIMITED BY SIZE
               WS-WINDOW-COUNT-DISP DELIMITED BY SIZE
               ' day(s), ' DELIMITED BY SIZE
               WS-TOTAL-GAMES DELIMITED BY SIZE
               ' scored game(s); prices (pence per cube) red '
               DELIMITED BY SIZE
               WS-PRICE-RED DELIMITED BY SIZE
               ' green ' DELIMITED BY SIZE
               WS-PRICE-GREEN DELIMITED BY SIZE
               ' blue ' DELIMITED BY SIZE
               WS-PRICE-BLUE DELIMITED BY SIZE
               INTO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.

       WRITE-REPORT-DAYS.
           MOVE SPACES TO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.
           MOVE 'RUN     DATE      GAMES   FILE' TO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF DAY-IN-WINDOW(WS-DAY-SUB) THEN
                   MOVE SPACES TO BAG-REPORT-LINE
                   STRING DAY-RUN(WS-DAY-SUB) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       DAY-RUN-DATE(WS-DAY-SUB) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       DAY-GAMES(WS-DAY-SUB) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       FUNCTION TRIM(DAY-KEY(WS-DAY-SUB))
                       DELIMITED BY SIZE
                       INTO BAG-REPORT-LINE
                   WRITE BAG-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-RANKING.
           MOVE SPACES TO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.
           MOVE SPACES TO BAG-REPORT-LINE.
           STRING 'RANK  RED GREEN BLUE  VALID-GAMES  VALID%  '
               DELIMITED BY SIZE
               'COST-PENCE  RED-COST  GREEN-COST  BLUE-COST'
               DELIMITED BY SIZE
               INTO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > WS-RANK-COUNT
               PERFORM WRITE-RANK-LINE
           END-PERFORM.
           MOVE SPACES TO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.
           IF WS-RANK-COUNT = 0 THEN
               MOVE 'No bag within the 1-99 limits meets the target.'
                   TO BAG-REPORT-LINE
               WRITE BAG-REPORT-LINE
           ELSE
               PERFORM WRITE-WINNER-SPLIT
           END-IF.
           IF WS-ACTIVE-FOUND THEN
               COMPUTE WS-PCT =
                   WS-ACTIVE-VALID * 100 / WS-TOTAL-GAMES
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE SPACES TO BAG-REPORT-LINE
               STRING 'Active bag ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACTIVE-NAME) DELIMITED BY SIZE
                   ': red ' DELIMITED BY SIZE
                   WS-ACTIVE-RED DELIMITED BY SIZE
                   ' green ' DELIMITED BY SIZE
                   WS-ACTIVE-GREEN DELIMITED BY SIZE
                   ' blue ' DELIMITED BY SIZE
                   WS-ACTIVE-BLUE DELIMITED BY SIZE
                   ', ' DELIMITED BY SIZE
                   WS-ACTIVE-VALID DELIMITED BY SIZE
                   ' valid game(s) (' DELIMITED BY SIZE
                   WS-PCT-EDIT DELIMITED BY SIZE
                   '%), cost ' DELIMITED BY SIZE
                   WS-ACTIVE-COST DELIMITED BY SIZE
                   ' pence' DELIMITED BY SIZE
                   INTO BAG-REPORT-LINE
               WRITE BAG-REPORT-LINE
           END-IF.
           MOVE SPACES TO BAG-REPORT-LINE.
           STRING WS-CANDIDATES DELIMITED BY SIZE
               ' bag(s) met the target.' DELIMITED BY SIZE
               INTO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.

       WRITE-RANK-LINE.
           MOVE WS-RANK-SUB TO WS-RANK-EDIT.
           COMPUTE WS-PCT =
               RNK-VALID(WS-RANK-SUB) * 100 / WS-TOTAL-GAMES.
           MOVE WS-PCT TO WS-PCT-EDIT.
           COMPUTE WS-COST-RED = RNK-RED(WS-RANK-SUB) * WS-PRICE-RED.
           COMPUTE WS-COST-GREEN =
               RNK-GREEN(WS-RANK-SUB) * WS-PRICE-GREEN.
           COMPUTE WS-COST-BLUE =
               RNK-BLUE(WS-RANK-SUB) * WS-PRICE-BLUE.
           MOVE SPACES TO BAG-REPORT-LINE.
           STRING '  ' DELIMITED BY SIZE
               WS-RANK-EDIT DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               RNK-RED(WS-RANK-SUB) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               RNK-GREEN(WS-RANK-SUB) DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               RNK-BLUE(WS-RANK-SUB) DELIMITED BY SIZE
               '     ' DELIMITED BY SIZE
               RNK-VALID(WS-RANK-SUB) DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               RNK-COST(WS-RANK-SUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-COST-RED DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-COST-GREEN DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-COST-BLUE DELIMITED BY SIZE
               INTO BAG-REPORT-LINE.
           WRITE BAG-REPORT-LINE.

      * Each colour's share of the winner's cost - a free colour
      * (price zero) leaves a zero-cost bag, which has no split.
       WRITE-WINNER-SPLIT.
           IF RNK-COST(1) = 0 THEN
               MOVE 'Winner costs nothing at the current prices.'
                   TO BAG-REPORT-LINE
           ELSE
               COMPUTE WS-PCT =
                   RNK-RED(1) * WS-PRICE-RED * 100 / RNK-COST(1)
               MOVE WS-PCT TO WS-SHARE-RED-EDIT
               COMPUTE WS-PCT =
                   RNK-GREEN(1) * WS-PRICE-GREEN * 100 / RNK-COST(1)
               MOVE WS-PCT TO WS-SHARE-GREEN-EDIT
               COMPUTE WS-PCT =
                   RNK-BLUE(1) * WS-PRICE-BLUE * 100 / RNK-COST(1)
               MOVE WS-PCT TO WS-SHARE-BLUE-EDIT
               MOVE SPACES TO BAG-REPORT-LINE
               STRING 'Winner cost split: red ' DELIMITED BY SIZE
                   WS-SHARE-RED-EDIT DELIMITED BY SIZE
                   '%, green ' DELIMITED BY SIZE
                   WS-SHARE-GREEN-EDIT DELIMITED BY SIZE
                   '%, blue ' DELIMITED BY SIZE
                   WS-SHARE-BLUE-EDIT DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO BAG-REPORT-LINE
           END-IF.
           WRITE BAG-REPORT-LINE.

      * The winner as a limits scenario record, named for the target
      * and window it was found for, ready for AOCDAY02M's limits
      * maintenance to submit for approval.
       WRITE-LIMITS-PROPOSAL.
           IF WS-RANK-COUNT = 0 THEN
               DISPLAY "AOCDAY02L: no bag met the target - no "
                   "proposal written."
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE SPACES TO WS-PROPOSAL-NAME
               STRING 'OPT' DELIMITED BY SIZE
                   WS-TARGET-PCT DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-WINDOW-DAYS DELIMITED BY SIZE
                   'D' DELIMITED BY SIZE
                   INTO WS-PROPOSAL-NAME
               OPEN OUTPUT LIMITS-PROPOSAL-FILE
               IF WS-LPROP-STATUS NOT = '00' THEN
                   DISPLAY "AOCDAY02L: "
                       WS-LIMITS-PROPOSAL-FILE-NAME
                       " could not be opened (status "
                       WS-LPROP-STATUS ") - proposal not written."
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE RNK-RED(1) TO LPROP-RED
                   MOVE RNK-GREEN(1) TO LPROP-GREEN
                   MOVE RNK-BLUE(1) TO LPROP-BLUE
                   MOVE WS-PROPOSAL-NAME TO LPROP-SCEN-NAME
                   WRITE LIMITS-PROPOSAL-RECORD
                   CLOSE LIMITS-PROPOSAL-FILE
                   DISPLAY "AOCDAY02L: scenario "
                       FUNCTION TRIM(WS-PROPOSAL-NAME)
                       " written to "
                       FUNCTION TRIM(WS-LIMITS-PROPOSAL-FILE-NAME)
                       " - submit it through AOCDAY02M limits "
                       "maintenance (S)."
               END-IF
           END-IF.
