      * Advent of Code 2023, day 02 - Cube Conundrum outlier report
      * GNU COBOL
      *
      * Reads the per-game detail records on the history master
      * AOCDAY02 appends to - each game's colour minimums and power
      * - and builds a rolling norm for red, green, blue and power
      * over the last N days on file. Every game, and every whole
      * day (one history header, i.e. one HIST-KEY), that falls well
      * outside the norm built from the days BEFORE it is listed, so
      * a file that came in with a handful of games needing 40 red
      * cubes shows up the morning after, before purchasing acts on
      * the restocking summary. AOCDAY02T only shows the totals
      * moving; a bad upstream extract hides inside a total.
      *
      * A detail record does not carry the input file itself - it
      * belongs to the header it follows, which is how AOCDAY02
      * writes them, so the scan attributes each 'D' to the most
      * recent 'H' read. An AOCDAY02H archive named in
      * DAY02_ARCHIVE_FILE is read ahead of the live master, the
      * same way AOCDAY02T pulls archived runs back into its window.
      *
      * The norm is judged per game against the mean and spread of
      * every game in the window, and per day against the mean and
      * spread of the window's day averages. A day is never part of
      * its own norm, and an AOCDAY02A amendment of a day already in
      * the window replaces that day rather than counting twice.
      * Nothing is judged until the window holds at least three
      * days - a norm off one or two days is no norm at all.
      *
      * A supplemental run AOCDAY02 logged on the period ledger
      * ('S' record) scores only the repaired half of a day, so its
      * header and details are passed over, as AOCDAY02P and
      * AOCDAY02L do - the day stands as its full runs scored it.
      *
      * Change history:
      *   - Initial version with the rolling game and day norms, the
      *     game and day outlier listings and the archive read-ahead.
      *   - Supplemental runs on the period ledger are passed over
      *     instead of being judged as days of their own.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02O.

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

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDG-STATUS.

           SELECT OUTLIER-FILE ASSIGN TO DYNAMIC
           WS-OUTLIER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

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

      * An AOCDAY02H archive - the master's own records copied byte
      * for byte, so it is read through the same layouts.
       FD ARCHIVE-FILE.
       01 ARCHIVE-HEADER-RECORD.
           05 ARCH-REC-TYPE PIC X(01).
           05 ARCH-RUN-NUMBER PIC 9(6).
           05 ARCH-RUN-DATE PIC X(08).
           05 ARCH-RUN-TIME PIC X(06).
           05 ARCH-KEY PIC X(100).
           05 ARCH-TOTAL1 PIC 9(8).
           05 ARCH-TOTAL2 PIC 9(8).
           05 ARCH-MAX-RED-MIN PIC 9(2).
           05 ARCH-MAX-GREEN-MIN PIC 9(2).
           05 ARCH-MAX-BLUE-MIN PIC 9(2).
           05 ARCH-GAME-COUNT PIC 9(4).
       01 ARCHIVE-GAME-RECORD.
           05 ARCH-GAME-REC-TYPE PIC X(01).
           05 ARCH-GAME-RUN-NUMBER PIC 9(6).
           05 ARCH-GAME-ID PIC 9(4).
           05 ARCH-GAME-VALID PIC 9(1).
           05 ARCH-GAME-POWER PIC 9(4).
           05 ARCH-GAME-RED-MIN PIC 9(2).
           05 ARCH-GAME-GREEN-MIN PIC 9(2).
           05 ARCH-GAME-BLUE-MIN PIC 9(2).
           05 ARCH-GAME-ARRIVAL-LINE PIC 9(8).
           05 ARCH-GAME-REPAIR-CYCLE PIC 9(2).

      * The period ledger - only the 'S' records matter here, the
      * supplemental runs that are not days of their own.
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LDG-REC-TYPE PIC X(01).
           05 LDG-DATE PIC X(08).
           05 LDG-TIME PIC X(06).
           05 LDG-RUN-NUMBER PIC 9(6).
           05 LDG-KEY PIC X(100).

       FD OUTLIER-FILE.
       01 OUTLIER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Run-time file names - defaulted here, overridden from the
      * environment, matching the AOCDAY02 conventions.
       01 WS-HISTORY-FILE-NAME PIC X(100)
           VALUE 'Day02History.txt'.
       01 WS-OUTLIER-FILE-NAME PIC X(100)
           VALUE 'Day02Outliers.txt'.
       01 WS-LEDGER-FILE-NAME PIC X(100)
           VALUE 'Day02PeriodLedger.txt'.
      * Blank means no archive pulled in - the usual nightly window.
       01 WS-ARCHIVE-FILE-NAME PIC X(100) VALUE SPACES.
       01 WS-ENV-TMP PIC X(100) VALUE SPACES.

       01 WS-HIST-STATUS PIC X(02) VALUE '00'.
       01 WS-ARCH-STATUS PIC X(02) VALUE '00'.
       01 WS-LDG-STATUS PIC X(02) VALUE '00'.
       01 WS-LDG-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LDG-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-HIST-EOF VALUE 'Y'.
       01 WS-ARCH-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ARCH-EOF VALUE 'Y'.

      * How many days make the rolling norm, and how many spreads
      * from it count as "well outside" - both defaulted, then
      * overridable through the environment. Each arrives as
      * left-justified text, so it is right-justified and
      * zero-filled before the NUMERIC test, the same way AOCDAY02T
      * fixes up its window.
       01 WS-NORM-DAYS PIC 9(3) VALUE 10.
       01 WS-NORM-DAYS-TEXT PIC X(3) JUSTIFIED RIGHT.
       01 WS-SIGMA PIC 9(1) VALUE 3.
       01 WS-SIGMA-TEXT PIC X(1).
       01 WS-MIN-NORM-DAYS PIC S9(4) COMP VALUE 3.

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
       01 WS-SUPP-SKIPPED PIC 9(6) VALUE 0.

      * The four measures judged, in the order the detail record
      * carries them - subscript 1-3 the colour minimums, 4 power.
       01 WS-MEASURE-NAMES-DATA.
           05 FILLER PIC X(05) VALUE 'RED  '.
           05 FILLER PIC X(05) VALUE 'GREEN'.
           05 FILLER PIC X(05) VALUE 'BLUE '.
           05 FILLER PIC X(05) VALUE 'POWER'.
       01 WS-MEASURE-NAMES REDEFINES WS-MEASURE-NAMES-DATA.
           05 WS-MEASURE-NAME OCCURS 4 TIMES PIC X(05).
       01 WS-MSUB PIC S9(4) COMP.

      * The record just read, off either file, staged here so the
      * archive and the live master go through the same paragraphs.
       01 WS-IN-HEADER.
           05 IN-REC-TYPE PIC X(01).
           05 IN-RUN-NUMBER PIC 9(6).
           05 IN-RUN-DATE PIC X(08).
           05 IN-RUN-TIME PIC X(06).
           05 IN-KEY PIC X(100).
           05 FILLER PIC X(26).
       01 WS-IN-DETAIL REDEFINES WS-IN-HEADER.
           05 IN-GAME-REC-TYPE PIC X(01).
           05 IN-GAME-RUN-NUMBER PIC 9(6).
           05 IN-GAME-ID PIC 9(4).
           05 IN-GAME-VALID PIC 9(1).
           05 IN-GAME-POWER PIC 9(4).
           05 IN-GAME-RED-MIN PIC 9(2).
           05 IN-GAME-GREEN-MIN PIC 9(2).
           05 IN-GAME-BLUE-MIN PIC 9(2).
           05 IN-GAME-ARRIVAL-LINE PIC 9(8).
           05 IN-GAME-REPAIR-CYCLE PIC 9(2).
       01 WS-GAME-VALUES.
           05 WS-GAME-VALUE OCCURS 4 TIMES PIC 9(6).

      * The rolling window - one slot per day already judged, oldest
      * sliding out once it holds WS-NORM-DAYS. Each slot keeps its
      * game count and, per measure, the sum and sum of squares the
      * game norm is built from and the day average the day norm is
      * built from. The bound is a checked ceiling, matching the
      * WS-GAMES handling in AOCDAY02.
       01 WS-MAX-WINDOW PIC S9(4) COMP VALUE 100.
       01 WS-WIN-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-WIN-SUB PIC S9(4) COMP.
       01 WS-SLIDE-SUB PIC S9(4) COMP.
       01 WS-WINDOW.
           03 WS-WIN-DAY OCCURS 100 TIMES.
               05 WIN-RUN PIC 9(6).
               05 WIN-KEY PIC X(100).
               05 WIN-GAMES PIC S9(9) COMP.
               05 WIN-MEASURE OCCURS 4 TIMES.
                   07 WIN-SUM PIC S9(12) COMP.
                   07 WIN-SUMSQ PIC S9(16) COMP.
                   07 WIN-MEAN PIC S9(7)V9(4) COMP.

      * The day being read - opened by its header, accumulated game
      * by game, and closed (judged, then folded into the window)
      * when the next header or end of file comes along.
       01 WS-DAY-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-DAY-OPEN VALUE 'Y'.
       01 WS-DAY-RUN PIC 9(6) VALUE 0.
       01 WS-DAY-DATE PIC X(08) VALUE SPACES.
       01 WS-DAY-KEY PIC X(100) VALUE SPACES.
       01 WS-DAY-GAMES PIC S9(9) COMP VALUE 0.
       01 WS-DAY-GAME-FLAGS PIC S9(9) COMP VALUE 0.
       01 WS-DAY-MEASURES.
           03 DAY-MEASURE OCCURS 4 TIMES.
               05 DAY-SUM PIC S9(12) COMP.
               05 DAY-SUMSQ PIC S9(16) COMP.
               05 DAY-MEAN PIC S9(7)V9(4) COMP.

      * The norm in force for the day being read - worked out from
      * the window when the day opens, so the day never judges
      * itself. Spreads are floored at one so a window of identical
      * values does not flag every game that moves by a single cube.
       01 WS-NORM-READY-SW PIC X(1) VALUE 'N'.
           88 WS-NORM-READY VALUE 'Y'.
       01 WS-NORM.
           03 NORM-MEASURE OCCURS 4 TIMES.
               05 NORM-MEAN PIC S9(7)V9(4) COMP.
               05 NORM-SPREAD PIC S9(7)V9(4) COMP.
               05 NORM-DAY-MEAN PIC S9(7)V9(4) COMP.
               05 NORM-DAY-SPREAD PIC S9(7)V9(4) COMP.
       01 WS-NORM-GAMES PIC S9(9) COMP VALUE 0.
       01 WS-NORM-SUM PIC S9(14) COMP VALUE 0.
       01 WS-NORM-SUMSQ PIC S9(18) COMP VALUE 0.
       01 WS-VARIANCE PIC S9(12)V9(4) COMP VALUE 0.
       01 WS-DEVIATION PIC S9(7)V9(4) COMP VALUE 0.
       01 WS-LIMIT PIC S9(7)V9(4) COMP VALUE 0.

      * Day outliers are listed after the game outliers, so they are
      * held here as the pass finds them. The bound is a checked
      * ceiling; any beyond it are counted and the report says so.
       01 WS-MAX-DAY-FLAGS PIC S9(4) COMP VALUE 500.
       01 WS-DAY-FLAG-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-DAY-FLAG-DROPPED PIC 9(4) VALUE 0.
       01 WS-FLAG-SUB PIC S9(4) COMP.
       01 WS-DAY-FLAGS.
           03 WS-DAY-FLAG OCCURS 500 TIMES.
               05 DFLG-RUN PIC 9(6).
               05 DFLG-DATE PIC X(08).
               05 DFLG-KEY PIC X(100).
               05 DFLG-MEASURE PIC S9(4) COMP.
               05 DFLG-MEAN PIC S9(7)V9(4) COMP.
               05 DFLG-NORM-MEAN PIC S9(7)V9(4) COMP.
               05 DFLG-NORM-SPREAD PIC S9(7)V9(4) COMP.
               05 DFLG-GAMES PIC S9(9) COMP.
               05 DFLG-GAME-FLAGS PIC S9(9) COMP.

      * Run counters for the closing summary and the display items
      * the COMP counters and scaled figures go through before they
      * are STRINGed into a report line.
       01 WS-DAYS-READ PIC 9(6) VALUE 0.
       01 WS-DAYS-JUDGED PIC 9(6) VALUE 0.
       01 WS-GAMES-READ PIC 9(8) VALUE 0.
       01 WS-GAMES-JUDGED PIC 9(8) VALUE 0.
       01 WS-GAME-FLAG-COUNT PIC 9(6) VALUE 0.
       01 WS-DAY-FLAG-TOTAL PIC 9(6) VALUE 0.
       01 WS-VALUE-EDIT PIC Z(5)9.
       01 WS-MEAN-EDIT PIC Z(6)9.9.
       01 WS-DAY-MEAN-EDIT PIC Z(6)9.9.
       01 WS-SPREAD-EDIT PIC Z(6)9.9.
       01 WS-COUNT-EDIT PIC Z(5)9.
       01 WS-FLAGS-EDIT PIC Z(5)9.

      * What the run ends with - 0 nothing outside the norm, 4
      * outliers listed, 8 the history master could not be read.
       01 WS-RUN-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INITIALISE.
           PERFORM OPEN-OUTLIER-REPORT.
           PERFORM LOAD-SUPPLEMENTAL-RUNS.
           PERFORM LOAD-ARCHIVE.
           PERFORM LOAD-HISTORY.
           PERFORM CLOSE-CURRENT-DAY.
           PERFORM WRITE-DAY-OUTLIERS.
           PERFORM WRITE-REPORT-FOOTING.
           CLOSE OUTLIER-FILE.
           IF WS-RUN-RC < 8
               AND (WS-GAME-FLAG-COUNT > 0 OR WS-DAY-FLAG-TOTAL > 0)
               MOVE 4 TO WS-RUN-RC
           END-IF.
           DISPLAY "AOCDAY02O: " WS-DAYS-READ " day(s) and "
               WS-GAMES-READ " game(s) read, " WS-GAME-FLAG-COUNT
               " game and " WS-DAY-FLAG-TOTAL " day outlier(s) - "
               "see " FUNCTION TRIM(WS-OUTLIER-FILE-NAME) ".".
           DISPLAY "AOCDAY02O: ending with return code " WS-RUN-RC
               ".".
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      * Pick up run-time file names, the norm window and the spread
      * multiple. GnuCOBOL clears the receiving item on an
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
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_OUTLIER_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-OUTLIER-FILE-NAME
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
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_OUTLIER_DAYS"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE SPACES TO WS-NORM-DAYS-TEXT
               MOVE FUNCTION TRIM(WS-ENV-TMP) TO WS-NORM-DAYS-TEXT
               INSPECT WS-NORM-DAYS-TEXT
                   REPLACING LEADING SPACE BY ZERO
               IF WS-NORM-DAYS-TEXT IS NUMERIC
                   AND WS-NORM-DAYS-TEXT >= '003'
                   AND WS-NORM-DAYS-TEXT <= '100' THEN
                   MOVE WS-NORM-DAYS-TEXT TO WS-NORM-DAYS
               ELSE
                   DISPLAY "AOCDAY02O: DAY02_OUTLIER_DAYS '"
                       FUNCTION TRIM(WS-ENV-TMP)
                       "' is not a window of 3 to 100 days - using "
                       "the default of " WS-NORM-DAYS "."
               END-IF
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_OUTLIER_SIGMA"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE FUNCTION TRIM(WS-ENV-TMP) TO WS-SIGMA-TEXT
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-TMP)) = 1
                   AND WS-SIGMA-TEXT IS NUMERIC
                   AND WS-SIGMA-TEXT NOT = '0' THEN
                   MOVE WS-SIGMA-TEXT TO WS-SIGMA
               ELSE
                   DISPLAY "AOCDAY02O: DAY02_OUTLIER_SIGMA '"
                       FUNCTION TRIM(WS-ENV-TMP)
                       "' is not a spread multiple of 1 to 9 - "
                       "using the default of " WS-SIGMA "."
               END-IF
           END-IF.

      * The report heading and the game section's column line go out
      * before the pass - game outliers are written as they are
      * found, day outliers are held and follow them.
       OPEN-OUTLIER-REPORT.
           OPEN OUTPUT OUTLIER-FILE.
           MOVE 'AOCDAY02O - Cube Conundrum outlier report'
               TO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           MOVE SPACES TO OUTLIER-LINE.
           STRING 'Norm: the previous ' DELIMITED BY SIZE
               WS-NORM-DAYS DELIMITED BY SIZE
               ' day(s) on file; outside means more than '
               DELIMITED BY SIZE
               WS-SIGMA DELIMITED BY SIZE
               ' spread(s) from the mean.' DELIMITED BY SIZE
               INTO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           IF WS-ARCHIVE-FILE-NAME NOT = SPACES THEN
               MOVE SPACES TO OUTLIER-LINE
               STRING 'Archive read ahead of the master: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                   DELIMITED BY SIZE
                   INTO OUTLIER-LINE
               WRITE OUTLIER-LINE
           END-IF.
           MOVE SPACES TO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           MOVE 'Games outside the norm:' TO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           MOVE SPACES TO OUTLIER-LINE.
           STRING 'RUN     DATE      GAME MEASURE  VALUE   NORM MEAN'
               DELIMITED BY SIZE
               '      SPREAD  FILE' DELIMITED BY SIZE
               INTO OUTLIER-LINE.
           WRITE OUTLIER-LINE.

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
               DISPLAY "AOCDAY02O: more than " WS-MAX-SUPP-RUNS
                   " supplemental runs on the ledger - the norm "
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

      * A named AOCDAY02H archive is read ahead of the live master -
      * its runs are older by construction, so the window rolls
      * across the archive boundary with no special handling.
       LOAD-ARCHIVE.
           IF WS-ARCHIVE-FILE-NAME NOT = SPACES THEN
               MOVE 'N' TO WS-ARCH-EOF-SW
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCH-STATUS NOT = '00' THEN
                   DISPLAY "AOCDAY02O: archive "
                       FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                       " could not be opened (status "
                       WS-ARCH-STATUS
                       ") - judging off the live master only."
               ELSE
                   PERFORM UNTIL WS-ARCH-EOF
                       READ ARCHIVE-FILE
                           AT END SET WS-ARCH-EOF TO TRUE
                           NOT AT END
                               MOVE ARCHIVE-HEADER-RECORD
                                   TO WS-IN-HEADER
                               PERFORM NOTE-HISTORY-RECORD
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
               DISPLAY "AOCDAY02O: " WS-HISTORY-FILE-NAME
                   " could not be opened (status " WS-HIST-STATUS
                   ") - nothing to judge."
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ HISTORY-FILE
                       AT END SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           MOVE HISTORY-HEADER-RECORD
                               TO WS-IN-HEADER
                           PERFORM NOTE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      * A trusted header closes the day before it and opens a new
      * one; a trusted detail belongs to the day open at the time.
      * A supplemental run's header opens no day, so its details
      * find none open and are passed over with it. Anything else
      * is skipped, as AOCDAY02T and AOCDAY02C do.
       NOTE-HISTORY-RECORD.
           IF IN-REC-TYPE = 'H'
               AND IN-RUN-NUMBER IS NUMERIC THEN
               PERFORM CLOSE-CURRENT-DAY
               MOVE IN-RUN-NUMBER TO WS-CHECK-RUN
               PERFORM CHECK-SUPPLEMENTAL-RUN
               IF WS-IS-SUPP THEN
                   ADD 1 TO WS-SUPP-SKIPPED
               ELSE
                   PERFORM OPEN-NEW-DAY
               END-IF
           ELSE
               IF IN-GAME-REC-TYPE = 'D'
                   AND WS-DAY-OPEN
                   AND IN-GAME-ID IS NUMERIC
                   AND IN-GAME-POWER IS NUMERIC
                   AND IN-GAME-RED-MIN IS NUMERIC
                   AND IN-GAME-GREEN-MIN IS NUMERIC
                   AND IN-GAME-BLUE-MIN IS NUMERIC
                   PERFORM NOTE-GAME-DETAIL
               END-IF
           END-IF.

      * A new day - an amendment of a day already in the window
      * takes that day out first, so the corrected day is judged
      * against the days around it rather than against its own
      * earlier version. The norm for the day is then fixed.
       OPEN-NEW-DAY.
           ADD 1 TO WS-DAYS-READ.
           SET WS-DAY-OPEN TO TRUE.
           MOVE IN-RUN-NUMBER TO WS-DAY-RUN.
           MOVE IN-RUN-DATE TO WS-DAY-DATE.
           MOVE IN-KEY TO WS-DAY-KEY.
           MOVE 0 TO WS-DAY-GAMES.
           MOVE 0 TO WS-DAY-GAME-FLAGS.
           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 4
               MOVE 0 TO DAY-SUM(WS-MSUB)
               MOVE 0 TO DAY-SUMSQ(WS-MSUB)
               MOVE 0 TO DAY-MEAN(WS-MSUB)
           END-PERFORM.
           PERFORM VARYING WS-WIN-SUB FROM WS-WIN-COUNT BY -1
               UNTIL WS-WIN-SUB < 1
               IF WIN-KEY(WS-WIN-SUB) = WS-DAY-KEY THEN
                   PERFORM DROP-WINDOW-DAY
               END-IF
           END-PERFORM.
           PERFORM BUILD-NORM.

      * Take slot WS-WIN-SUB out of the window, closing the gap.
       DROP-WINDOW-DAY.
           PERFORM VARYING WS-SLIDE-SUB FROM WS-WIN-SUB BY 1
               UNTIL WS-SLIDE-SUB >= WS-WIN-COUNT
               MOVE WS-WIN-DAY(WS-SLIDE-SUB + 1)
                   TO WS-WIN-DAY(WS-SLIDE-SUB)
           END-PERFORM.
           COMPUTE WS-WIN-COUNT = WS-WIN-COUNT - 1.

      * The norm off the window - per measure, the mean and spread
      * of every game in it, and the mean and spread of its day
      * averages. The spread is the square root of the mean square
      * less the squared mean, floored at one.
       BUILD-NORM.
           MOVE 'N' TO WS-NORM-READY-SW.
           MOVE 0 TO WS-NORM-GAMES.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > WS-WIN-COUNT
               ADD WIN-GAMES(WS-WIN-SUB) TO WS-NORM-GAMES
           END-PERFORM.
           IF WS-WIN-COUNT >= WS-MIN-NORM-DAYS
               AND WS-NORM-GAMES > 0 THEN
               SET WS-NORM-READY TO TRUE
               PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 4
                   PERFORM BUILD-GAME-NORM
                   PERFORM BUILD-DAY-NORM
               END-PERFORM
           END-IF.

       BUILD-GAME-NORM.
           MOVE 0 TO WS-NORM-SUM.
           MOVE 0 TO WS-NORM-SUMSQ.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > WS-WIN-COUNT
               ADD WIN-SUM(WS-WIN-SUB, WS-MSUB) TO WS-NORM-SUM
               ADD WIN-SUMSQ(WS-WIN-SUB, WS-MSUB) TO WS-NORM-SUMSQ
           END-PERFORM.
           COMPUTE NORM-MEAN(WS-MSUB) ROUNDED =
               WS-NORM-SUM / WS-NORM-GAMES.
           COMPUTE WS-VARIANCE ROUNDED =
               WS-NORM-SUMSQ / WS-NORM-GAMES
               - NORM-MEAN(WS-MSUB) * NORM-MEAN(WS-MSUB).
           IF WS-VARIANCE < 1 THEN
               MOVE 1 TO NORM-SPREAD(WS-MSUB)
           ELSE
               COMPUTE NORM-SPREAD(WS-MSUB) ROUNDED =
                   FUNCTION SQRT(WS-VARIANCE)
           END-IF.

       BUILD-DAY-NORM.
           MOVE 0 TO NORM-DAY-MEAN(WS-MSUB).
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > WS-WIN-COUNT
               ADD WIN-MEAN(WS-WIN-SUB, WS-MSUB)
                   TO NORM-DAY-MEAN(WS-MSUB)
           END-PERFORM.
           COMPUTE NORM-DAY-MEAN(WS-MSUB) ROUNDED =
               NORM-DAY-MEAN(WS-MSUB) / WS-WIN-COUNT.
           MOVE 0 TO WS-VARIANCE.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > WS-WIN-COUNT
               COMPUTE WS-DEVIATION = WIN-MEAN(WS-WIN-SUB, WS-MSUB)
                   - NORM-DAY-MEAN(WS-MSUB)
               COMPUTE WS-VARIANCE ROUNDED = WS-VARIANCE
                   + WS-DEVIATION * WS-DEVIATION
           END-PERFORM.
           COMPUTE WS-VARIANCE ROUNDED = WS-VARIANCE / WS-WIN-COUNT.
           IF WS-VARIANCE < 1 THEN
               MOVE 1 TO NORM-DAY-SPREAD(WS-MSUB)
           ELSE
               COMPUTE NORM-DAY-SPREAD(WS-MSUB) ROUNDED =
                   FUNCTION SQRT(WS-VARIANCE)
           END-IF.

      * One game - into the day's sums, and judged measure by
      * measure against the norm in force when the day opened.
       NOTE-GAME-DETAIL.
           ADD 1 TO WS-GAMES-READ.
           ADD 1 TO WS-DAY-GAMES.
           MOVE IN-GAME-RED-MIN TO WS-GAME-VALUE(1).
           MOVE IN-GAME-GREEN-MIN TO WS-GAME-VALUE(2).
           MOVE IN-GAME-BLUE-MIN TO WS-GAME-VALUE(3).
           MOVE IN-GAME-POWER TO WS-GAME-VALUE(4).
           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 4
               ADD WS-GAME-VALUE(WS-MSUB) TO DAY-SUM(WS-MSUB)
               COMPUTE DAY-SUMSQ(WS-MSUB) = DAY-SUMSQ(WS-MSUB)
                   + WS-GAME-VALUE(WS-MSUB) * WS-GAME-VALUE(WS-MSUB)
           END-PERFORM.
           IF WS-NORM-READY THEN
               ADD 1 TO WS-GAMES-JUDGED
               PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 4
                   COMPUTE WS-DEVIATION = WS-GAME-VALUE(WS-MSUB)
                       - NORM-MEAN(WS-MSUB)
                   IF WS-DEVIATION < 0 THEN
                       COMPUTE WS-DEVIATION = 0 - WS-DEVIATION
                   END-IF
                   COMPUTE WS-LIMIT = WS-SIGMA * NORM-SPREAD(WS-MSUB)
                   IF WS-DEVIATION > WS-LIMIT THEN
                       PERFORM WRITE-GAME-OUTLIER
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-GAME-OUTLIER.
           ADD 1 TO WS-GAME-FLAG-COUNT.
           ADD 1 TO WS-DAY-GAME-FLAGS.
           MOVE WS-GAME-VALUE(WS-MSUB) TO WS-VALUE-EDIT.
           MOVE NORM-MEAN(WS-MSUB) TO WS-MEAN-EDIT.
           MOVE NORM-SPREAD(WS-MSUB) TO WS-SPREAD-EDIT.
           MOVE SPACES TO OUTLIER-LINE.
           STRING WS-DAY-RUN DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DAY-DATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               IN-GAME-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MEASURE-NAME(WS-MSUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-VALUE-EDIT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MEAN-EDIT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SPREAD-EDIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DAY-KEY) DELIMITED BY SIZE
               INTO OUTLIER-LINE.
           WRITE OUTLIER-LINE.

      * The day is complete - its averages are judged against the
      * day norm it opened with, then it joins the window (the
      * oldest day sliding out once the window is full) so it
      * counts toward the norm for the days after it.
       CLOSE-CURRENT-DAY.
           IF WS-DAY-OPEN AND WS-DAY-GAMES > 0 THEN
               PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 4
                   COMPUTE DAY-MEAN(WS-MSUB) ROUNDED =
                       DAY-SUM(WS-MSUB) / WS-DAY-GAMES
               END-PERFORM
               IF WS-NORM-READY THEN
                   ADD 1 TO WS-DAYS-JUDGED
                   PERFORM VARYING WS-MSUB FROM 1 BY 1
                       UNTIL WS-MSUB > 4
                       COMPUTE WS-DEVIATION = DAY-MEAN(WS-MSUB)
                           - NORM-DAY-MEAN(WS-MSUB)
                       IF WS-DEVIATION < 0 THEN
                           COMPUTE WS-DEVIATION = 0 - WS-DEVIATION
                       END-IF
                       COMPUTE WS-LIMIT =
                           WS-SIGMA * NORM-DAY-SPREAD(WS-MSUB)
                       IF WS-DEVIATION > WS-LIMIT THEN
                           PERFORM STORE-DAY-OUTLIER
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM FOLD-DAY-INTO-WINDOW
           END-IF.
           MOVE 'N' TO WS-DAY-OPEN-SW.

       STORE-DAY-OUTLIER.
           ADD 1 TO WS-DAY-FLAG-TOTAL.
           IF WS-DAY-FLAG-COUNT >= WS-MAX-DAY-FLAGS THEN
               ADD 1 TO WS-DAY-FLAG-DROPPED
           ELSE
               COMPUTE WS-DAY-FLAG-COUNT = WS-DAY-FLAG-COUNT + 1
               MOVE WS-DAY-RUN TO DFLG-RUN(WS-DAY-FLAG-COUNT)
               MOVE WS-DAY-DATE TO DFLG-DATE(WS-DAY-FLAG-COUNT)
               MOVE WS-DAY-KEY TO DFLG-KEY(WS-DAY-FLAG-COUNT)
               MOVE WS-MSUB TO DFLG-MEASURE(WS-DAY-FLAG-COUNT)
               MOVE DAY-MEAN(WS-MSUB) TO DFLG-MEAN(WS-DAY-FLAG-COUNT)
               MOVE NORM-DAY-MEAN(WS-MSUB)
                   TO DFLG-NORM-MEAN(WS-DAY-FLAG-COUNT)
               MOVE NORM-DAY-SPREAD(WS-MSUB)
                   TO DFLG-NORM-SPREAD(WS-DAY-FLAG-COUNT)
               MOVE WS-DAY-GAMES TO DFLG-GAMES(WS-DAY-FLAG-COUNT)
               MOVE WS-DAY-GAME-FLAGS
                   TO DFLG-GAME-FLAGS(WS-DAY-FLAG-COUNT)
           END-IF.

       FOLD-DAY-INTO-WINDOW.
           IF WS-WIN-COUNT >= WS-NORM-DAYS THEN
               MOVE 1 TO WS-WIN-SUB
               PERFORM DROP-WINDOW-DAY
           END-IF.
           COMPUTE WS-WIN-COUNT = WS-WIN-COUNT + 1.
           MOVE WS-DAY-RUN TO WIN-RUN(WS-WIN-COUNT).
           MOVE WS-DAY-KEY TO WIN-KEY(WS-WIN-COUNT).
           MOVE WS-DAY-GAMES TO WIN-GAMES(WS-WIN-COUNT).
           PERFORM VARYING WS-MSUB FROM 1 BY 1 UNTIL WS-MSUB > 4
               MOVE DAY-SUM(WS-MSUB) TO WIN-SUM(WS-WIN-COUNT, WS-MSUB)
               MOVE DAY-SUMSQ(WS-MSUB)
                   TO WIN-SUMSQ(WS-WIN-COUNT, WS-MSUB)
               MOVE DAY-MEAN(WS-MSUB)
                   TO WIN-MEAN(WS-WIN-COUNT, WS-MSUB)
           END-PERFORM.

      * The day section - every day whose average on any measure
      * sat outside the day norm, with how many of its games were
      * flagged individually, since a day full of flagged games is
      * the bad-extract signature.
       WRITE-DAY-OUTLIERS.
           MOVE SPACES TO OUTLIER-LINE.
           IF WS-GAME-FLAG-COUNT = 0 THEN
               MOVE '  None.' TO OUTLIER-LINE
               WRITE OUTLIER-LINE
               MOVE SPACES TO OUTLIER-LINE
           END-IF.
           WRITE OUTLIER-LINE.
           MOVE 'Days outside the norm:' TO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           MOVE SPACES TO OUTLIER-LINE.
           STRING 'RUN     DATE      MEASURE   DAY MEAN   NORM MEAN'
               DELIMITED BY SIZE
               '      SPREAD  GAMES FLAGGED  FILE' DELIMITED BY SIZE
               INTO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > WS-DAY-FLAG-COUNT
               MOVE DFLG-MEASURE(WS-FLAG-SUB) TO WS-MSUB
               MOVE DFLG-MEAN(WS-FLAG-SUB) TO WS-DAY-MEAN-EDIT
               MOVE DFLG-NORM-MEAN(WS-FLAG-SUB) TO WS-MEAN-EDIT
               MOVE DFLG-NORM-SPREAD(WS-FLAG-SUB) TO WS-SPREAD-EDIT
               MOVE DFLG-GAMES(WS-FLAG-SUB) TO WS-COUNT-EDIT
               MOVE DFLG-GAME-FLAGS(WS-FLAG-SUB) TO WS-FLAGS-EDIT
               MOVE SPACES TO OUTLIER-LINE
               STRING DFLG-RUN(WS-FLAG-SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DFLG-DATE(WS-FLAG-SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-MEASURE-NAME(WS-MSUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DAY-MEAN-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MEAN-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SPREAD-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FLAGS-EDIT DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   FUNCTION TRIM(DFLG-KEY(WS-FLAG-SUB))
                   DELIMITED BY SIZE
                   INTO OUTLIER-LINE
               WRITE OUTLIER-LINE
           END-PERFORM.
           IF WS-DAY-FLAG-TOTAL = 0 THEN
               MOVE '  None.' TO OUTLIER-LINE
               WRITE OUTLIER-LINE
           END-IF.
           IF WS-DAY-FLAG-DROPPED > 0 THEN
               MOVE SPACES TO OUTLIER-LINE
               STRING '(' DELIMITED BY SIZE
                   WS-DAY-FLAG-DROPPED DELIMITED BY SIZE
                   ' further day outlier(s) beyond the table not '
                   DELIMITED BY SIZE
                   'shown)' DELIMITED BY SIZE
                   INTO OUTLIER-LINE
               WRITE OUTLIER-LINE
           END-IF.

      * What was read and how much of it the norm could judge - the
      * first days on file only build the norm.
       WRITE-REPORT-FOOTING.
           MOVE SPACES TO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           MOVE SPACES TO OUTLIER-LINE.
           STRING WS-DAYS-READ DELIMITED BY SIZE
               ' day(s) read, ' DELIMITED BY SIZE
               WS-DAYS-JUDGED DELIMITED BY SIZE
               ' judged; ' DELIMITED BY SIZE
               WS-GAMES-READ DELIMITED BY SIZE
               ' game(s) read, ' DELIMITED BY SIZE
               WS-GAMES-JUDGED DELIMITED BY SIZE
               ' judged (the first ' DELIMITED BY SIZE
               'days on file only build the norm).' DELIMITED BY SIZE
               INTO OUTLIER-LINE.
           WRITE OUTLIER-LINE.
           IF WS-SUPP-SKIPPED > 0 THEN
               MOVE SPACES TO OUTLIER-LINE
               STRING WS-SUPP-SKIPPED DELIMITED BY SIZE
                   ' supplemental run(s) passed over - a repaired '
                   DELIMITED BY SIZE
                   'half-day is not a day of its own.'
                   DELIMITED BY SIZE
                   INTO OUTLIER-LINE
               WRITE OUTLIER-LINE
           END-IF.
