      * Advent of Code 2023, day 02 - Cube Conundrum game lineage
      * GNU COBOL
      *
      * Answers the puzzle desk's "what happened to this game?" for
      * a disputed game in one report, instead of the desk piecing
      * it together from the input, the reject list, the carry and
      * reprocess files, the amended run and every history run that
      * scored it. Takes a game id and the input file name (the
      * day's key) on the command line and reports, in order, the
      * input line the game arrived on, any reason AOCDAY02 rejected
      * it, each AOCDAY02R repair cycle it went through, the
      * supplemental run and the AOCDAY02A amendment that folded it
      * back under its day, and every history run that scored it
      * with the validity and power it got.
      *
      * The game is followed by its lineage - the original input
      * line number and repair cycle AOCDAY02 records on the reject
      * list, the game master and the history details, and AOCDAY02R
      * stamps on the carry and reprocess records - so a repaired
      * copy scored off a reprocess file under another name is still
      * recognised as the same game. The arrival line is taken off
      * the game master first, then the reject list, the carry file
      * and the history master; the reject, carry and reprocess
      * files hold only their latest cycle, so earlier cycles show
      * through the supplemental runs that scored them.
      *
      * Game n arrives on line n of every day, so the lineage alone
      * cannot tell one day's game from another's. A record off
      * another file is only the day's when it says so - a reject
      * or carry record names the day it is recorded against, a
      * supplemental run names the day it repaired on its period
      * ledger record, and a reprocess record is the day's when the
      * reject it was built from was. A record that could be more
      * than one day's is listed marked '?' as possibly the game,
      * not as the day's lineage.
      *
      * Return code 0 when the game was traced, 4 when nothing on
      * file mentions it, 8 when the request or the report failed.
      *
      * Change history:
      *   - Initial version tracing a game through the reject list,
      *     the repair files and the history master.
      *   - Records off another file are tied to the day through the
      *     file they are recorded against and the period ledger,
      *     instead of the game id and arrival line alone; one that
      *     could be another day's is marked as possibly the game.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02N.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT GAME-MASTER-FILE ASSIGN TO DYNAMIC
           WS-GAME-MASTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GMAS-STATUS.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT CARRY-FILE ASSIGN TO DYNAMIC WS-CARRY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRY-STATUS.

           SELECT REPROCESS-FILE ASSIGN TO DYNAMIC
           WS-REPROCESS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPR-STATUS.

           SELECT DELIM-REPROCESS-FILE ASSIGN TO DYNAMIC
           WS-DELIM-REPROCESS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DREPR-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDG-STATUS.

           SELECT LINEAGE-REPORT-FILE ASSIGN TO DYNAMIC
           WS-LINEAGE-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout AOCDAY02 writes in WRITE-GAME-MASTER.
       FD GAME-MASTER-FILE.
       01 GAME-MASTER-RECORD.
           05 GMAS-GAME-ID PIC 9(4).
           05 GMAS-ROUND-COUNT PIC 9(2).
           05 GMAS-ROUNDS OCCURS 50 TIMES.
               07 GMAS-RED PIC 9(2).
               07 GMAS-GREEN PIC 9(2).
               07 GMAS-BLUE PIC 9(2).
           05 GMAS-FILE-KEY PIC X(100).
           05 GMAS-ARRIVAL-LINE PIC 9(8).
           05 GMAS-REPAIR-CYCLE PIC 9(2).

      * Same records AOCDAY02 writes in WRITE-REJECT-RECORD and
      * AOCDAY02R writes in WRITE-CARRY-RECORD - both are split the
      * way AOCDAY02R's SPLIT-REJECT-RECORD splits them.
       FD REJECT-FILE.
       01 REJECT-LINE PIC X(2160).

       FD CARRY-FILE.
       01 CARRY-LINE PIC X(2160).

      * Same records AOCDAY02R writes in WRITE-REPROCESS-RECORD - the
      * lineage block, then the repaired line.
       FD REPROCESS-FILE.
       01 REPROCESS-LINE PIC X(2014).

       FD DELIM-REPROCESS-FILE.
       01 DELIM-REPROCESS-LINE PIC X(2014).

      * Same record layouts AOCDAY02 writes in WRITE-HISTORY.
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

      * Same layout AOCDAY02 writes its 'S' records in - the run, the
      * file it scored and the original day it repaired. Only the
      * leading fields are needed here.
       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           05 LDG-REC-TYPE PIC X(01).
           05 LDG-DATE PIC X(08).
           05 LDG-TIME PIC X(06).
           05 LDG-RUN-NUMBER PIC 9(6).
           05 LDG-KEY PIC X(100).
           05 LDG-OTHER-KEY PIC X(100).

       FD LINEAGE-REPORT-FILE.
       01 LINEAGE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Run-time file names - defaulted here, overridden from the
      * environment, matching the AOCDAY02 conventions.
       01 WS-GAME-MASTER-FILE-NAME PIC X(100)
           VALUE 'Day02GameMaster.txt'.
       01 WS-REJECT-FILE-NAME PIC X(100)
           VALUE 'Day02Reject.txt'.
       01 WS-CARRY-FILE-NAME PIC X(100)
           VALUE 'Day02RejectCarry.txt'.
       01 WS-REPROCESS-FILE-NAME PIC X(100)
           VALUE 'Day02Reprocess.txt'.
       01 WS-DELIM-REPROCESS-FILE-NAME PIC X(100)
           VALUE 'Day02ReprocessDelim.txt'.
       01 WS-HISTORY-FILE-NAME PIC X(100)
           VALUE 'Day02History.txt'.
       01 WS-LEDGER-FILE-NAME PIC X(100)
           VALUE 'Day02PeriodLedger.txt'.
       01 WS-LINEAGE-REPORT-FILE-NAME PIC X(100)
           VALUE 'Day02Lineage.txt'.
       01 WS-ENV-TMP PIC X(100) VALUE SPACES.

       01 WS-GMAS-STATUS PIC X(02) VALUE '00'.
       01 WS-REJECT-STATUS PIC X(02) VALUE '00'.
       01 WS-CARRY-STATUS PIC X(02) VALUE '00'.
       01 WS-REPR-STATUS PIC X(02) VALUE '00'.
       01 WS-DREPR-STATUS PIC X(02) VALUE '00'.
       01 WS-HIST-STATUS PIC X(02) VALUE '00'.
       01 WS-LDG-STATUS PIC X(02) VALUE '00'.
       01 WS-RPT-STATUS PIC X(02) VALUE '00'.
       01 WS-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.

      * The request - game id and the day's input file name, the id
      * through the same justify/zero-fill/NUMERIC-test treatment
      * AOCDAY02 gives a parsed game id.
       01 WS-ARG-TEXT PIC X(120) VALUE SPACES.
       01 WS-ARG-ID-TEXT PIC X(20) VALUE SPACES.
       01 WS-GAME-ID-FIXED PIC X(4) JUSTIFIED RIGHT.
       01 WS-WANTED-GAME-ID PIC 9(4) VALUE 0.
       01 WS-WANTED-FILE PIC X(100) VALUE SPACES.

      * Where the game arrived, once found, and which file said so.
       01 WS-ARRIVAL-LINE PIC 9(8) VALUE 0.
       01 WS-ARRIVAL-SW PIC X(1) VALUE 'N'.
           88 WS-ARRIVAL-KNOWN VALUE 'Y'.
       01 WS-ARRIVAL-SOURCE PIC X(40) VALUE SPACES.

      * The reject or carry record in hand, split into its parts.
      * The cycle of a reject record is the repair cycles the game
      * had been through when AOCDAY02 turned it away; of a carry
      * record, the cycle the repair gave up on. The line number is
      * 0 on a record from before the lineage was carried.
       01 WS-SPLIT-RECORD PIC X(2160) VALUE SPACES.
       01 WS-REC-KIND PIC X(1) VALUE SPACE.
           88 WS-REC-IS-CARRY VALUE 'C'.
           88 WS-REC-IS-REJECT VALUE 'R'.
       01 WS-REC-REASON PIC X(40) VALUE SPACES.
       01 WS-REC-CYCLE PIC 9(2) VALUE 0.
       01 WS-REC-FILE PIC X(100) VALUE SPACES.
       01 WS-REC-LINE-NO PIC 9(8) VALUE 0.
       01 WS-REC-TEXT PIC X(2000) VALUE SPACES.
       01 WS-REC-ID PIC 9(4) VALUE 0.
       01 WS-REC-MATCH-SW PIC X(1) VALUE 'N'.
           88 WS-REC-MATCHES VALUE 'Y'.
           88 WS-REC-AMBIGUOUS VALUE 'A'.

      * Whose a record is - the day's, another day's, or no telling:
      * a record naming no file, or naming a supplemental run's input
      * rather than a day, could be any day's.
       01 WS-OWNER-SW PIC X(1) VALUE SPACE.
           88 WS-OWNER-DAY VALUE 'D'.
           88 WS-OWNER-OTHER VALUE 'O'.
           88 WS-OWNER-UNKNOWN VALUE 'U'.
       01 WS-CHECK-KEY PIC X(100) VALUE SPACES.
       01 WS-IS-SUPP-INPUT-SW PIC X(1) VALUE 'N'.
           88 WS-IS-SUPP-INPUT VALUE 'Y'.

      * Runs AOCDAY02 logged as supplemental on the period ledger -
      * the run, the file it scored and the original day it repaired,
      * blank where the run could not tell. A manifest supplemental
      * run logs one record per entry under the one run number.
       01 WS-MAX-SUPP-RUNS PIC S9(4) COMP VALUE 2000.
       01 WS-SUPP-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-SUPP-SUB PIC S9(4) COMP.
       01 WS-SUPP-DROPPED PIC 9(4) VALUE 0.
       01 WS-SUPP-RUNS.
           03 WS-SUPP-ENTRY OCCURS 2000 TIMES.
               05 WS-SUPP-RUN PIC 9(6).
               05 WS-SUPP-KEY PIC X(100).
               05 WS-SUPP-DAY PIC X(100).
       01 WS-LDG-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LDG-EOF VALUE 'Y'.

      * The rejects on the list of the game's id at its arrival line,
      * any day's - the cycle, whose it is and the sum of the digit
      * runs in its line. A reprocess record going out on cycle n is
      * built from a reject at cycle n - 1, and a repair changes
      * colour words and delimiters, never a number, so the two sum
      * alike. Rejects past the table's end go unheld, and the
      * reprocess records built from them show as possibly the game.
       01 WS-MAX-LINE-REJECTS PIC S9(4) COMP VALUE 50.
       01 WS-LINE-REJECT-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-LR-SUB PIC S9(4) COMP VALUE 0.
       01 WS-LINE-REJECTS.
           03 WS-LINE-REJECT OCCURS 50 TIMES.
               05 WS-LR-CYCLE PIC 9(2).
               05 WS-LR-OWNER PIC X(1).
               05 WS-LR-DIGIT-SUM PIC 9(12).
       01 WS-DIGIT-SUM PIC 9(12) VALUE 0.
       01 WS-DIGIT-NUM PIC 9(12) VALUE 0.
       01 WS-REPR-DAY-SW PIC X(1) VALUE 'N'.
           88 WS-REPR-DAY VALUE 'Y'.
       01 WS-REPR-OTHER-SW PIC X(1) VALUE 'N'.
           88 WS-REPR-OTHER VALUE 'Y'.
       01 WS-REPR-UNKNOWN-SW PIC X(1) VALUE 'N'.
           88 WS-REPR-UNKNOWN VALUE 'Y'.

      * The lead-in of a report line - '? ' where the entry may be
      * another day's game.
       01 WS-LINE-FLAG PIC X(2) VALUE SPACES.

      * A game id out of a line that may not have parsed - the first
      * run of digits, which is the id on a "Game n: ..." line and
      * on an "n|r|..." delimited record alike, however mangled the
      * rest is. A run longer than a game id is no id at all.
       01 WS-ID-POS PIC S9(4) COMP VALUE 0.
       01 WS-ID-DIGITS PIC S9(4) COMP VALUE 0.
       01 WS-ID-DIGIT PIC 9(1) VALUE 0.
       01 WS-ID-WORK PIC 9(8) VALUE 0.
       01 WS-ID-DONE-SW PIC X(1) VALUE 'N'.
           88 WS-ID-DONE VALUE 'Y'.

      * The history header the details in hand belong to.
       01 WS-CUR-RUN PIC 9(6) VALUE 0.
       01 WS-CUR-DATE PIC X(08) VALUE SPACES.
       01 WS-CUR-KEY PIC X(100) VALUE SPACES.
       01 WS-CUR-OWNER-SW PIC X(1) VALUE SPACE.
           88 WS-CUR-OWNER-DAY VALUE 'D'.
           88 WS-CUR-OWNER-OTHER VALUE 'O'.
           88 WS-CUR-OWNER-UNKNOWN VALUE 'U'.
       01 WS-VALID-FLAG PIC X(1) VALUE SPACE.

      * What each section found, for its "none" line and the
      * return code.
       01 WS-REJECT-HITS PIC 9(4) VALUE 0.
       01 WS-CYCLE-HITS PIC 9(4) VALUE 0.
       01 WS-FOLD-HITS PIC 9(4) VALUE 0.
       01 WS-RUN-HITS PIC 9(4) VALUE 0.
       01 WS-AMBIG-HITS PIC 9(4) VALUE 0.
       01 WS-AMBIG-MARK PIC 9(4) VALUE 0.

      * What the run ends with - 0 traced, 4 nothing on file for the
      * game, 8 the request or the report failed.
       01 WS-RUN-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INITIALISE.
           PERFORM LOAD-SUPPLEMENTAL-RUNS.
           PERFORM FIND-ARRIVAL-LINE.
           OPEN OUTPUT LINEAGE-REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02N: " WS-LINEAGE-REPORT-FILE-NAME
                   " could not be opened (status " WS-RPT-STATUS
                   ") - no report written."
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM WRITE-LINEAGE-HEADING
               PERFORM TRACE-REJECTS
               PERFORM TRACE-REPAIR-CYCLES
               PERFORM TRACE-FOLD-BACK
               PERFORM TRACE-HISTORY-RUNS
               PERFORM WRITE-AMBIGUOUS-NOTE
               CLOSE LINEAGE-REPORT-FILE
               DISPLAY "AOCDAY02N: report written to "
                   FUNCTION TRIM(WS-LINEAGE-REPORT-FILE-NAME) "."
               IF NOT WS-ARRIVAL-KNOWN
                   AND WS-REJECT-HITS = 0
                   AND WS-CYCLE-HITS = 0
                   AND WS-RUN-HITS = 0 THEN
                   IF WS-AMBIG-HITS > 0 THEN
                       DISPLAY "AOCDAY02N: only records that may be "
                           "another day's mention game "
                           WS-WANTED-GAME-ID " off "
                           FUNCTION TRIM(WS-WANTED-FILE) "."
                   ELSE
                       DISPLAY "AOCDAY02N: nothing on file mentions "
                           "game " WS-WANTED-GAME-ID " off "
                           FUNCTION TRIM(WS-WANTED-FILE) "."
                   END-IF
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
           DISPLAY "AOCDAY02N: ending with return code " WS-RUN-RC
               ".".
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      * Pick up run-time file names and the request. GnuCOBOL clears
      * the receiving item on an ENVIRONMENT ACCEPT that finds no
      * such variable, so each one is accepted into a scratch item
      * first and only moved over the VALUE default when it is set.
       INITIALISE.
           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_GAME_MASTER_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-GAME-MASTER-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_REJECT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-REJECT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_CARRY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-CARRY-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_REPROCESS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-REPROCESS-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_DELIM_REPROCESS_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-DELIM-REPROCESS-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_HISTORY_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-HISTORY-FILE-NAME
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
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_LINEAGE_REPORT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-LINEAGE-REPORT-FILE-NAME
           END-IF.

           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-ID-TEXT.
           MOVE SPACES TO WS-WANTED-FILE.
           UNSTRING FUNCTION TRIM(WS-ARG-TEXT)
               DELIMITED BY ALL ' '
               INTO WS-ARG-ID-TEXT
               WS-WANTED-FILE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-ARG-ID-TEXT) = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-ID-TEXT)) > 4
               OR WS-WANTED-FILE = SPACES
               PERFORM LINEAGE-USAGE
           END-IF.
           MOVE SPACES TO WS-GAME-ID-FIXED.
           MOVE FUNCTION TRIM(WS-ARG-ID-TEXT) TO WS-GAME-ID-FIXED.
           INSPECT WS-GAME-ID-FIXED REPLACING LEADING SPACE BY ZERO.
           IF WS-GAME-ID-FIXED IS NOT NUMERIC THEN
               PERFORM LINEAGE-USAGE
           END-IF.
           MOVE WS-GAME-ID-FIXED TO WS-WANTED-GAME-ID.

       LINEAGE-USAGE.
           DISPLAY "AOCDAY02N: supply the game id and the input file "
               "it arrived on, on the command line - e.g. 12 "
               "Day02Input.txt.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * The runs AOCDAY02 logged as supplemental, with the day each
      * repaired. No ledger means none were - every supplemental
      * run's games then show as possibly the game.
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
               DISPLAY "AOCDAY02N: more than " WS-MAX-SUPP-RUNS
                   " supplemental runs on the ledger - the later "
                   "ones' games show as possibly the game."
           END-IF.

       NOTE-SUPPLEMENTAL-RUN.
           IF WS-SUPP-COUNT >= WS-MAX-SUPP-RUNS THEN
               ADD 1 TO WS-SUPP-DROPPED
           ELSE
               ADD 1 TO WS-SUPP-COUNT
               MOVE LDG-RUN-NUMBER TO WS-SUPP-RUN(WS-SUPP-COUNT)
               MOVE LDG-KEY TO WS-SUPP-KEY(WS-SUPP-COUNT)
               MOVE LDG-OTHER-KEY TO WS-SUPP-DAY(WS-SUPP-COUNT)
           END-IF.

      * Whether WS-CHECK-KEY is a supplemental run's input - a
      * reprocess file, or a file a logged supplemental run scored -
      * rather than a day.
       CHECK-SUPPLEMENT-INPUT.
           MOVE 'N' TO WS-IS-SUPP-INPUT-SW.
           IF WS-CHECK-KEY = WS-REPROCESS-FILE-NAME
               OR WS-CHECK-KEY = WS-DELIM-REPROCESS-FILE-NAME THEN
               SET WS-IS-SUPP-INPUT TO TRUE
           END-IF.
           PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
               UNTIL WS-SUPP-SUB > WS-SUPP-COUNT OR WS-IS-SUPP-INPUT
               IF WS-SUPP-KEY(WS-SUPP-SUB) = WS-CHECK-KEY THEN
                   SET WS-IS-SUPP-INPUT TO TRUE
               END-IF
           END-PERFORM.

      * Whose the split reject or carry record is, by the file it is
      * recorded against.
       CLASSIFY-RECORD-FILE.
           IF FUNCTION TRIM(WS-REC-FILE) =
               FUNCTION TRIM(WS-WANTED-FILE) THEN
               SET WS-OWNER-DAY TO TRUE
           ELSE
               MOVE WS-REC-FILE TO WS-CHECK-KEY
               PERFORM CHECK-SUPPLEMENT-INPUT
               IF WS-REC-FILE = SPACES OR WS-IS-SUPP-INPUT THEN
                   SET WS-OWNER-UNKNOWN TO TRUE
               ELSE
                   SET WS-OWNER-OTHER TO TRUE
               END-IF
           END-IF.

      * The line the game arrived on - off the game master when the
      * game scored (an amended game is re-keyed back under its day),
      * else off the reject list or the carry file while it is still
      * being repaired, else off a history run under the day or a
      * supplemental run that repaired it.
       FIND-ARRIVAL-LINE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GAME-MASTER-FILE.
           IF WS-GMAS-STATUS = '00' THEN
               PERFORM UNTIL WS-EOF
                   READ GAME-MASTER-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           IF GMAS-GAME-ID IS NUMERIC
                               AND GMAS-GAME-ID = WS-WANTED-GAME-ID
                               AND FUNCTION TRIM(GMAS-FILE-KEY) =
                                   FUNCTION TRIM(WS-WANTED-FILE)
                               AND GMAS-ARRIVAL-LINE IS NUMERIC
                               AND GMAS-ARRIVAL-LINE > 0 THEN
                               MOVE GMAS-ARRIVAL-LINE
                                   TO WS-ARRIVAL-LINE
                               SET WS-ARRIVAL-KNOWN TO TRUE
                               MOVE 'the game master'
                                   TO WS-ARRIVAL-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-MASTER-FILE
           END-IF.

           IF NOT WS-ARRIVAL-KNOWN THEN
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT REJECT-FILE
               IF WS-REJECT-STATUS = '00' THEN
                   PERFORM UNTIL WS-EOF OR WS-ARRIVAL-KNOWN
                       READ REJECT-FILE
                           AT END SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE REJECT-LINE TO WS-SPLIT-RECORD
                               PERFORM SPLIT-LINEAGE-RECORD
                               PERFORM NOTE-ARRIVAL-CANDIDATE
                               IF WS-ARRIVAL-KNOWN THEN
                                   MOVE 'the reject list'
                                       TO WS-ARRIVAL-SOURCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REJECT-FILE
               END-IF
           END-IF.

           IF NOT WS-ARRIVAL-KNOWN THEN
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT CARRY-FILE
               IF WS-CARRY-STATUS = '00' THEN
                   PERFORM UNTIL WS-EOF OR WS-ARRIVAL-KNOWN
                       READ CARRY-FILE
                           AT END SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE CARRY-LINE TO WS-SPLIT-RECORD
                               PERFORM SPLIT-LINEAGE-RECORD
                               PERFORM NOTE-ARRIVAL-CANDIDATE
                               IF WS-ARRIVAL-KNOWN THEN
                                   MOVE 'the carry file'
                                       TO WS-ARRIVAL-SOURCE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CARRY-FILE
               END-IF
           END-IF.

           IF NOT WS-ARRIVAL-KNOWN THEN
               MOVE 'N' TO WS-EOF-SW
               MOVE 0 TO WS-CUR-RUN
               MOVE SPACES TO WS-CUR-KEY
               MOVE SPACE TO WS-CUR-OWNER-SW
               OPEN INPUT HISTORY-FILE
               IF WS-HIST-STATUS = '00' THEN
                   PERFORM UNTIL WS-EOF OR WS-ARRIVAL-KNOWN
                       READ HISTORY-FILE
                           AT END SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM NOTE-HISTORY-ARRIVAL
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

      * A reject or carry record off the day itself, for the game.
       NOTE-ARRIVAL-CANDIDATE.
           IF WS-REC-ID = WS-WANTED-GAME-ID
               AND FUNCTION TRIM(WS-REC-FILE) =
                   FUNCTION TRIM(WS-WANTED-FILE)
               AND WS-REC-LINE-NO > 0 THEN
               MOVE WS-REC-LINE-NO TO WS-ARRIVAL-LINE
               SET WS-ARRIVAL-KNOWN TO TRUE
           END-IF.

      * A run under the day, or a supplemental run whose ledger
      * record names the day as the one it repaired.
       NOTE-HISTORY-ARRIVAL.
           IF HIST-REC-TYPE = 'H' THEN
               PERFORM NOTE-HISTORY-HEADER
           ELSE
               IF HIST-GAME-REC-TYPE = 'D'
                   AND HIST-GAME-RUN-NUMBER IS NUMERIC
                   AND HIST-GAME-RUN-NUMBER = WS-CUR-RUN
                   AND HIST-GAME-ID IS NUMERIC
                   AND HIST-GAME-ID = WS-WANTED-GAME-ID
                   AND WS-CUR-OWNER-DAY
                   AND HIST-GAME-ARRIVAL-LINE IS NUMERIC
                   AND HIST-GAME-ARRIVAL-LINE > 0 THEN
                   MOVE HIST-GAME-ARRIVAL-LINE TO WS-ARRIVAL-LINE
                   SET WS-ARRIVAL-KNOWN TO TRUE
                   MOVE 'the history master' TO WS-ARRIVAL-SOURCE
               END-IF
           END-IF.

      * A reject record is reason(40) ' : ' file(100) ' : '
      * lineno(8) ' ' cycle(2) ' : ' line; a carry record leads with
      * its cycle - cycle(2) ' ' reason(40) ' : ' file(100) ' : '
      * lineno(8) ' : ' line. The older layouts without the lineage
      * or the file name split on their own offsets, as AOCDAY02R
      * splits them.
       SPLIT-LINEAGE-RECORD.
           MOVE SPACE TO WS-REC-KIND.
           MOVE 0 TO WS-REC-CYCLE.
           MOVE 0 TO WS-REC-LINE-NO.
           MOVE SPACES TO WS-REC-REASON.
           MOVE SPACES TO WS-REC-FILE.
           MOVE SPACES TO WS-REC-TEXT.
           IF WS-SPLIT-RECORD(1:2) IS NUMERIC
               AND WS-SPLIT-RECORD(3:1) = ' '
               AND WS-SPLIT-RECORD(44:3) = ' : ' THEN
               SET WS-REC-IS-CARRY TO TRUE
               MOVE WS-SPLIT-RECORD(1:2) TO WS-REC-CYCLE
               MOVE WS-SPLIT-RECORD(4:40) TO WS-REC-REASON
               IF WS-SPLIT-RECORD(147:3) = ' : ' THEN
                   MOVE WS-SPLIT-RECORD(47:100) TO WS-REC-FILE
                   IF WS-SPLIT-RECORD(150:8) IS NUMERIC
                       AND WS-SPLIT-RECORD(158:3) = ' : ' THEN
                       MOVE WS-SPLIT-RECORD(150:8) TO WS-REC-LINE-NO
                       MOVE WS-SPLIT-RECORD(161:2000) TO WS-REC-TEXT
                   ELSE
                       MOVE WS-SPLIT-RECORD(150:2000) TO WS-REC-TEXT
                   END-IF
               ELSE
                   MOVE WS-SPLIT-RECORD(47:2000) TO WS-REC-TEXT
               END-IF
           ELSE
               IF WS-SPLIT-RECORD(41:3) = ' : ' THEN
                   SET WS-REC-IS-REJECT TO TRUE
                   MOVE WS-SPLIT-RECORD(1:40) TO WS-REC-REASON
                   IF WS-SPLIT-RECORD(144:3) = ' : ' THEN
                       MOVE WS-SPLIT-RECORD(44:100) TO WS-REC-FILE
                       IF WS-SPLIT-RECORD(147:8) IS NUMERIC
                           AND WS-SPLIT-RECORD(155:1) = ' '
                           AND WS-SPLIT-RECORD(156:2) IS NUMERIC
                           AND WS-SPLIT-RECORD(158:3) = ' : ' THEN
                           MOVE WS-SPLIT-RECORD(147:8)
                               TO WS-REC-LINE-NO
                           MOVE WS-SPLIT-RECORD(156:2) TO WS-REC-CYCLE
                           MOVE WS-SPLIT-RECORD(161:2000)
                               TO WS-REC-TEXT
                       ELSE
                           MOVE WS-SPLIT-RECORD(147:2000)
                               TO WS-REC-TEXT
                       END-IF
                   ELSE
                       MOVE WS-SPLIT-RECORD(44:2000) TO WS-REC-TEXT
                   END-IF
               ELSE
                   MOVE WS-SPLIT-RECORD(1:2000) TO WS-REC-TEXT
               END-IF
           END-IF.
           PERFORM EXTRACT-TEXT-ID.

       EXTRACT-TEXT-ID.
           MOVE 0 TO WS-REC-ID.
           MOVE 0 TO WS-ID-WORK.
           MOVE 0 TO WS-ID-DIGITS.
           MOVE 'N' TO WS-ID-DONE-SW.
           PERFORM VARYING WS-ID-POS FROM 1 BY 1
               UNTIL WS-ID-POS > 40 OR WS-ID-DONE
               IF WS-REC-TEXT(WS-ID-POS:1) IS NUMERIC THEN
                   MOVE WS-REC-TEXT(WS-ID-POS:1) TO WS-ID-DIGIT
                   IF WS-ID-DIGITS < 8 THEN
                       COMPUTE WS-ID-WORK = WS-ID-WORK * 10
                           + WS-ID-DIGIT
                   END-IF
                   ADD 1 TO WS-ID-DIGITS
               ELSE
                   IF WS-ID-DIGITS > 0 THEN
                       SET WS-ID-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ID-DIGITS > 0 AND WS-ID-DIGITS <= 4 THEN
               MOVE WS-ID-WORK TO WS-REC-ID
           END-IF.

      * Whether the split record is the game - the game id on its
      * line, recorded against the day itself (at the arrival line,
      * once that is known and the record carries one). A later
      * repair cycle's record that names no day - only a reprocess
      * file - with the game's own arrival line is possibly the
      * game, since any day's game of that id arrived on that line.
       MATCH-SPLIT-RECORD.
           MOVE 'N' TO WS-REC-MATCH-SW.
           IF WS-REC-ID = WS-WANTED-GAME-ID THEN
               PERFORM CLASSIFY-RECORD-FILE
               IF WS-OWNER-DAY THEN
                   IF NOT WS-ARRIVAL-KNOWN
                       OR WS-REC-LINE-NO = 0
                       OR WS-REC-LINE-NO = WS-ARRIVAL-LINE THEN
                       SET WS-REC-MATCHES TO TRUE
                   END-IF
               ELSE
                   IF WS-OWNER-UNKNOWN
                       AND WS-ARRIVAL-KNOWN
                       AND WS-REC-LINE-NO = WS-ARRIVAL-LINE
                       AND WS-REC-CYCLE > 0 THEN
                       SET WS-REC-AMBIGUOUS TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-REC-AMBIGUOUS THEN
               MOVE '? ' TO WS-LINE-FLAG
           ELSE
               MOVE SPACES TO WS-LINE-FLAG
           END-IF.

      * Hold a reject of the game's id at its arrival line, for the
      * reprocess records built from it - see NOTE-REPROCESS-RECORD.
       NOTE-LINE-REJECT.
           IF WS-ARRIVAL-KNOWN
               AND WS-REC-ID = WS-WANTED-GAME-ID
               AND WS-REC-LINE-NO = WS-ARRIVAL-LINE
               AND WS-LINE-REJECT-COUNT < WS-MAX-LINE-REJECTS THEN
               ADD 1 TO WS-LINE-REJECT-COUNT
               MOVE WS-REC-CYCLE TO WS-LR-CYCLE(WS-LINE-REJECT-COUNT)
               MOVE WS-OWNER-SW TO WS-LR-OWNER(WS-LINE-REJECT-COUNT)
               PERFORM SUM-TEXT-DIGITS
               MOVE WS-DIGIT-SUM
                   TO WS-LR-DIGIT-SUM(WS-LINE-REJECT-COUNT)
           END-IF.

      * The sum of every run of digits in the line in hand.
       SUM-TEXT-DIGITS.
           MOVE 0 TO WS-DIGIT-SUM.
           MOVE 0 TO WS-DIGIT-NUM.
           PERFORM VARYING WS-ID-POS FROM 1 BY 1
               UNTIL WS-ID-POS > 2000
               IF WS-REC-TEXT(WS-ID-POS:1) IS NUMERIC THEN
                   MOVE WS-REC-TEXT(WS-ID-POS:1) TO WS-ID-DIGIT
                   COMPUTE WS-DIGIT-NUM = WS-DIGIT-NUM * 10
                       + WS-ID-DIGIT
               ELSE
                   ADD WS-DIGIT-NUM TO WS-DIGIT-SUM
                   MOVE 0 TO WS-DIGIT-NUM
               END-IF
           END-PERFORM.
           ADD WS-DIGIT-NUM TO WS-DIGIT-SUM.

       WRITE-LINEAGE-HEADING.
           MOVE 'AOCDAY02N - Cube Conundrum game lineage'
               TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           STRING 'Game ' DELIMITED BY SIZE
               WS-WANTED-GAME-ID DELIMITED BY SIZE
               ' off ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-WANTED-FILE) DELIMITED BY SIZE
               INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE 'Arrival:' TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           IF WS-ARRIVAL-KNOWN THEN
               STRING '  Input line ' DELIMITED BY SIZE
                   WS-ARRIVAL-LINE DELIMITED BY SIZE
                   ' (from ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARRIVAL-SOURCE) DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO LINEAGE-REPORT-LINE
           ELSE
               STRING '  No arrival line on file - the game is not '
                   DELIMITED BY SIZE
                   'on the master, the reject list, the carry file '
                   DELIMITED BY SIZE
                   'or a history run for this day' DELIMITED BY SIZE
                   INTO LINEAGE-REPORT-LINE
           END-IF.
           WRITE LINEAGE-REPORT-LINE.

      * Every reject of the game still on the reject list - the day's
      * own, and a repaired copy AOCDAY02 turned away again.
       TRACE-REJECTS.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE 'Rejects:' TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE 0 TO WS-LINE-REJECT-COUNT.
           MOVE WS-AMBIG-HITS TO WS-AMBIG-MARK.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS = '00' THEN
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE REJECT-LINE TO WS-SPLIT-RECORD
                           PERFORM SPLIT-LINEAGE-RECORD
                           PERFORM MATCH-SPLIT-RECORD
                           IF WS-REC-MATCHES OR WS-REC-AMBIGUOUS THEN
                               PERFORM WRITE-REJECT-LINE
                           END-IF
                           IF WS-REC-ID = WS-WANTED-GAME-ID THEN
                               PERFORM NOTE-LINE-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.
           IF WS-REJECT-HITS = 0
               AND WS-AMBIG-HITS = WS-AMBIG-MARK THEN
               MOVE '  None on the reject list' TO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
           END-IF.

       WRITE-REJECT-LINE.
           IF WS-REC-AMBIGUOUS THEN
               ADD 1 TO WS-AMBIG-HITS
           ELSE
               ADD 1 TO WS-REJECT-HITS
           END-IF.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           STRING WS-LINE-FLAG DELIMITED BY SIZE
               FUNCTION TRIM(WS-REC-REASON) DELIMITED BY SIZE
               ' - off ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-REC-FILE) DELIMITED BY SIZE
               ' after repair cycle ' DELIMITED BY SIZE
               WS-REC-CYCLE DELIMITED BY SIZE
               INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           PERFORM WRITE-TEXT-LINE.

      * The line itself under its entry, cut to the report width.
       WRITE-TEXT-LINE.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           STRING '    ' DELIMITED BY SIZE
               WS-REC-TEXT DELIMITED BY SIZE
               INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.

      * The repair cycles on file - a line AOCDAY02R could not repair
      * sits on the carry file, a repaired one on a reprocess file
      * waiting for its supplemental run.
       TRACE-REPAIR-CYCLES.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE 'Repair cycles:' TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE WS-AMBIG-HITS TO WS-AMBIG-MARK.

           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CARRY-FILE.
           IF WS-CARRY-STATUS = '00' THEN
               PERFORM UNTIL WS-EOF
                   READ CARRY-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CARRY-LINE TO WS-SPLIT-RECORD
                           PERFORM SPLIT-LINEAGE-RECORD
                           PERFORM MATCH-SPLIT-RECORD
                           IF WS-REC-MATCHES OR WS-REC-AMBIGUOUS THEN
                               PERFORM WRITE-CARRY-CYCLE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRY-FILE
           END-IF.

      *    A reprocess record names no file - it is known by the
      *    game's arrival line and id, so it needs the arrival line.
           IF WS-ARRIVAL-KNOWN THEN
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT REPROCESS-FILE
               IF WS-REPR-STATUS = '00' THEN
                   PERFORM UNTIL WS-EOF
                       READ REPROCESS-FILE
                           AT END SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE REPROCESS-LINE TO WS-SPLIT-RECORD
                               MOVE WS-REPROCESS-FILE-NAME
                                   TO WS-REC-FILE
                               PERFORM NOTE-REPROCESS-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE REPROCESS-FILE
               END-IF

               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT DELIM-REPROCESS-FILE
               IF WS-DREPR-STATUS = '00' THEN
                   PERFORM UNTIL WS-EOF
                       READ DELIM-REPROCESS-FILE
                           AT END SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE DELIM-REPROCESS-LINE
                                   TO WS-SPLIT-RECORD
                               MOVE WS-DELIM-REPROCESS-FILE-NAME
                                   TO WS-REC-FILE
                               PERFORM NOTE-REPROCESS-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DELIM-REPROCESS-FILE
               END-IF
           END-IF.

           IF WS-CYCLE-HITS = 0
               AND WS-AMBIG-HITS = WS-AMBIG-MARK THEN
               MOVE '  None on the carry or reprocess files'
                   TO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
           END-IF.

       WRITE-CARRY-CYCLE-LINE.
           IF WS-REC-AMBIGUOUS THEN
               ADD 1 TO WS-AMBIG-HITS
           ELSE
               ADD 1 TO WS-CYCLE-HITS
           END-IF.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           STRING WS-LINE-FLAG DELIMITED BY SIZE
               'Cycle ' DELIMITED BY SIZE
               WS-REC-CYCLE DELIMITED BY SIZE
               ' not repaired - ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-REC-REASON) DELIMITED BY SIZE
               ' - carried forward on ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CARRY-FILE-NAME) DELIMITED BY SIZE
               INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           PERFORM WRITE-TEXT-LINE.

      * A reprocess record leads with the lineage block - line(8)
      * ' ' cycle(2) ' : ' - ahead of the repaired line. It names no
      * day, so it is the day's only when the reject it was built
      * from is still on the list and was the day's alone, and
      * another day's when that reject was another day's alone. With
      * no such reject on the list - it has been rewritten since -
      * or one that names no day, or one of each, it is possibly the
      * game.
       NOTE-REPROCESS-RECORD.
           IF WS-SPLIT-RECORD(1:8) IS NUMERIC
               AND WS-SPLIT-RECORD(9:1) = ' '
               AND WS-SPLIT-RECORD(10:2) IS NUMERIC
               AND WS-SPLIT-RECORD(12:3) = ' : ' THEN
               MOVE WS-SPLIT-RECORD(1:8) TO WS-REC-LINE-NO
               MOVE WS-SPLIT-RECORD(10:2) TO WS-REC-CYCLE
               MOVE WS-SPLIT-RECORD(15:2000) TO WS-REC-TEXT
               PERFORM EXTRACT-TEXT-ID
               MOVE 'N' TO WS-REC-MATCH-SW
               IF WS-REC-ID = WS-WANTED-GAME-ID
                   AND WS-REC-LINE-NO = WS-ARRIVAL-LINE THEN
                   PERFORM FIND-REPROCESS-SOURCE
                   IF WS-REPR-DAY
                       AND NOT WS-REPR-OTHER
                       AND NOT WS-REPR-UNKNOWN THEN
                       SET WS-REC-MATCHES TO TRUE
                       MOVE SPACES TO WS-LINE-FLAG
                   ELSE IF WS-REPR-OTHER
                       AND NOT WS-REPR-DAY
                       AND NOT WS-REPR-UNKNOWN THEN
                       CONTINUE
                   ELSE
                       SET WS-REC-AMBIGUOUS TO TRUE
                       MOVE '? ' TO WS-LINE-FLAG
                   END-IF
                   END-IF
               END-IF
               IF WS-REC-MATCHES OR WS-REC-AMBIGUOUS THEN
                   IF WS-REC-AMBIGUOUS THEN
                       ADD 1 TO WS-AMBIG-HITS
                   ELSE
                       ADD 1 TO WS-CYCLE-HITS
                   END-IF
                   MOVE SPACES TO LINEAGE-REPORT-LINE
                   STRING WS-LINE-FLAG DELIMITED BY SIZE
                       'Cycle ' DELIMITED BY SIZE
                       WS-REC-CYCLE DELIMITED BY SIZE
                       ' repaired - sent back for reprocessing on '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REC-FILE) DELIMITED BY SIZE
                       INTO LINEAGE-REPORT-LINE
                   WRITE LINEAGE-REPORT-LINE
                   PERFORM WRITE-TEXT-LINE
               END-IF
           END-IF.

      * Whose the rejects the reprocess record in hand could have been
      * built from were - one cycle before it, digits alike.
       FIND-REPROCESS-SOURCE.
           MOVE 'N' TO WS-REPR-DAY-SW.
           MOVE 'N' TO WS-REPR-OTHER-SW.
           MOVE 'N' TO WS-REPR-UNKNOWN-SW.
           PERFORM SUM-TEXT-DIGITS.
           PERFORM VARYING WS-LR-SUB FROM 1 BY 1
               UNTIL WS-LR-SUB > WS-LINE-REJECT-COUNT
               IF WS-LR-CYCLE(WS-LR-SUB) + 1 = WS-REC-CYCLE
                   AND WS-LR-DIGIT-SUM(WS-LR-SUB) = WS-DIGIT-SUM THEN
                   IF WS-LR-OWNER(WS-LR-SUB) = 'D' THEN
                       SET WS-REPR-DAY TO TRUE
                   ELSE IF WS-LR-OWNER(WS-LR-SUB) = 'O' THEN
                       SET WS-REPR-OTHER TO TRUE
                   ELSE
                       SET WS-REPR-UNKNOWN TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The runs that brought a repaired copy of the game back - a
      * supplemental run scores it off a reprocess file under that
      * file's name, and AOCDAY02A's amended run re-scores it under
      * the day's own key. Either is known by a detail at the game's
      * arrival line with a repair cycle behind it, in a run that is
      * the day's - see CLASSIFY-HISTORY-RUN.
       TRACE-FOLD-BACK.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE 'Supplemental runs and amendments:'
               TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE WS-AMBIG-HITS TO WS-AMBIG-MARK.
           IF WS-ARRIVAL-KNOWN THEN
               MOVE 'N' TO WS-EOF-SW
               MOVE 0 TO WS-CUR-RUN
               OPEN INPUT HISTORY-FILE
               IF WS-HIST-STATUS = '00' THEN
                   PERFORM UNTIL WS-EOF
                       READ HISTORY-FILE
                           AT END SET WS-EOF TO TRUE
                           NOT AT END PERFORM NOTE-FOLD-BACK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.
           IF WS-FOLD-HITS = 0
               AND WS-AMBIG-HITS = WS-AMBIG-MARK THEN
               MOVE '  None on the history master'
                   TO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
           END-IF.

       NOTE-FOLD-BACK-RECORD.
           IF HIST-REC-TYPE = 'H' THEN
               PERFORM NOTE-HISTORY-HEADER
           ELSE
               IF HIST-GAME-REC-TYPE = 'D'
                   AND HIST-GAME-RUN-NUMBER IS NUMERIC
                   AND HIST-GAME-RUN-NUMBER = WS-CUR-RUN
                   AND HIST-GAME-ID IS NUMERIC
                   AND HIST-GAME-ID = WS-WANTED-GAME-ID
                   AND HIST-GAME-ARRIVAL-LINE IS NUMERIC
                   AND HIST-GAME-ARRIVAL-LINE = WS-ARRIVAL-LINE
                   AND HIST-GAME-REPAIR-CYCLE IS NUMERIC
                   AND HIST-GAME-REPAIR-CYCLE > 0
                   AND NOT WS-CUR-OWNER-OTHER THEN
                   IF WS-CUR-OWNER-UNKNOWN THEN
                       ADD 1 TO WS-AMBIG-HITS
                       MOVE '? ' TO WS-LINE-FLAG
                   ELSE
                       ADD 1 TO WS-FOLD-HITS
                       MOVE SPACES TO WS-LINE-FLAG
                   END-IF
                   MOVE SPACES TO LINEAGE-REPORT-LINE
                   IF FUNCTION TRIM(WS-CUR-KEY) =
                       FUNCTION TRIM(WS-WANTED-FILE) THEN
                       STRING WS-LINE-FLAG DELIMITED BY SIZE
                           'Amended run ' DELIMITED BY SIZE
                           WS-CUR-RUN DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-CUR-DATE DELIMITED BY SIZE
                           ' folded repair cycle ' DELIMITED BY SIZE
                           HIST-GAME-REPAIR-CYCLE DELIMITED BY SIZE
                           ' back under the day' DELIMITED BY SIZE
                           INTO LINEAGE-REPORT-LINE
                   ELSE
                       STRING WS-LINE-FLAG DELIMITED BY SIZE
                           'Supplemental run ' DELIMITED BY SIZE
                           WS-CUR-RUN DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-CUR-DATE DELIMITED BY SIZE
                           ' scored repair cycle ' DELIMITED BY SIZE
                           HIST-GAME-REPAIR-CYCLE DELIMITED BY SIZE
                           ' off ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CUR-KEY) DELIMITED BY SIZE
                           INTO LINEAGE-REPORT-LINE
                   END-IF
                   WRITE LINEAGE-REPORT-LINE
               END-IF
           END-IF.

       NOTE-HISTORY-HEADER.
           IF HIST-RUN-NUMBER IS NUMERIC THEN
               MOVE HIST-RUN-NUMBER TO WS-CUR-RUN
           ELSE
               MOVE 0 TO WS-CUR-RUN
           END-IF.
           MOVE HIST-RUN-DATE TO WS-CUR-DATE.
           MOVE HIST-KEY TO WS-CUR-KEY.
           PERFORM CLASSIFY-HISTORY-RUN.

      * Whose the run in hand is. A run under the day's own key is
      * the day's. A logged supplemental run is the day's when its
      * ledger record names the day as the one it repaired, another
      * day's when it names another, and could be any day's when it
      * names none. Any other run is another day's - unless it
      * scored a supplemental run's input and was never logged.
       CLASSIFY-HISTORY-RUN.
           IF FUNCTION TRIM(WS-CUR-KEY) =
               FUNCTION TRIM(WS-WANTED-FILE) THEN
               SET WS-CUR-OWNER-DAY TO TRUE
           ELSE
               MOVE SPACE TO WS-CUR-OWNER-SW
               PERFORM VARYING WS-SUPP-SUB FROM 1 BY 1
                   UNTIL WS-SUPP-SUB > WS-SUPP-COUNT
                   OR WS-CUR-OWNER-SW NOT = SPACE
                   IF WS-SUPP-RUN(WS-SUPP-SUB) = WS-CUR-RUN
                       AND WS-SUPP-KEY(WS-SUPP-SUB) = WS-CUR-KEY THEN
                       IF WS-SUPP-DAY(WS-SUPP-SUB) = SPACES THEN
                           SET WS-CUR-OWNER-UNKNOWN TO TRUE
                       ELSE IF FUNCTION TRIM(WS-SUPP-DAY(WS-SUPP-SUB))
                           = FUNCTION TRIM(WS-WANTED-FILE) THEN
                           SET WS-CUR-OWNER-DAY TO TRUE
                       ELSE
                           SET WS-CUR-OWNER-OTHER TO TRUE
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CUR-OWNER-SW = SPACE THEN
                   MOVE WS-CUR-KEY TO WS-CHECK-KEY
                   PERFORM CHECK-SUPPLEMENT-INPUT
                   IF WS-IS-SUPP-INPUT THEN
                       SET WS-CUR-OWNER-UNKNOWN TO TRUE
                   ELSE
                       SET WS-CUR-OWNER-OTHER TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Every history run that scored the game - every run under the
      * day, and every supplemental run that scored a repaired copy.
       TRACE-HISTORY-RUNS.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE 'History runs:' TO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE WS-AMBIG-HITS TO WS-AMBIG-MARK.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           STRING '  RUN     DATE      VALID  POWER  ' DELIMITED BY SIZE
               'LINE      CYCLE  FILE' DELIMITED BY SIZE
               INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-CUR-RUN.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = '00' THEN
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END SET WS-EOF TO TRUE
                       NOT AT END PERFORM NOTE-HISTORY-RUN-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-RUN-HITS = 0
               AND WS-AMBIG-HITS = WS-AMBIG-MARK THEN
               MOVE '  None on the history master'
                   TO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
           END-IF.

       NOTE-HISTORY-RUN-RECORD.
           IF HIST-REC-TYPE = 'H' THEN
               PERFORM NOTE-HISTORY-HEADER
           ELSE
               IF HIST-GAME-REC-TYPE = 'D'
                   AND HIST-GAME-RUN-NUMBER IS NUMERIC
                   AND HIST-GAME-RUN-NUMBER = WS-CUR-RUN
                   AND HIST-GAME-ID IS NUMERIC
                   AND HIST-GAME-ID = WS-WANTED-GAME-ID THEN
      *            A detail from before the lineage was kept has none
      *            - it counts under the day, at cycle 0.
                   IF HIST-GAME-ARRIVAL-LINE IS NOT NUMERIC
                       OR HIST-GAME-REPAIR-CYCLE IS NOT NUMERIC THEN
                       MOVE 0 TO WS-REC-LINE-NO
                       MOVE 0 TO WS-REC-CYCLE
                   ELSE
                       MOVE HIST-GAME-ARRIVAL-LINE TO WS-REC-LINE-NO
                       MOVE HIST-GAME-REPAIR-CYCLE TO WS-REC-CYCLE
                   END-IF
                   MOVE 'N' TO WS-REC-MATCH-SW
                   IF FUNCTION TRIM(WS-CUR-KEY) =
                       FUNCTION TRIM(WS-WANTED-FILE) THEN
                       SET WS-REC-MATCHES TO TRUE
                   ELSE IF WS-ARRIVAL-KNOWN
                       AND WS-REC-LINE-NO = WS-ARRIVAL-LINE
                       AND WS-REC-CYCLE > 0 THEN
                       IF WS-CUR-OWNER-DAY THEN
                           SET WS-REC-MATCHES TO TRUE
                       ELSE IF WS-CUR-OWNER-UNKNOWN THEN
                           SET WS-REC-AMBIGUOUS TO TRUE
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   IF WS-REC-MATCHES OR WS-REC-AMBIGUOUS THEN
                       PERFORM WRITE-HISTORY-RUN-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-HISTORY-RUN-LINE.
           IF WS-REC-AMBIGUOUS THEN
               ADD 1 TO WS-AMBIG-HITS
               MOVE '? ' TO WS-LINE-FLAG
           ELSE
               ADD 1 TO WS-RUN-HITS
               MOVE SPACES TO WS-LINE-FLAG
           END-IF.
           IF HIST-GAME-VALID = 1 THEN
               MOVE 'Y' TO WS-VALID-FLAG
           ELSE
               MOVE 'N' TO WS-VALID-FLAG
           END-IF.
           MOVE SPACES TO LINEAGE-REPORT-LINE.
           STRING WS-LINE-FLAG DELIMITED BY SIZE
               WS-CUR-RUN DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-CUR-DATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-VALID-FLAG DELIMITED BY SIZE
               '      ' DELIMITED BY SIZE
               HIST-GAME-POWER DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-REC-LINE-NO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-REC-CYCLE DELIMITED BY SIZE
               '     ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-KEY) DELIMITED BY SIZE
               INTO LINEAGE-REPORT-LINE.
           WRITE LINEAGE-REPORT-LINE.

      * What a '?' entry means, under the report when there is one.
       WRITE-AMBIGUOUS-NOTE.
           IF WS-AMBIG-HITS > 0 THEN
               MOVE SPACES TO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               MOVE SPACES TO LINEAGE-REPORT-LINE
               STRING '? - possibly the game: its id at its arrival '
                   DELIMITED BY SIZE
                   'line on a later repair cycle, but the record '
                   DELIMITED BY SIZE
                   'names no day' DELIMITED BY SIZE
                   INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
               MOVE SPACES TO LINEAGE-REPORT-LINE
               STRING '    and game ' DELIMITED BY SIZE
                   WS-WANTED-GAME-ID DELIMITED BY SIZE
                   ' of another day arrived on the same line - not '
                   DELIMITED BY SIZE
                   'counted as this day''s lineage.' DELIMITED BY SIZE
                   INTO LINEAGE-REPORT-LINE
               WRITE LINEAGE-REPORT-LINE
           END-IF.
