      *     and a file listed twice all go on the report and drive
      *     the return code, so a hand-typed catch-up manifest that
      *     left a day off no longer ends clean at 0.
      *   - Month-end period lock: the pre-flight check warns when a
      *     manifest entry's day, or the original day a supplemental
      *     run repairs (named in DAY02_SUPPLEMENT_OF), sits in a
      *     period AOCDAY02P has closed - its figures will post to
      *     the open period as an adjustment. A supplemental run
      *     also logs itself on the period ledger so AOCDAY02P
      *     leaves its half-day out of the monthly rollup.
      *   - Re-sent content check: the pre-flight check takes a
      *     fingerprint of every manifest entry - line count, game-id
      *     hash total and cube-count hash total - and holds it
      *     against a register of the fingerprints already processed
      *     (and against the rest of the manifest). An entry whose
      *     content was already processed under another name is
      *     reported and held back, failing the run at 8, unless
      *     DAY02_RESEND_OVERRIDE=Y releases it for a deliberate
      *     rerun (reported, warning at 4).
      *   - Prior generations of the rebuilt outputs: at the end of
      *     a run that processed a file, the game master, report,
      *     extract, invalid-games listing and proposal feed it
      *     rebuilt are copied to a generation slot beside each file
      *     and catalogued under the history run number, keeping the
      *     run's own set and the DAY02_GENERATIONS (default 3) sets
      *     before it, so AOCDAY02G can put a good night's set back
      *     after a bad run.
      *   - Game lineage: every game now carries the input line it
      *     first arrived on and how many AOCDAY02R repair cycles it
      *     has been through, on the reject record, the game master
      *     and the history detail. A reprocess line leads with the
      *     lineage AOCDAY02R stamped on it, which is taken off the
      *     line before it is parsed, so a repaired game keeps its
      *     original line number - AOCDAY02N traces it from there.
      *   - Partitioned running for a day too big for one pass in the
      *     batch window: DAY02_PARTITION=nn runs one partition of the
      *     game-id ranges on the partition definition as a step of
      *     its own - its games, rejects, invalid games and partial
      *     totals go to its own work file, under its own checkpoint -
      *     and DAY02_PARTITION=MERGE combines the partitions' results
      *     back in input line order, validates the game-id sequence
      *     over the whole day, and writes the same single-day outputs
      *     one pass would have. The merge refuses results from
      *     another run, input or bag, or a partition that did not
      *     finish.
      *   - A supplemental run's closed-period check no longer passes
      *     quietly when DAY02_SUPPLEMENT_OF is not set: the original
      *     day is taken from the reject list the repair was built
      *     from (unless the list came off an earlier supplemental
      *     run, when it names only the reprocess file), and a day
      *     found neither way warns the night sheet at 4.
      *   - A supplemental run finds its original day up front and
      *     records a repaired line it turns away again against that
      *     day on the reject list, and names the day on its period
      *     ledger record, so later repair cycles and AOCDAY02N keep
      *     the game with its own day.
      *   - A rerun of a file under its own name is no longer held as
      *     a re-send when the register also has its content under
      *     another name.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO DYNAMIC WS-PERIOD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LDG-STATUS.

           SELECT FINGERPRINT-FILE ASSIGN TO DYNAMIC
           WS-FINGERPRINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FPR-STATUS.

           SELECT GENERATION-FILE ASSIGN TO DYNAMIC
           WS-GENERATION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENC-STATUS.

           SELECT GEN-SOURCE-FILE ASSIGN TO DYNAMIC
           WS-GEN-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GSRC-STATUS.

           SELECT GEN-COPY-FILE ASSIGN TO DYNAMIC
           WS-GEN-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GCPY-STATUS.

           SELECT PARTITION-FILE ASSIGN TO DYNAMIC
           WS-PARTITION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PTN-STATUS.

           SELECT PART-WORK-FILE ASSIGN TO DYNAMIC
           WS-PART-WORK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PWK-STATUS.

           SELECT PART-SORT-FILE ASSIGN TO DYNAMIC
           WS-PART-SORT-NAME.

       DATA DIVISION.
       FILE SECTION.
      * Specification to just parse raw sequential data. A line that
      * AOCDAY02R sent back for reprocessing leads with its lineage -
      * the original input line number, a space, the repair cycle
      * and ' : ' - ahead of the game text itself.
       FD INPUT-FILE.
       01 INPUT-LINE PIC X(2014).
       01 INPUT-LINEAGE-RECORD.
           05 INL-LINE-NO PIC X(08).
           05 INL-SEP1 PIC X(01).
           05 INL-CYCLE PIC X(02).
           05 INL-SEP2 PIC X(03).
           05 INL-TEXT PIC X(2000).

      * Per-game detail report, finishing with grand totals, the
      * cube-restocking summary and the invalid games listing.
      * reason, ' : ', the 100-byte input file name it came off (a
      * manifest run pools every file's rejects here, and a catch-up
      * needs to know which day's extract each one belongs to), then
      * ' : ', the game's lineage (original input line number, a
      * space and the repair cycles it has been through) and ' : ',
      * then the line itself. AOCDAY02R splits this record on those
      * fixed offsets.
       FD REJECT-FILE.
       01 REJECT-LINE PIC X(2160).

      * Listing of games that failed validation, with the colour and
      * round number that tripped the limit.
               07 CKPT-RED PIC 9(2).
               07 CKPT-GREEN PIC 9(2).
               07 CKPT-BLUE PIC 9(2).
           05 CKPT-ARRIVAL-LINE PIC 9(8).
           05 CKPT-REPAIR-CYCLE PIC 9(2).

      * External control totals, keyed by input file name, used to
      * reconcile WS-TOTAL1/WS-TOTAL2 at the end of the run.
           05 HIST-GAME-RED-MIN PIC 9(2).
           05 HIST-GAME-GREEN-MIN PIC 9(2).
           05 HIST-GAME-BLUE-MIN PIC 9(2).
           05 HIST-GAME-ARRIVAL-LINE PIC 9(8).
           05 HIST-GAME-REPAIR-CYCLE PIC 9(2).

      * Run audit trail - one record appended per execution, carrying
      * everything operations needs to reconstruct an overnight run
               07 GMAS-GREEN PIC 9(2).
               07 GMAS-BLUE PIC 9(2).
           05 GMAS-FILE-KEY PIC X(100).
           05 GMAS-ARRIVAL-LINE PIC 9(8).
           05 GMAS-REPAIR-CYCLE PIC 9(2).

      * Run tolerances parameter file - one fixed-width record: the
      * maximum acceptable reject count as a whole-number percentage

      * Opened INPUT and closed again purely to learn whether a
      * manifest entry actually exists on disk before the run
      * commits to it - the status is the answer. The fingerprint
      * reads it through, with a reprocess line's lineage laid out
      * as on INPUT-FILE.
       FD PROBE-FILE.
       01 PROBE-LINE PIC X(2014).
       01 PROBE-LINEAGE-RECORD.
           05 PRB-LINE-NO PIC X(08).
           05 PRB-SEP1 PIC X(01).
           05 PRB-CYCLE PIC X(02).
           05 PRB-SEP2 PIC X(03).
           05 PRB-TEXT PIC X(2000).

      * Cube price parameter file - one fixed-width record, pence
      * per cube of each colour, maintained through AOCDAY02M.
       FD EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(80).

      * Closed periods - one record per month AOCDAY02P has closed,
      * the month's official snapshot. Only the month and its
      * status matter here.
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

      * Period ledger read by AOCDAY02P - a supplemental run writes
      * an 'S' record per file so its half-day headers are left out
      * of the monthly rollup. Same layout AOCDAY02A appends its
      * closed-period adjustments in.
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

      * Content fingerprint register - one record appended per input
      * file processed, the first time its name and content are seen
      * together: the file name, the run that processed it, and the
      * three hash figures the pre-flight check compares.
       FD FINGERPRINT-FILE.
       01 FINGERPRINT-RECORD.
           05 FPR-KEY PIC X(100).
           05 FPR-RUN-NUMBER PIC 9(6).
           05 FPR-RUN-DATE PIC X(08).
           05 FPR-LINES PIC 9(8).
           05 FPR-ID-HASH PIC 9(15).
           05 FPR-CUBE-HASH PIC 9(15).

      * Generation catalogue - one record per output file kept, the
      * run it came from, the slot it sits in, its line count, the
      * live file name and the generation copy's name. Rewritten
      * whole at the end of each run, oldest run first. AOCDAY02G
      * lists and restores from it.
       FD GENERATION-FILE.
       01 GENERATION-RECORD.
           05 GEN-RUN-NUMBER PIC 9(6).
           05 GEN-RUN-DATE PIC X(08).
           05 GEN-RUN-TIME PIC X(06).
           05 GEN-SLOT PIC 9(2).
           05 GEN-FILE-TYPE PIC X(01).
           05 GEN-LINES PIC 9(8).
           05 GEN-CURRENT-NAME PIC X(100).
           05 GEN-COPY-NAME PIC X(100).

      * Any of the rebuilt outputs, copied line for line into its
      * generation slot - wide enough for the longest of them (the
      * game master record).
       FD GEN-SOURCE-FILE.
       01 GEN-SOURCE-LINE PIC X(512).

       FD GEN-COPY-FILE.
       01 GEN-COPY-LINE PIC X(512).

      * Partition definition for a partitioned run - one record per
      * partition: its number, then the lowest and highest game id
      * it scores. The first record is also the catch-all - a line
      * whose game id is outside every range, or cannot be read at
      * all, belongs to it.
       FD PARTITION-FILE.
       01 PARTITION-RECORD.
           05 PTN-REC-NO PIC X(02).
           05 PTN-REC-LOW-ID PIC X(04).
           05 PTN-REC-HIGH-ID PIC X(04).

      * One partition step's results, carried to the merge step -
      * each record tagged with the input line it belongs to and its
      * place in the step's own writing order:
      *   J  a reject record, exactly as the reject file takes it
      *   V  an invalid-games listing line
      *   G  a parsed game (see WS-PART-GAME)
      *   T  the trailer - the step's partial totals, restocking
      *      maximums and scenario tallies (see WS-PART-TRAILER),
      *      written last, so a step that died leaves none.
       FD PART-WORK-FILE.
       01 PART-WORK-RECORD.
           05 PWK-REC-TYPE PIC X(01).
           05 PWK-LINE-NO PIC 9(8).
           05 PWK-SEQ PIC 9(8).
           05 PWK-DATA PIC X(2160).

      * The merge step's sort of every partition's records back into
      * input line order - the order one unpartitioned pass would
      * have met them in.
       SD PART-SORT-FILE.
       01 PART-SORT-RECORD.
           05 PSRT-LINE-NO PIC 9(8).
           05 PSRT-PARTITION PIC 9(2).
           05 PSRT-SEQ PIC 9(8).
           05 PSRT-REC-TYPE PIC X(01).
           05 PSRT-DATA PIC X(2160).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-LINE PIC X(2000).
       01 WS-EOF PIC A(1).
           VALUE 'Day02Proposal.txt'.
       01 WS-STATUS-FILE-NAME PIC X(100)
           VALUE 'Day02Status.txt'.
       01 WS-PERIOD-FILE-NAME PIC X(100)
           VALUE 'Day02Periods.txt'.
       01 WS-LEDGER-FILE-NAME PIC X(100)
           VALUE 'Day02PeriodLedger.txt'.
       01 WS-FINGERPRINT-FILE-NAME PIC X(100)
           VALUE 'Day02Fingerprints.txt'.
       01 WS-GENERATION-FILE-NAME PIC X(100)
           VALUE 'Day02Generations.txt'.
       01 WS-GEN-SOURCE-NAME PIC X(100) VALUE SPACES.
       01 WS-GEN-COPY-NAME PIC X(100) VALUE SPACES.
       01 WS-PARTITION-FILE-NAME PIC X(100)
           VALUE 'Day02Partitions.txt'.
       01 WS-PART-WORK-BASE PIC X(100)
           VALUE 'Day02PartWork.txt'.
       01 WS-PART-WORK-NAME PIC X(100) VALUE SPACES.
       01 WS-PART-SORT-NAME PIC X(100)
           VALUE 'Day02PartSort.tmp'.

       01 WS-LIMITS-STATUS PIC X(02) VALUE '00'.
       01 WS-CKPT-STATUS PIC X(02) VALUE '00'.
       01 WS-PRICE-STATUS PIC X(02) VALUE '00'.
       01 WS-PROP-STATUS PIC X(02) VALUE '00'.
       01 WS-STS-STATUS PIC X(02) VALUE '00'.
       01 WS-PER-STATUS PIC X(02) VALUE '00'.
       01 WS-LDG-STATUS PIC X(02) VALUE '00'.
       01 WS-FPR-STATUS PIC X(02) VALUE '00'.
       01 WS-GENC-STATUS PIC X(02) VALUE '00'.
       01 WS-GSRC-STATUS PIC X(02) VALUE '00'.
       01 WS-GCPY-STATUS PIC X(02) VALUE '00'.
       01 WS-PTN-STATUS PIC X(02) VALUE '00'.
       01 WS-PWK-STATUS PIC X(02) VALUE '00'.

      * Heartbeat working items - the state the next rewrite will
      * carry and the stamp taken as it is written. A status file
       01 WS-PF-MISSING-COUNT PIC 9(4) VALUE 0.
       01 WS-PF-NODISK-COUNT PIC 9(4) VALUE 0.
       01 WS-PF-DUP-COUNT PIC 9(4) VALUE 0.
       01 WS-PF-CLOSED-COUNT PIC 9(4) VALUE 0.

      * Months AOCDAY02P has closed, for the pre-flight period lock
      * check. No period file means nothing is closed yet.
       01 WS-PER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-PER-EOF VALUE 'Y'.
       01 WS-MAX-CLOSED PIC S9(4) COMP VALUE 240.
       01 WS-CLOSED-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-CLOSED-SUB PIC S9(4) COMP.
       01 WS-CLOSED-PERIODS.
           03 WS-CLOSED-PERIOD OCCURS 240 TIMES PIC X(06).
       01 WS-CHECK-PERIOD PIC X(06) VALUE SPACES.
       01 WS-PERIOD-CLOSED-SW PIC X(1) VALUE 'N'.
           88 WS-PERIOD-CLOSED VALUE 'Y'.
      * The month a day belongs to is the month of its first history
      * header - found in one pass over the master for every
      * manifest entry, and for the original day a supplemental run
      * repairs.
       01 WS-SUPPLEMENT-OF PIC X(100) VALUE SPACES.
       01 WS-SUPP-OF-HOME PIC X(06) VALUE SPACES.
      * The original day the check holds a supplemental run against -
      * the one DAY02_SUPPLEMENT_OF names, else the one file the
      * reject list that fed the repair came off. A day found neither
      * way cannot be checked, and the night sheet is warned.
       01 WS-SUPP-CHECK-KEY PIC X(100) VALUE SPACES.
       01 WS-SUPP-SOURCE-SW PIC X(1) VALUE 'N'.
           88 WS-SUPP-FROM-REJECTS VALUE 'Y'.
           88 WS-SUPP-AMBIGUOUS VALUE 'M'.
           88 WS-SUPP-FROM-REPAIR VALUE 'R'.
       01 WS-SUPP-OWN-INPUT-SW PIC X(1) VALUE 'N'.
           88 WS-SUPP-OWN-INPUT VALUE 'Y'.
       01 WS-SUPP-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-SUPP-EOF VALUE 'Y'.
       01 WS-PF-SUPP-UNKNOWN-SW PIC X(1) VALUE 'N'.
           88 WS-PF-SUPP-UNKNOWN VALUE 'Y'.

      * Content fingerprinting - the figures for the file being
      * fingerprinted, built a line at a time off the probe read.
      * The game id is the number ahead of the ':' (text) or the
      * first '|' (delimited); the cube counts are every number
      * after it, less the round number of a delimited record.
      * Hash totals wrap rather than stop the run - they only ever
      * need to agree with themselves.
       01 WS-PF-RESEND-COUNT PIC 9(4) VALUE 0.
       01 WS-PF-RELEASED-COUNT PIC 9(4) VALUE 0.
       01 WS-RESEND-OVERRIDE-SW PIC X(1) VALUE 'N'.
           88 WS-RESEND-OVERRIDE VALUE 'Y'.
       01 WS-FP-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-FP-EOF VALUE 'Y'.
       01 WS-FP-LINES PIC 9(8) VALUE 0.
       01 WS-FP-ID-HASH PIC 9(15) VALUE 0.
       01 WS-FP-CUBE-HASH PIC 9(15) VALUE 0.
       01 WS-FP-LEN PIC S9(4) COMP VALUE 0.
       01 WS-FP-SPLIT PIC S9(4) COMP VALUE 0.
       01 WS-FP-SPLIT2 PIC S9(4) COMP VALUE 0.
       01 WS-FP-FROM PIC S9(4) COMP VALUE 0.
       01 WS-FP-TO PIC S9(4) COMP VALUE 0.
       01 WS-FP-POS PIC S9(4) COMP VALUE 0.
       01 WS-FP-DIGIT PIC 9(1) VALUE 0.
       01 WS-FP-NUM PIC 9(8) VALUE 0.
       01 WS-FP-RUN-SUM PIC 9(15) VALUE 0.
       01 WS-FP-HOLD-TEXT PIC X(2000) VALUE SPACES.
       01 WS-FP-EDIT PIC Z(14)9.
       01 WS-FP-EDIT2 PIC Z(14)9.
       01 WS-FP-OUTCOME PIC X(30) VALUE SPACES.

      * Output generations - how many sets before this run's own are
      * kept (DAY02_GENERATIONS, 0-20), the catalogue as loaded plus
      * this run's new entries, and which slots the kept runs hold.
      * A run's set goes in the first slot no kept run is using, so
      * the copies rotate through at most N+1 file names and nothing
      * ever has to be deleted.
       01 WS-GEN-KEEP PIC 9(2) VALUE 3.
       01 WS-GEN-KEEP-TEXT PIC X(2) JUSTIFIED RIGHT.
       01 WS-GEN-MAX PIC S9(4) COMP VALUE 200.
       01 WS-GEN-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-GEN-SUB PIC S9(4) COMP.
       01 WS-GEN-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-GEN-EOF VALUE 'Y'.
       01 WS-GSRC-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-GSRC-EOF VALUE 'Y'.
       01 WS-GEN-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 WS-GEN-OVERFLOW VALUE 'Y'.
       01 WS-GEN-TABLE.
           03 WS-GEN-ENTRY OCCURS 200 TIMES.
               05 GENT-RUN-NUMBER PIC 9(6).
               05 GENT-RUN-DATE PIC X(08).
               05 GENT-RUN-TIME PIC X(06).
               05 GENT-SLOT PIC 9(2).
               05 GENT-FILE-TYPE PIC X(01).
               05 GENT-LINES PIC 9(8).
               05 GENT-CURRENT-NAME PIC X(100).
               05 GENT-COPY-NAME PIC X(100).
               05 GENT-RUN-IDX PIC S9(4) COMP.
               05 GENT-KEEP-SW PIC X(1).
                   88 GENT-KEEP VALUE 'Y'.
      * Distinct runs on the catalogue, oldest first - only the
      * newest WS-GEN-KEEP of them survive this run.
       01 WS-GEN-RUN-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-GEN-RUN-SUB PIC S9(4) COMP.
       01 WS-GEN-RUNS.
           03 WS-GEN-RUN OCCURS 200 TIMES.
               05 GENR-RUN-NUMBER PIC 9(6).
               05 GENR-SLOT PIC 9(2).
       01 WS-GEN-SLOTS.
           03 WS-GEN-SLOT-USED OCCURS 99 TIMES PIC X(1).
       01 WS-GEN-SLOT PIC 9(2) VALUE 0.
       01 WS-GEN-TYPE PIC X(1) VALUE SPACE.
       01 WS-GEN-LINES PIC 9(8) VALUE 0.
       01 WS-GEN-COPY-OK-SW PIC X(1) VALUE 'N'.
           88 WS-GEN-COPY-OK VALUE 'Y'.
       01 WS-GEN-TAKEN PIC 9(1) VALUE 0.

      * Partitioned running - DAY02_PARTITION=nn makes this a
      * partition step, which reads the whole input but parses and
      * scores only the lines whose game id falls in partition nn's
      * range, and leaves its results on its own work file instead
      * of writing any of the day's outputs; DAY02_PARTITION=MERGE
      * makes it the merge step, which puts every partition's
      * results back together and writes the day's outputs exactly
      * as one unpartitioned run would have. Unset, the run is the
      * usual single pass.
       01 WS-PART-MODE-SW PIC X(1) VALUE 'N'.
           88 WS-PARTITION-STEP VALUE 'P'.
           88 WS-PARTITION-MERGE VALUE 'M'.
           88 WS-PARTITIONED VALUE 'P' 'M'.
       01 WS-PART-NO PIC 9(2) VALUE 0.
       01 WS-PART-NO-TEXT PIC X(2) JUSTIFIED RIGHT.
       01 WS-PART-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-PART-EOF VALUE 'Y'.
       01 WS-PART-ERRORS PIC 9(4) VALUE 0.
       01 WS-MAX-PARTS PIC S9(4) COMP VALUE 20.
       01 WS-PART-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-PART-SUB PIC S9(4) COMP.
       01 WS-PART-SUB2 PIC S9(4) COMP.
       01 WS-PART-MINE PIC S9(4) COMP VALUE 0.
      * The partition that owns the line in hand, found off its game
      * id - the first partition on file when the id is in no range
      * or did not parse.
       01 WS-PART-ROUTE-ID PIC 9(4) VALUE 0.
       01 WS-PART-OWNER PIC 9(2) VALUE 0.
       01 WS-PART-SEQ PIC 9(8) VALUE 0.
       01 WS-PART-LAST-TYPE PIC X(1) VALUE SPACE.
       01 WS-PART-LINES PIC 9(8) VALUE 0.
       01 WS-PART-SHOWN PIC 9(2) VALUE 0.
       01 WS-PART-GAMES PIC 9(5) VALUE 0.
       01 WS-PART-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-PART-FULL VALUE 'Y'.
       01 WS-PWK-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-PWK-FAILED VALUE 'Y'.
       01 WS-PARTITION-TABLE.
           03 WS-PARTITION OCCURS 20 TIMES.
               05 PTN-NO PIC 9(2).
               05 PTN-LOW-ID PIC 9(4).
               05 PTN-HIGH-ID PIC 9(4).
      *        The step's trailer, as the merge step read it.
               05 PTN-TRAILER PIC X(563).
      * A parsed game as a partition step hands it on - the WS-GAMES
      * entry less the line number, which leads the work record.
       01 WS-PART-GAME.
           05 PGM-GAME-ID PIC 9(4).
           05 PGM-DUP-SW PIC X(1).
           05 PGM-ARRIVAL-LINE PIC 9(8).
           05 PGM-REPAIR-CYCLE PIC 9(2).
           05 PGM-ROUND-COUNT PIC 9(2).
           05 PGM-ROUNDS OCCURS 50 TIMES.
               07 PGM-RED PIC 9(2).
               07 PGM-GREEN PIC 9(2).
               07 PGM-BLUE PIC 9(2).
      * A partition step's trailer - which partition, run and input
      * it covers, what it read, and its partial results, along with
      * the bag and scenarios it scored against, so the merge step
      * can refuse results that were not all scored alike.
       01 WS-PART-TRAILER.
           05 PTR-PARTITION PIC 9(2).
           05 PTR-LOW-ID PIC 9(4).
           05 PTR-HIGH-ID PIC 9(4).
           05 PTR-RUN-NUMBER PIC 9(6).
           05 PTR-KEY PIC X(100).
           05 PTR-FORMAT PIC X(1).
           05 PTR-LINES-READ PIC 9(8).
           05 PTR-GAME-COUNT PIC 9(4).
           05 PTR-REJECT-COUNT PIC 9(6).
           05 PTR-TOTAL1 PIC 9(8).
           05 PTR-TOTAL2 PIC 9(8).
           05 PTR-MAX-RED-MIN PIC 9(2).
           05 PTR-MAX-RED-GAME PIC 9(4).
           05 PTR-MAX-RED-LINE PIC 9(8).
           05 PTR-MAX-GREEN-MIN PIC 9(2).
           05 PTR-MAX-GREEN-GAME PIC 9(4).
           05 PTR-MAX-GREEN-LINE PIC 9(8).
           05 PTR-MAX-BLUE-MIN PIC 9(2).
           05 PTR-MAX-BLUE-GAME PIC 9(4).
           05 PTR-MAX-BLUE-LINE PIC 9(8).
           05 PTR-RESUMED PIC X(1).
           05 PTR-TABLE-FULL PIC X(1).
           05 PTR-RED-LIMIT PIC 9(2).
           05 PTR-GREEN-LIMIT PIC 9(2).
           05 PTR-BLUE-LIMIT PIC 9(2).
           05 PTR-SCEN-COUNT PIC 9(2).
           05 PTR-SCENS OCCURS 20 TIMES.
               07 PTR-SCEN-RED PIC 9(2).
               07 PTR-SCEN-GREEN PIC 9(2).
               07 PTR-SCEN-BLUE PIC 9(2).
               07 PTR-SCEN-VALID PIC 9(4).
               07 PTR-SCEN-TOTAL1 PIC 9(8).

      * Which format the current file cycle reads - 'T' the classic
      * text lines, 'D' the upstream's pipe-delimited round feed.
      * carries the NEXT game's first round, which must not be what
      * a table-full reject of the flushed game shows.
       01 WS-DELIM-HOLD-LINE PIC X(2000) VALUE SPACES.
      * The lineage of the flushed game's first record, and the
      * buffered record's own while a table-full reject goes out.
       01 WS-DELIM-FIRST-ARRIVAL PIC 9(8) VALUE 0.
       01 WS-DELIM-FIRST-CYCLE PIC 9(2) VALUE 0.
       01 WS-DELIM-HOLD-ARRIVAL PIC 9(8) VALUE 0.
       01 WS-DELIM-HOLD-CYCLE PIC 9(2) VALUE 0.

      * Lineage of the line in hand - the input line the game first
      * arrived on and the repair cycles it has been through. A line
      * read straight off the day's extract arrived on the line just
      * read, at cycle 0; a reprocess line carries its own.
       01 WS-LINEAGE-LINE PIC 9(8) VALUE 0.
       01 WS-LINEAGE-CYCLE PIC 9(2) VALUE 0.

      * Delimited-record parsing - each field lands in text, is
      * trimmed, justified, zero-filled and NUMERIC-tested before it
      *        'T' the classic text lines, 'D' the upstream's
      *        pipe-delimited round feed.
               05 MFEST-FORMAT PIC X(1).
      *        The month of the file's first history header, if it
      *        has been processed before - see FIND-HOME-PERIODS.
               05 MFEST-HOME-PERIOD PIC X(06).
      *        Content fingerprint, and what the register made of it
      *        - already registered under this same name (a rerun,
      *        nothing to add), or matching another name's content
      *        (a re-send), held back unless the override is set.
               05 MFEST-FP-LINES PIC 9(8).
               05 MFEST-FP-ID-HASH PIC 9(15).
               05 MFEST-FP-CUBE-HASH PIC 9(15).
               05 MFEST-FP-KNOWN-SW PIC X(1).
                   88 MFEST-FP-KNOWN VALUE 'Y'.
               05 MFEST-FP-MATCH-KEY PIC X(100).
               05 MFEST-FP-MATCH-RUN PIC 9(6).
               05 MFEST-HELD-SW PIC X(1).
                   88 MFEST-HELD VALUE 'Y'.

      * Cross-file grand totals for the consolidated summary and the
      * end-of-run console lines.
           88 WS-PARSE-ERROR-FOUND VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(40) VALUE SPACES.
       01 WS-REJECT-COUNT PIC 9(6) COMP VALUE 0.
       01 WS-REJECT-TEXT PIC X(2160) VALUE SPACES.
      * The file a reject is recorded against - the input it came
      * off, except that a repaired line turned away again by a
      * supplemental run is recorded against the original day, so
      * its next repair cycle and AOCDAY02N still know whose it is.
       01 WS-REJECT-FILE-KEY PIC X(100) VALUE SPACES.

      * Table size control - a safe, checked upper bound rather than
      * a silent subscript overrun.
       01 WS-GREEN-MIN PIC 9(2) VALUE 0.
       01 WS-BLUE-MIN PIC 9(2) VALUE 0.
       01 WS-POWER PIC 9(4) VALUE 0.
       01 WS-INVALID-TEXT PIC X(80) VALUE SPACES.
      * Sized to the 2000-game ceiling (WS-MAX-GAMES) times the widest
      * possible per-game id/power, not the old, much smaller example
      * file sizes, so volume alone cannot silently wrap these.
               05 SCEN-TOTAL1 PIC 9(8).

      * Cube-restocking summary - the highest minimum seen for each
      * colour across the whole run, and which game drove it. The
      * game's input line settles a tie between partitions the way
      * one pass settles it - the earliest line keeps it.
       01 WS-MAX-RED-MIN PIC 9(2) VALUE 0.
       01 WS-MAX-RED-GAME PIC 9(4) VALUE 0.
       01 WS-MAX-RED-LINE PIC 9(8) VALUE 0.
       01 WS-MAX-GREEN-MIN PIC 9(2) VALUE 0.
       01 WS-MAX-GREEN-GAME PIC 9(4) VALUE 0.
       01 WS-MAX-GREEN-LINE PIC 9(8) VALUE 0.
       01 WS-MAX-BLUE-MIN PIC 9(2) VALUE 0.
       01 WS-MAX-BLUE-GAME PIC 9(4) VALUE 0.
       01 WS-MAX-BLUE-LINE PIC 9(8) VALUE 0.

      * Checkpoint/restart around the main READ loop.
       01 WS-LINES-READ PIC 9(8) COMP VALUE 0.
               05 GAME-LINE-NO PIC 9(8).
               05 GAME-DUP-SW PIC X(1).
                   88 GAME-IS-DUP VALUE 'Y'.
      *        Where the game first arrived - its original input line
      *        and repair cycle, which differ from GAME-LINE-NO only
      *        for a game AOCDAY02R sent back.
               05 GAME-ARRIVAL-LINE PIC 9(8).
               05 GAME-REPAIR-CYCLE PIC 9(2).
      *        Actual round count for this game, bounded by
      *        WS-MAX-ROUNDS - see PARSE-GAME-ROUNDS. WS-ROUNDS itself
      *        is a fixed OCCURS (not a second DEPENDING ON) because a
           PERFORM LOAD-CUBE-PRICES.
           PERFORM LOAD-TOLERANCES.
           PERFORM LOAD-MANIFEST.
           IF WS-PARTITIONED THEN
               PERFORM LOAD-PARTITIONS
           END-IF.
           IF WS-SUPPLEMENTAL THEN
               PERFORM FIND-SUPPLEMENT-DAY
           END-IF.
           PERFORM FIND-CHECKPOINT-TARGET.
           IF WS-PARTITION-STEP THEN
               PERFORM RUN-PARTITION-STEP
           END-IF.
           IF WS-PARTITION-MERGE THEN
               PERFORM CHECK-PARTITION-RESULTS
           END-IF.
           PERFORM WRITE-REPORT-OPEN.
           PERFORM PRE-FLIGHT-CHECK.
           PERFORM PROCESS-ONE-FILE
               UNTIL WS-MFEST-SUB > WS-MFEST-COUNT.
           PERFORM RESET-CHECKPOINT.
           PERFORM WRITE-REPORT-SUMMARY.
           PERFORM KEEP-GENERATIONS.

      *    Close the heartbeat so the console answer is "finished",
      *    not a stale last interval.
               MOVE 0 TO MFEST-TOTAL1(WS-MFEST-SUB)
               MOVE 0 TO MFEST-TOTAL2(WS-MFEST-SUB)
               MOVE 'MISSING' TO MFEST-RECON(WS-MFEST-SUB)
      *    Likewise an entry whose content pre-flight found already
      *    processed under another name - scoring it would count a
      *    day twice.
           ELSE IF MFEST-HELD(WS-MFEST-SUB) THEN
               MOVE 0 TO MFEST-GAMES(WS-MFEST-SUB)
               MOVE 0 TO MFEST-REJECTS(WS-MFEST-SUB)
               MOVE 0 TO MFEST-TOTAL1(WS-MFEST-SUB)
               MOVE 0 TO MFEST-TOTAL2(WS-MFEST-SUB)
               MOVE 'HELD' TO MFEST-RECON(WS-MFEST-SUB)
           ELSE
               PERFORM PROCESS-LIVE-FILE
           END-IF.
           MOVE MFEST-FORMAT(WS-MFEST-SUB) TO WS-INPUT-FORMAT.
           PERFORM PREPARE-FILE-CYCLE.
           PERFORM WRITE-STATUS-FILE.
      *    The merge step has the partitions' games and partial
      *    totals instead of a read and a scoring pass of its own -
      *    but the id sequence is validated over the whole day, so
      *    a duplicate or gap across a partition boundary is found
      *    as one pass would find it.
           IF WS-PARTITION-MERGE THEN
               PERFORM MERGE-PARTITIONS
               PERFORM VALIDATE-GAME-SEQUENCE
           ELSE
               PERFORM CHECK-RESTART
               PERFORM READ-INPUT-FILE
               PERFORM VALIDATE-GAME-SEQUENCE
               PERFORM SCORE-GAMES
           END-IF.
           PERFORM RECONCILE-CONTROL-TOTAL.
           PERFORM WRITE-REPORT-FILE-SECTION.
           PERFORM WRITE-EXTRACT.
           PERFORM WRITE-PROPOSAL.
           PERFORM WRITE-HISTORY.
           IF WS-SUPPLEMENTAL THEN
               PERFORM WRITE-PERIOD-LEDGER
           END-IF.
           PERFORM WRITE-FINGERPRINT.
           PERFORM WRITE-GAME-MASTER.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM EVALUATE-FILE-RC.
           MOVE 0 TO WS-MAX-GREEN-GAME.
           MOVE 0 TO WS-MAX-BLUE-MIN.
           MOVE 0 TO WS-MAX-BLUE-GAME.
           MOVE 0 TO WS-MAX-RED-LINE.
           MOVE 0 TO WS-MAX-GREEN-LINE.
           MOVE 0 TO WS-MAX-BLUE-LINE.
           MOVE 0 TO WS-VARIANCE1.
           MOVE 0 TO WS-VARIANCE2.
           MOVE 0 TO WS-CTL-EXP-TOTAL1.
               MOVE 0 TO SCEN-TOTAL1(WS-SCEN-SUB)
           END-PERFORM.

      * The partition definition, for either kind of partitioned
      * step. Nothing runs on a definition that does not validate -
      * two partitions taking the same ids would score them twice,
      * and the merge step could not tell.
       LOAD-PARTITIONS.
           MOVE 0 TO WS-PART-ERRORS.
           MOVE 0 TO WS-PART-COUNT.
           IF WS-MFEST-COUNT > 1 THEN
               DISPLAY "AOCDAY02: a partitioned run takes one input "
                   "file, not a manifest of several."
               ADD 1 TO WS-PART-ERRORS
           END-IF.
           MOVE 'N' TO WS-PART-EOF-SW.
           OPEN INPUT PARTITION-FILE.
           IF WS-PTN-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02: partition definition "
                   FUNCTION TRIM(WS-PARTITION-FILE-NAME)
                   " could not be opened (status " WS-PTN-STATUS
                   ")."
               ADD 1 TO WS-PART-ERRORS
           ELSE
               PERFORM UNTIL WS-PART-EOF
                   READ PARTITION-FILE
                       AT END SET WS-PART-EOF TO TRUE
                       NOT AT END
                           IF PARTITION-RECORD NOT = SPACES THEN
                               PERFORM STAGE-PARTITION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTITION-FILE
               IF WS-PART-COUNT = 0 AND WS-PART-ERRORS = 0 THEN
                   DISPLAY "AOCDAY02: partition definition "
                       FUNCTION TRIM(WS-PARTITION-FILE-NAME)
                       " defines no partitions."
                   ADD 1 TO WS-PART-ERRORS
               END-IF
           END-IF.
           PERFORM CHECK-PARTITION-OVERLAPS.
           IF WS-PARTITION-STEP THEN
               MOVE 0 TO WS-PART-MINE
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
                   IF PTN-NO(WS-PART-SUB) = WS-PART-NO THEN
                       MOVE WS-PART-SUB TO WS-PART-MINE
                   END-IF
               END-PERFORM
               IF WS-PART-MINE = 0 THEN
                   DISPLAY "AOCDAY02: DAY02_PARTITION must be MERGE "
                       "or a partition number on "
                       FUNCTION TRIM(WS-PARTITION-FILE-NAME) "."
                   ADD 1 TO WS-PART-ERRORS
               END-IF
           END-IF.
           IF WS-PART-ERRORS > 0 THEN
               DISPLAY "AOCDAY02: " WS-PART-ERRORS " problem(s) with "
                   "the partitioned run - nothing processed."
               MOVE 8 TO WS-RUN-RC
               PERFORM FINISH-RETURN-CODE
               STOP RUN
           END-IF.
      *    A partition step keeps its own checkpoint beside the usual
      *    one, so the steps never restart from each other's.
           IF WS-PARTITION-STEP THEN
               PERFORM BUILD-PART-WORK-NAME
               MOVE WS-CHECKPOINT-FILE-NAME TO WS-ENV-TMP
               MOVE SPACES TO WS-CHECKPOINT-FILE-NAME
               STRING FUNCTION TRIM(WS-ENV-TMP) DELIMITED BY SIZE
                   '.P' DELIMITED BY SIZE
                   WS-PART-NO DELIMITED BY SIZE
                   INTO WS-CHECKPOINT-FILE-NAME
           END-IF.

      * One definition record into the partition table - a number
      * 01-99 and a game-id range inside 1-9999.
       STAGE-PARTITION-ENTRY.
           IF PTN-REC-NO IS NOT NUMERIC
               OR PTN-REC-LOW-ID IS NOT NUMERIC
               OR PTN-REC-HIGH-ID IS NOT NUMERIC THEN
               DISPLAY "AOCDAY02: partition record '"
                   PARTITION-RECORD "' is not a partition number "
                   "and a low and high game id."
               ADD 1 TO WS-PART-ERRORS
           ELSE IF PTN-REC-NO = '00' OR PTN-REC-LOW-ID = '0000'
               OR PTN-REC-LOW-ID > PTN-REC-HIGH-ID THEN
               DISPLAY "AOCDAY02: partition record '"
                   PARTITION-RECORD "' has a zero number or id, or "
                   "its low id above its high id."
               ADD 1 TO WS-PART-ERRORS
           ELSE IF WS-PART-COUNT >= WS-MAX-PARTS THEN
               DISPLAY "AOCDAY02: more than " WS-MAX-PARTS
                   " partitions defined."
               ADD 1 TO WS-PART-ERRORS
           ELSE
               ADD 1 TO WS-PART-COUNT
               MOVE PTN-REC-NO TO PTN-NO(WS-PART-COUNT)
               MOVE PTN-REC-LOW-ID TO PTN-LOW-ID(WS-PART-COUNT)
               MOVE PTN-REC-HIGH-ID TO PTN-HIGH-ID(WS-PART-COUNT)
               MOVE SPACES TO PTN-TRAILER(WS-PART-COUNT)
           END-IF.

      * Every pair of partitions - a number used twice, or two ranges
      * sharing an id, stops the run.
       CHECK-PARTITION-OVERLAPS.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
               PERFORM VARYING WS-PART-SUB2 FROM WS-PART-SUB BY 1
                   UNTIL WS-PART-SUB2 > WS-PART-COUNT
                   IF WS-PART-SUB2 > WS-PART-SUB THEN
                       IF PTN-NO(WS-PART-SUB2) = PTN-NO(WS-PART-SUB)
                           DISPLAY "AOCDAY02: partition "
                               PTN-NO(WS-PART-SUB)
                               " is defined twice."
                           ADD 1 TO WS-PART-ERRORS
                       END-IF
                       IF PTN-LOW-ID(WS-PART-SUB) <=
                           PTN-HIGH-ID(WS-PART-SUB2)
                           AND PTN-LOW-ID(WS-PART-SUB2) <=
                           PTN-HIGH-ID(WS-PART-SUB) THEN
                           DISPLAY "AOCDAY02: partitions "
                               PTN-NO(WS-PART-SUB) " and "
                               PTN-NO(WS-PART-SUB2)
                               " share game ids."
                           ADD 1 TO WS-PART-ERRORS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A partition's work file is named after the usual one with
      * the partition number on the end.
       BUILD-PART-WORK-NAME.
           MOVE SPACES TO WS-PART-WORK-NAME.
           STRING FUNCTION TRIM(WS-PART-WORK-BASE) DELIMITED BY SIZE
               '.P' DELIMITED BY SIZE
               WS-PART-NO DELIMITED BY SIZE
               INTO WS-PART-WORK-NAME.

      * A partition step end to end - its share of the input parsed
      * and scored onto its work file, its checkpoint cleared and
      * the heartbeat closed. None of the day's outputs is touched;
      * the merge step writes them all.
       RUN-PARTITION-STEP.
           MOVE 1 TO WS-MFEST-SUB.
           PERFORM PROCESS-PARTITION-FILE.
           IF WS-RUN-RC < 8 THEN
               PERFORM RESET-CHECKPOINT
           END-IF.
           MOVE 'DONE' TO WS-STS-STATE.
           PERFORM WRITE-STATUS-FILE.
           PERFORM FINISH-RETURN-CODE.
           STOP RUN.

      * The read, id sequence validation and scoring of one pass,
      * over this partition's lines only, with every result going
      * to the work file - the games, then the trailer. A partition
      * step that dies before the trailer leaves results the merge
      * step will not take.
       PROCESS-PARTITION-FILE.
           MOVE MFEST-FILE-NAME(1) TO WS-INPUT-FILE-NAME.
           MOVE MFEST-FORMAT(1) TO WS-INPUT-FORMAT.
           MOVE WS-INPUT-FILE-NAME TO WS-PROBE-FILE-NAME.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02: partition " WS-PART-NO " - "
                   FUNCTION TRIM(WS-INPUT-FILE-NAME)
                   " could not be opened (status " WS-PROBE-STATUS
                   ") - nothing scored."
               MOVE 8 TO WS-RUN-RC
           ELSE
               CLOSE PROBE-FILE
               PERFORM PREPARE-FILE-CYCLE
               PERFORM WRITE-STATUS-FILE
               MOVE 0 TO WS-PART-SEQ
               OPEN OUTPUT PART-WORK-FILE
               IF WS-PWK-STATUS NOT = '00' THEN
                   DISPLAY "AOCDAY02: partition " WS-PART-NO " - "
                       FUNCTION TRIM(WS-PART-WORK-NAME)
                       " could not be opened (status " WS-PWK-STATUS
                       ") - nothing scored."
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM CHECK-RESTART
                   PERFORM READ-INPUT-FILE
                   PERFORM VALIDATE-GAME-SEQUENCE
                   PERFORM SCORE-GAMES
                   PERFORM WRITE-PARTITION-GAMES
                   IF NOT WS-PWK-FAILED THEN
                       PERFORM WRITE-PARTITION-TRAILER
                   END-IF
                   CLOSE PART-WORK-FILE
                   MOVE WS-GAME-COUNT TO WS-PART-GAMES
                   DISPLAY "AOCDAY02: partition " WS-PART-NO
                       " (game ids " PTN-LOW-ID(WS-PART-MINE) "-"
                       PTN-HIGH-ID(WS-PART-MINE) ") of "
                       FUNCTION TRIM(WS-INPUT-FILE-NAME) " - "
                       WS-LINES-READ " line(s) read, " WS-PART-GAMES
                       " game(s), " WS-REJECT-COUNT " reject(s)."
               END-IF
           END-IF.

      * Every game the partition parsed, duplicated copies included -
      * the merge step validates the id sequence over the whole day
      * and needs them all.
       WRITE-PARTITION-GAMES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GAME-COUNT
               MOVE SPACES TO WS-PART-GAME
               MOVE GAME-ID(WS-SUB) TO PGM-GAME-ID
               MOVE GAME-DUP-SW(WS-SUB) TO PGM-DUP-SW
               MOVE GAME-ARRIVAL-LINE(WS-SUB) TO PGM-ARRIVAL-LINE
               MOVE GAME-REPAIR-CYCLE(WS-SUB) TO PGM-REPAIR-CYCLE
               MOVE WS-ROUND-COUNT(WS-SUB) TO PGM-ROUND-COUNT
               PERFORM VARYING WS-RSUB FROM 1 BY 1
                   UNTIL WS-RSUB > WS-ROUND-COUNT(WS-SUB)
                   MOVE RED(WS-SUB, WS-RSUB) TO PGM-RED(WS-RSUB)
                   MOVE GREEN(WS-SUB, WS-RSUB) TO PGM-GREEN(WS-RSUB)
                   MOVE BLUE(WS-SUB, WS-RSUB) TO PGM-BLUE(WS-RSUB)
               END-PERFORM
               MOVE 'G' TO PWK-REC-TYPE
               MOVE GAME-LINE-NO(WS-SUB) TO PWK-LINE-NO
               MOVE WS-PART-GAME TO PWK-DATA
               PERFORM WRITE-PARTITION-RECORD
           END-PERFORM.

      * The partition's partial results, and what it scored against.
       WRITE-PARTITION-TRAILER.
           MOVE SPACES TO WS-PART-TRAILER.
           MOVE WS-PART-NO TO PTR-PARTITION.
           MOVE PTN-LOW-ID(WS-PART-MINE) TO PTR-LOW-ID.
           MOVE PTN-HIGH-ID(WS-PART-MINE) TO PTR-HIGH-ID.
           MOVE WS-RUN-NUMBER TO PTR-RUN-NUMBER.
           MOVE WS-INPUT-FILE-NAME TO PTR-KEY.
           MOVE WS-INPUT-FORMAT TO PTR-FORMAT.
           MOVE WS-LINES-READ TO PTR-LINES-READ.
           MOVE WS-GAME-COUNT TO PTR-GAME-COUNT.
           MOVE WS-REJECT-COUNT TO PTR-REJECT-COUNT.
           MOVE WS-TOTAL1 TO PTR-TOTAL1.
           MOVE WS-TOTAL2 TO PTR-TOTAL2.
           MOVE WS-MAX-RED-MIN TO PTR-MAX-RED-MIN.
           MOVE WS-MAX-RED-GAME TO PTR-MAX-RED-GAME.
           MOVE WS-MAX-RED-LINE TO PTR-MAX-RED-LINE.
           MOVE WS-MAX-GREEN-MIN TO PTR-MAX-GREEN-MIN.
           MOVE WS-MAX-GREEN-GAME TO PTR-MAX-GREEN-GAME.
           MOVE WS-MAX-GREEN-LINE TO PTR-MAX-GREEN-LINE.
           MOVE WS-MAX-BLUE-MIN TO PTR-MAX-BLUE-MIN.
           MOVE WS-MAX-BLUE-GAME TO PTR-MAX-BLUE-GAME.
           MOVE WS-MAX-BLUE-LINE TO PTR-MAX-BLUE-LINE.
           MOVE WS-RESUMED-SW TO PTR-RESUMED.
           MOVE WS-PART-FULL-SW TO PTR-TABLE-FULL.
           MOVE WS-RED-LIMIT TO PTR-RED-LIMIT.
           MOVE WS-GREEN-LIMIT TO PTR-GREEN-LIMIT.
           MOVE WS-BLUE-LIMIT TO PTR-BLUE-LIMIT.
           MOVE WS-SCENARIO-COUNT TO PTR-SCEN-COUNT.
           PERFORM VARYING WS-SCEN-SUB FROM 1 BY 1
               UNTIL WS-SCEN-SUB > WS-SCENARIO-COUNT
               MOVE SCEN-RED(WS-SCEN-SUB) TO PTR-SCEN-RED(WS-SCEN-SUB)
               MOVE SCEN-GREEN(WS-SCEN-SUB)
                   TO PTR-SCEN-GREEN(WS-SCEN-SUB)
               MOVE SCEN-BLUE(WS-SCEN-SUB)
                   TO PTR-SCEN-BLUE(WS-SCEN-SUB)
               MOVE SCEN-VALID-COUNT(WS-SCEN-SUB)
                   TO PTR-SCEN-VALID(WS-SCEN-SUB)
               MOVE SCEN-TOTAL1(WS-SCEN-SUB)
                   TO PTR-SCEN-TOTAL1(WS-SCEN-SUB)
           END-PERFORM.
           MOVE 'T' TO PWK-REC-TYPE.
           MOVE 0 TO PWK-LINE-NO.
           MOVE WS-PART-TRAILER TO PWK-DATA.
           PERFORM WRITE-PARTITION-RECORD.

      * One record onto the work file, numbered in writing order. A
      * failed write costs the partition its trailer, so the merge
      * step refuses the results rather than merge a short set.
       WRITE-PARTITION-RECORD.
           ADD 1 TO WS-PART-SEQ.
           MOVE WS-PART-SEQ TO PWK-SEQ.
           WRITE PART-WORK-RECORD.
           IF WS-PWK-STATUS NOT = '00' AND NOT WS-PWK-FAILED THEN
               SET WS-PWK-FAILED TO TRUE
               MOVE 8 TO WS-RUN-RC
               DISPLAY "AOCDAY02: write to "
                   FUNCTION TRIM(WS-PART-WORK-NAME)
                   " failed (status " WS-PWK-STATUS ") - partition "
                   WS-PART-NO " results are incomplete."
           END-IF.

      * Before the merge step writes anything, every partition on the
      * definition must have finished its step against this same
      * input, run and bag - otherwise the day's outputs are left as
      * they are and the run fails.
       CHECK-PARTITION-RESULTS.
           MOVE 0 TO WS-PART-ERRORS.
           MOVE 0 TO WS-PART-GAMES.
           MOVE 0 TO WS-PART-LINES.
           PERFORM CHECK-PARTITION-RESULT
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT.
      *    One pass rejects the games past the table's capacity in
      *    line order, which partitions scored apart cannot do.
           IF WS-PART-ERRORS = 0 THEN
               IF WS-PART-GAMES > WS-MAX-GAMES OR WS-PART-FULL THEN
                   DISPLAY "AOCDAY02: the partitions hold more than "
                       WS-MAX-GAMES " games between them - run the "
                       "day unpartitioned."
                   ADD 1 TO WS-PART-ERRORS
               END-IF
           END-IF.
           IF WS-PART-ERRORS > 0 THEN
               DISPLAY "AOCDAY02: " WS-PART-ERRORS " problem(s) with "
                   "the partition results - nothing merged, the "
                   "day's outputs are untouched."
               MOVE 8 TO WS-RUN-RC
               PERFORM FINISH-RETURN-CODE
               STOP RUN
           END-IF.

      * One partition's work file read through for its trailer, which
      * has to be the last record on it.
       CHECK-PARTITION-RESULT.
           MOVE PTN-NO(WS-PART-SUB) TO WS-PART-NO.
           PERFORM BUILD-PART-WORK-NAME.
           MOVE SPACE TO WS-PART-LAST-TYPE.
           MOVE 'N' TO WS-PART-EOF-SW.
           OPEN INPUT PART-WORK-FILE.
           IF WS-PWK-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02: partition " WS-PART-NO " results "
                   FUNCTION TRIM(WS-PART-WORK-NAME)
                   " could not be opened (status " WS-PWK-STATUS
                   ") - has its step run?"
               ADD 1 TO WS-PART-ERRORS
           ELSE
               PERFORM UNTIL WS-PART-EOF
                   READ PART-WORK-FILE
                       AT END SET WS-PART-EOF TO TRUE
                       NOT AT END
                           MOVE PWK-REC-TYPE TO WS-PART-LAST-TYPE
                           IF PWK-REC-TYPE = 'T' THEN
                               MOVE PWK-DATA
                                   TO PTN-TRAILER(WS-PART-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-WORK-FILE
               IF WS-PART-LAST-TYPE NOT = 'T' THEN
                   DISPLAY "AOCDAY02: partition " WS-PART-NO
                       " results are incomplete - its step did not "
                       "finish; rerun it."
                   ADD 1 TO WS-PART-ERRORS
               ELSE
                   MOVE PTN-TRAILER(WS-PART-SUB) TO WS-PART-TRAILER
                   PERFORM CHECK-PARTITION-TRAILER
               END-IF
           END-IF.

      * The trailer held against this run - same partition range,
      * same run number (a partition left over from an earlier night
      * carries an older one), same input and format, same bag and
      * scenarios, and the same line count as the other partitions,
      * since every partition reads the whole input.
       CHECK-PARTITION-TRAILER.
           IF PTR-RUN-NUMBER IS NOT NUMERIC
               OR PTR-LINES-READ IS NOT NUMERIC
               OR PTR-SCEN-COUNT IS NOT NUMERIC THEN
               DISPLAY "AOCDAY02: partition " WS-PART-NO
                   " trailer does not validate - rerun its step."
               ADD 1 TO WS-PART-ERRORS
           ELSE IF PTR-PARTITION NOT = PTN-NO(WS-PART-SUB)
               OR PTR-LOW-ID NOT = PTN-LOW-ID(WS-PART-SUB)
               OR PTR-HIGH-ID NOT = PTN-HIGH-ID(WS-PART-SUB) THEN
               DISPLAY "AOCDAY02: partition " WS-PART-NO
                   " was scored under a different partition "
                   "definition - rerun its step."
               ADD 1 TO WS-PART-ERRORS
           ELSE IF PTR-RUN-NUMBER NOT = WS-RUN-NUMBER THEN
               DISPLAY "AOCDAY02: partition " WS-PART-NO
                   " results belong to run " PTR-RUN-NUMBER
                   ", not this run " WS-RUN-NUMBER " - rerun its "
                   "step."
               ADD 1 TO WS-PART-ERRORS
           ELSE IF PTR-KEY NOT = MFEST-FILE-NAME(1)
               OR PTR-FORMAT NOT = MFEST-FORMAT(1) THEN
               DISPLAY "AOCDAY02: partition " WS-PART-NO
                   " scored " FUNCTION TRIM(PTR-KEY) " (format "
                   PTR-FORMAT "), not this run's input - rerun its "
                   "step."
               ADD 1 TO WS-PART-ERRORS
           ELSE
               PERFORM CHECK-PARTITION-BAG
               IF WS-PART-SUB = 1 THEN
                   MOVE PTR-LINES-READ TO WS-PART-LINES
               END-IF
               IF PTR-LINES-READ NOT = WS-PART-LINES THEN
                   DISPLAY "AOCDAY02: partition " WS-PART-NO
                       " read " PTR-LINES-READ " line(s), partition "
                       PTN-NO(1) " read " WS-PART-LINES
                       " - the input changed between steps."
                   ADD 1 TO WS-PART-ERRORS
               END-IF
               ADD PTR-GAME-COUNT TO WS-PART-GAMES
               IF PTR-TABLE-FULL = 'Y' THEN
                   SET WS-PART-FULL TO TRUE
               END-IF
           END-IF.

      * The cube limits and every scenario's bag the partition scored
      * against, which the merged totals and tallies assume are this
      * run's own.
       CHECK-PARTITION-BAG.
           MOVE 'N' TO WS-PART-EOF-SW.
           IF PTR-RED-LIMIT NOT = WS-RED-LIMIT
               OR PTR-GREEN-LIMIT NOT = WS-GREEN-LIMIT
               OR PTR-BLUE-LIMIT NOT = WS-BLUE-LIMIT
               OR PTR-SCEN-COUNT NOT = WS-SCENARIO-COUNT THEN
               SET WS-PART-EOF TO TRUE
           ELSE
               PERFORM VARYING WS-SCEN-SUB FROM 1 BY 1
                   UNTIL WS-SCEN-SUB > WS-SCENARIO-COUNT
                   IF PTR-SCEN-RED(WS-SCEN-SUB)
                       NOT = SCEN-RED(WS-SCEN-SUB)
                       OR PTR-SCEN-GREEN(WS-SCEN-SUB)
                       NOT = SCEN-GREEN(WS-SCEN-SUB)
                       OR PTR-SCEN-BLUE(WS-SCEN-SUB)
                       NOT = SCEN-BLUE(WS-SCEN-SUB) THEN
                       SET WS-PART-EOF TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PART-EOF THEN
               DISPLAY "AOCDAY02: partition " WS-PART-NO
                   " was scored against different cube limits or "
                   "scenarios - rerun its step."
               ADD 1 TO WS-PART-ERRORS
           END-IF.

      * The merge step's stand-in for the read and the scoring pass -
      * the partial totals, restocking maximums and scenario tallies
      * combined off the trailers, then every partition's games,
      * rejects and invalid-game lines sorted back into input line
      * order: the games into WS-GAMES, the rejects onto the reject
      * list and the invalid games onto their listing, in the order
      * one pass would have put them there.
       MERGE-PARTITIONS.
           PERFORM COMBINE-PARTITION-TRAILER
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT.
           SORT PART-SORT-FILE
               ON ASCENDING KEY PSRT-LINE-NO PSRT-PARTITION PSRT-SEQ
               INPUT PROCEDURE IS RELEASE-PARTITION-RECORDS
               OUTPUT PROCEDURE IS RETURN-MERGED-RECORDS.
           MOVE WS-GAME-COUNT TO WS-PART-GAMES.
           MOVE WS-PART-COUNT TO WS-PART-SHOWN.
           DISPLAY "AOCDAY02: " WS-PART-SHOWN " partition(s) of "
               FUNCTION TRIM(WS-INPUT-FILE-NAME) " merged - "
               WS-LINES-READ " line(s) read, " WS-PART-GAMES
               " game(s), " WS-REJECT-COUNT " reject(s).".

      * One partition's partials onto the day's. A restocking maximum
      * tied between partitions goes to the game on the earlier
      * line, the one a single pass would have met first.
       COMBINE-PARTITION-TRAILER.
           MOVE PTN-TRAILER(WS-PART-SUB) TO WS-PART-TRAILER.
           MOVE PTR-LINES-READ TO WS-LINES-READ.
           ADD PTR-REJECT-COUNT TO WS-REJECT-COUNT.
           ADD PTR-TOTAL1 TO WS-TOTAL1.
           ADD PTR-TOTAL2 TO WS-TOTAL2.
           IF PTR-MAX-RED-MIN > WS-MAX-RED-MIN
               OR (PTR-MAX-RED-MIN = WS-MAX-RED-MIN
               AND PTR-MAX-RED-MIN > 0
               AND PTR-MAX-RED-LINE < WS-MAX-RED-LINE) THEN
               MOVE PTR-MAX-RED-MIN TO WS-MAX-RED-MIN
               MOVE PTR-MAX-RED-GAME TO WS-MAX-RED-GAME
               MOVE PTR-MAX-RED-LINE TO WS-MAX-RED-LINE
           END-IF.
           IF PTR-MAX-GREEN-MIN > WS-MAX-GREEN-MIN
               OR (PTR-MAX-GREEN-MIN = WS-MAX-GREEN-MIN
               AND PTR-MAX-GREEN-MIN > 0
               AND PTR-MAX-GREEN-LINE < WS-MAX-GREEN-LINE) THEN
               MOVE PTR-MAX-GREEN-MIN TO WS-MAX-GREEN-MIN
               MOVE PTR-MAX-GREEN-GAME TO WS-MAX-GREEN-GAME
               MOVE PTR-MAX-GREEN-LINE TO WS-MAX-GREEN-LINE
           END-IF.
           IF PTR-MAX-BLUE-MIN > WS-MAX-BLUE-MIN
               OR (PTR-MAX-BLUE-MIN = WS-MAX-BLUE-MIN
               AND PTR-MAX-BLUE-MIN > 0
               AND PTR-MAX-BLUE-LINE < WS-MAX-BLUE-LINE) THEN
               MOVE PTR-MAX-BLUE-MIN TO WS-MAX-BLUE-MIN
               MOVE PTR-MAX-BLUE-GAME TO WS-MAX-BLUE-GAME
               MOVE PTR-MAX-BLUE-LINE TO WS-MAX-BLUE-LINE
           END-IF.
           IF PTR-RESUMED = 'Y' THEN
               SET WS-RESUMED TO TRUE
           END-IF.
           PERFORM VARYING WS-SCEN-SUB FROM 1 BY 1
               UNTIL WS-SCEN-SUB > WS-SCENARIO-COUNT
               ADD PTR-SCEN-VALID(WS-SCEN-SUB)
                   TO SCEN-VALID-COUNT(WS-SCEN-SUB)
               ADD PTR-SCEN-TOTAL1(WS-SCEN-SUB)
                   TO SCEN-TOTAL1(WS-SCEN-SUB)
           END-PERFORM.

      * The sort's input - every record off every partition's work
      * file but the trailers, already combined.
       RELEASE-PARTITION-RECORDS.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
               MOVE PTN-NO(WS-PART-SUB) TO WS-PART-NO
               PERFORM BUILD-PART-WORK-NAME
               MOVE 'N' TO WS-PART-EOF-SW
               OPEN INPUT PART-WORK-FILE
               IF WS-PWK-STATUS NOT = '00' THEN
                   SET WS-PART-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-PART-EOF
                   READ PART-WORK-FILE
                       AT END SET WS-PART-EOF TO TRUE
                       NOT AT END
                           IF PWK-REC-TYPE NOT = 'T' THEN
                               MOVE PWK-LINE-NO TO PSRT-LINE-NO
                               MOVE WS-PART-NO TO PSRT-PARTITION
                               MOVE PWK-SEQ TO PSRT-SEQ
                               MOVE PWK-REC-TYPE TO PSRT-REC-TYPE
                               MOVE PWK-DATA TO PSRT-DATA
                               RELEASE PART-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PWK-STATUS NOT = '35' THEN
                   CLOSE PART-WORK-FILE
               END-IF
           END-PERFORM.

      * The sort's output, in input line order.
       RETURN-MERGED-RECORDS.
           PERFORM OPEN-INVALID-FILE.
           MOVE 'N' TO WS-PART-EOF-SW.
           PERFORM UNTIL WS-PART-EOF
               RETURN PART-SORT-FILE
                   AT END SET WS-PART-EOF TO TRUE
                   NOT AT END
                       EVALUATE PSRT-REC-TYPE
                           WHEN 'J'
                               MOVE PSRT-DATA TO WS-REJECT-TEXT
                               PERFORM PUT-REJECT-LINE
                           WHEN 'V'
                               MOVE PSRT-DATA TO INVALID-LINE
                               WRITE INVALID-LINE
                           WHEN 'G'
                               PERFORM TAKE-MERGED-GAME
                       END-EVALUATE
               END-RETURN
           END-PERFORM.
           CLOSE INVALID-FILE.

      * One partition's game into WS-GAMES - the capacity was checked
      * across all the partitions before anything was merged.
       TAKE-MERGED-GAME.
           MOVE PSRT-DATA TO WS-PART-GAME.
           COMPUTE WS-GAME-COUNT = WS-GAME-COUNT + 1.
           MOVE PGM-GAME-ID TO GAME-ID(WS-GAME-COUNT).
           MOVE PSRT-LINE-NO TO GAME-LINE-NO(WS-GAME-COUNT).
           MOVE PGM-DUP-SW TO GAME-DUP-SW(WS-GAME-COUNT).
           MOVE PGM-ARRIVAL-LINE TO GAME-ARRIVAL-LINE(WS-GAME-COUNT).
           MOVE PGM-REPAIR-CYCLE TO GAME-REPAIR-CYCLE(WS-GAME-COUNT).
           MOVE PGM-ROUND-COUNT TO WS-ROUND-COUNT(WS-GAME-COUNT).
           PERFORM VARYING WS-RSUB FROM 1 BY 1
               UNTIL WS-RSUB > PGM-ROUND-COUNT
               MOVE PGM-RED(WS-RSUB) TO RED(WS-GAME-COUNT, WS-RSUB)
               MOVE PGM-GREEN(WS-RSUB)
                   TO GREEN(WS-GAME-COUNT, WS-RSUB)
               MOVE PGM-BLUE(WS-RSUB) TO BLUE(WS-GAME-COUNT, WS-RSUB)
           END-PERFORM.

      * Load the manifest of input files when one is named in the
      * environment, otherwise run a manifest of one - the usual
      * input file - so a single-file night looks exactly as it
               MOVE 1 TO WS-MFEST-COUNT
               MOVE WS-INPUT-FILE-NAME TO MFEST-FILE-NAME(1)
               MOVE 'N' TO MFEST-SKIP-SW(1)
               MOVE 'N' TO MFEST-HELD-SW(1)
               MOVE WS-DEFAULT-FORMAT TO MFEST-FORMAT(1)
           END-IF.

           MOVE WS-MFEST-NAME-TOK
               TO MFEST-FILE-NAME(WS-MFEST-COUNT).
           MOVE 'N' TO MFEST-SKIP-SW(WS-MFEST-COUNT).
           MOVE 'N' TO MFEST-HELD-SW(WS-MFEST-COUNT).
           IF FUNCTION UPPER-CASE(WS-MFEST-FMT-TOK(1:1)) = 'D' THEN
               MOVE 'D' TO MFEST-FORMAT(WS-MFEST-COUNT)
           ELSE
           END-IF.
           PERFORM CHECK-MANIFEST-ON-DISK.
           PERFORM CHECK-MANIFEST-DUPLICATES.
           PERFORM CHECK-CLOSED-PERIODS.
           PERFORM CHECK-CONTENT-FINGERPRINTS.

           IF WS-PF-MISSING-COUNT = 0 AND WS-PF-NODISK-COUNT = 0
               AND WS-PF-DUP-COUNT = 0
               AND WS-PF-RESEND-COUNT = 0
               AND WS-REG-LOADED
               AND NOT WS-SUPPLEMENTAL
               MOVE '  All expected inputs accounted for.'
               DISPLAY "AOCDAY02: warning - the manifest lists "
                   WS-PF-DUP-COUNT " file(s) more than once."
           END-IF.
           IF WS-PF-CLOSED-COUNT > 0 THEN
               IF WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
               DISPLAY "AOCDAY02: warning - " WS-PF-CLOSED-COUNT
                   " day(s) in this run belong to a closed period and "
                   "will post to the open period as an adjustment."
           END-IF.
           IF WS-PF-SUPP-UNKNOWN THEN
               IF WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
               DISPLAY "AOCDAY02: warning - supplemental run's "
                   "original day unknown - it may repair a closed "
                   "period; name it with DAY02_SUPPLEMENT_OF."
           END-IF.
           IF WS-PF-RESEND-COUNT > 0 THEN
               MOVE 8 TO WS-RUN-RC
               DISPLAY "AOCDAY02: FAIL - " WS-PF-RESEND-COUNT
                   " manifest entr(ies) held back - content already "
                   "processed under another file name."
           END-IF.
           IF WS-PF-RELEASED-COUNT > 0 THEN
               IF WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
               DISPLAY "AOCDAY02: warning - " WS-PF-RELEASED-COUNT
                   " re-sent file(s) released by "
                   "DAY02_RESEND_OVERRIDE."
           END-IF.

      * The register comes into its table whole; a register bigger
      * than the table is reported and the excess ignored rather
               END-PERFORM
           END-PERFORM.

      * A day inside a month AOCDAY02P has closed can no longer move
      * that month's figures - a re-run of it, or a repair of it
      * folded back by AOCDAY02A, posts to the open period as an
      * adjustment instead. That is allowed but never silent: each
      * one goes on the report and warns the night sheet. With no
      * period file nothing is closed and nothing is reported.
       CHECK-CLOSED-PERIODS.
           MOVE 0 TO WS-PF-CLOSED-COUNT.
           MOVE 'N' TO WS-PF-SUPP-UNKNOWN-SW.
           PERFORM LOAD-CLOSED-PERIODS.
           IF WS-CLOSED-COUNT > 0 THEN
               PERFORM FIND-HOME-PERIODS
               IF WS-SUPPLEMENTAL THEN
                   PERFORM CHECK-SUPPLEMENT-PERIOD
               ELSE
                   PERFORM VARYING WS-PF-SUB FROM 1 BY 1
                       UNTIL WS-PF-SUB > WS-MFEST-COUNT
                       MOVE MFEST-HOME-PERIOD(WS-PF-SUB)
                           TO WS-CHECK-PERIOD
                       PERFORM CHECK-PERIOD-CLOSED
                       IF WS-PERIOD-CLOSED
                           AND NOT MFEST-SKIP(WS-PF-SUB) THEN
                           ADD 1 TO WS-PF-CLOSED-COUNT
                           MOVE SPACES TO REPORT-LINE
                           STRING '  DAY IN CLOSED PERIOD '
                               DELIMITED BY SIZE
                               WS-CHECK-PERIOD DELIMITED BY SIZE
                               ': ' DELIMITED BY SIZE
                               FUNCTION TRIM(
                                   MFEST-FILE-NAME(WS-PF-SUB))
                               DELIMITED BY SIZE
                               ' - posts to the open period as an '
                               DELIMITED BY SIZE
                               'adjustment.' DELIMITED BY SIZE
                               INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * The day a supplemental run repairs - named by the operator
      * (the same original file name AOCDAY02A will be given), or
      * else the file every record on the reject list came off,
      * since that list is what AOCDAY02R built the reprocess input
      * from and this run has not yet rewritten it. A supplemental
      * run records its own rejects against that day, so on a second
      * or later repair cycle the list still names it. Records in
      * the layout from before the file name was carried name no
      * file and are passed over - and so are records naming this
      * run's own input, off an earlier supplemental run that could
      * not find its day or that ran before the day was recorded.
      * Found once, ahead of the partition steps, for the closed-
      * period check, the reject list and the period ledger alike.
       FIND-SUPPLEMENT-DAY.
           MOVE WS-SUPPLEMENT-OF TO WS-SUPP-CHECK-KEY.
           MOVE 'N' TO WS-SUPP-SOURCE-SW.
           IF WS-SUPP-CHECK-KEY = SPACES THEN
               MOVE WS-REJECT-FILE-NAME TO WS-PROBE-FILE-NAME
               MOVE 'N' TO WS-SUPP-EOF-SW
               OPEN INPUT PROBE-FILE
               IF WS-PROBE-STATUS = '00' THEN
                   PERFORM UNTIL WS-SUPP-EOF
                       READ PROBE-FILE
                           AT END SET WS-SUPP-EOF TO TRUE
                           NOT AT END
                               PERFORM NOTE-SUPPLEMENT-DAY
                       END-READ
                   END-PERFORM
                   CLOSE PROBE-FILE
               END-IF
               IF WS-SUPP-AMBIGUOUS THEN
                   MOVE SPACES TO WS-SUPP-CHECK-KEY
               END-IF
           END-IF.

       NOTE-SUPPLEMENT-DAY.
           MOVE 'N' TO WS-SUPP-OWN-INPUT-SW.
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-MFEST-COUNT
               IF PROBE-LINE(44:100) = MFEST-FILE-NAME(WS-PF-SUB)
                   SET WS-SUPP-OWN-INPUT TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SUPP-OWN-INPUT THEN
               IF WS-SUPP-CHECK-KEY = SPACES THEN
                   SET WS-SUPP-FROM-REPAIR TO TRUE
               END-IF
           ELSE IF PROBE-LINE(41:3) = ' : '
               AND PROBE-LINE(144:3) = ' : '
               AND PROBE-LINE(44:100) NOT = SPACES THEN
               IF WS-SUPP-CHECK-KEY = SPACES THEN
                   MOVE PROBE-LINE(44:100) TO WS-SUPP-CHECK-KEY
                   SET WS-SUPP-FROM-REJECTS TO TRUE
               ELSE IF PROBE-LINE(44:100) NOT = WS-SUPP-CHECK-KEY
                   THEN
                   SET WS-SUPP-AMBIGUOUS TO TRUE
               END-IF
           END-IF.

      * A supplemental run held against the month of the day it
      * repairs. When that day cannot be found the run may be
      * repairing a closed month unseen, so it is never let through
      * quietly - the report says so and the night sheet is warned.
       CHECK-SUPPLEMENT-PERIOD.
           IF WS-SUPP-CHECK-KEY = SPACES THEN
               SET WS-PF-SUPP-UNKNOWN TO TRUE
               MOVE SPACES TO REPORT-LINE
               IF WS-SUPP-AMBIGUOUS THEN
                   STRING '  SUPPLEMENTAL RUN - ORIGINAL DAY NOT '
                       DELIMITED BY SIZE
                       'NAMED, REJECT LIST NAMES SEVERAL FILES - '
                       DELIMITED BY SIZE
                       'closed-period check not made.'
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE IF WS-SUPP-FROM-REPAIR THEN
                   STRING '  SUPPLEMENTAL RUN - ORIGINAL DAY NOT '
                       DELIMITED BY SIZE
                       'NAMED, REJECT LIST IS FROM AN EARLIER REPAIR '
                       DELIMITED BY SIZE
                       '- closed-period check not made.'
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               ELSE
                   STRING '  SUPPLEMENTAL RUN - ORIGINAL DAY NOT '
                       DELIMITED BY SIZE
                       'NAMED (DAY02_SUPPLEMENT_OF) OR ON THE REJECT '
                       DELIMITED BY SIZE
                       'LIST - closed-period check not made.'
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-IF
               END-IF
               WRITE REPORT-LINE
           ELSE
               IF WS-SUPP-FROM-REJECTS THEN
                   MOVE SPACES TO REPORT-LINE
                   STRING '  Supplemental run - original day taken '
                       DELIMITED BY SIZE
                       'from the reject list: ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SUPP-CHECK-KEY)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE WS-SUPP-OF-HOME TO WS-CHECK-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
               IF WS-PERIOD-CLOSED THEN
                   ADD 1 TO WS-PF-CLOSED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '  SUPPLEMENTAL RUN TOUCHES CLOSED PERIOD '
                       DELIMITED BY SIZE
                       WS-CHECK-PERIOD DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SUPP-CHECK-KEY)
                       DELIMITED BY SIZE
                       ' - AOCDAY02A will post the repair to the '
                       DELIMITED BY SIZE
                       'open period as an adjustment.'
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       LOAD-CLOSED-PERIODS.
           MOVE 0 TO WS-CLOSED-COUNT.
           MOVE 'N' TO WS-PER-EOF-SW.
           OPEN INPUT PERIOD-FILE.
           IF WS-PER-STATUS = '00' THEN
               PERFORM UNTIL WS-PER-EOF
                   READ PERIOD-FILE
                       AT END SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-STATUS = 'C'
                               AND WS-CLOSED-COUNT < WS-MAX-CLOSED
                               COMPUTE WS-CLOSED-COUNT =
                                   WS-CLOSED-COUNT + 1
                               MOVE PER-PERIOD TO
                                   WS-CLOSED-PERIOD(WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

      * One pass over the history master - the first header for
      * each manifest entry's file, and for the named original day,
      * gives the month the day belongs to.
       FIND-HOME-PERIODS.
           MOVE SPACES TO WS-SUPP-OF-HOME.
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-MFEST-COUNT
               MOVE SPACES TO MFEST-HOME-PERIOD(WS-PF-SUB)
           END-PERFORM.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = '00' THEN
               PERFORM UNTIL WS-HIST-EOF
                   READ HISTORY-FILE
                       AT END SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF HIST-REC-TYPE = 'H'
                               AND HIST-RUN-NUMBER IS NUMERIC THEN
                               PERFORM NOTE-HOME-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       NOTE-HOME-PERIOD.
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-MFEST-COUNT
               IF MFEST-HOME-PERIOD(WS-PF-SUB) = SPACES
                   AND FUNCTION TRIM(HIST-KEY) =
                       FUNCTION TRIM(MFEST-FILE-NAME(WS-PF-SUB))
                   MOVE HIST-RUN-DATE(1:6)
                       TO MFEST-HOME-PERIOD(WS-PF-SUB)
               END-IF
           END-PERFORM.
           IF WS-SUPP-OF-HOME = SPACES
               AND WS-SUPP-CHECK-KEY NOT = SPACES
               AND FUNCTION TRIM(HIST-KEY) =
                   FUNCTION TRIM(WS-SUPP-CHECK-KEY)
               MOVE HIST-RUN-DATE(1:6) TO WS-SUPP-OF-HOME
           END-IF.

       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED-SW.
           IF WS-CHECK-PERIOD NOT = SPACES THEN
               PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                   UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
                   OR WS-PERIOD-CLOSED
                   IF WS-CLOSED-PERIOD(WS-CLOSED-SUB) =
                       WS-CHECK-PERIOD THEN
                       SET WS-PERIOD-CLOSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * A day's file re-sent under a new name passes every check
      * keyed on the name - so the content itself is fingerprinted
      * and held against every fingerprint already processed, and
      * against the manifest entries ahead of it. Content seen
      * before under the SAME name is an ordinary rerun and passes.
      * An empty file has nothing to fingerprint and is left alone.
       CHECK-CONTENT-FINGERPRINTS.
           MOVE 0 TO WS-PF-RESEND-COUNT.
           MOVE 0 TO WS-PF-RELEASED-COUNT.
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-MFEST-COUNT
               MOVE 'N' TO MFEST-FP-KNOWN-SW(WS-PF-SUB)
               MOVE SPACES TO MFEST-FP-MATCH-KEY(WS-PF-SUB)
               MOVE 0 TO MFEST-FP-MATCH-RUN(WS-PF-SUB)
               MOVE 0 TO MFEST-FP-LINES(WS-PF-SUB)
               MOVE 0 TO MFEST-FP-ID-HASH(WS-PF-SUB)
               MOVE 0 TO MFEST-FP-CUBE-HASH(WS-PF-SUB)
               IF NOT MFEST-SKIP(WS-PF-SUB) THEN
                   PERFORM TAKE-FINGERPRINT
               END-IF
           END-PERFORM.
           PERFORM MATCH-FINGERPRINT-REGISTER.
           PERFORM MATCH-FINGERPRINT-MANIFEST.
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-MFEST-COUNT
               IF MFEST-FP-MATCH-KEY(WS-PF-SUB) NOT = SPACES
                   AND NOT MFEST-FP-KNOWN(WS-PF-SUB) THEN
                   PERFORM REPORT-RESENT-ENTRY
               END-IF
           END-PERFORM.

      * Read the entry through once, building its three figures into
      * the manifest entry.
       TAKE-FINGERPRINT.
           MOVE 0 TO WS-FP-LINES.
           MOVE 0 TO WS-FP-ID-HASH.
           MOVE 0 TO WS-FP-CUBE-HASH.
           MOVE 'N' TO WS-FP-EOF-SW.
           MOVE MFEST-FILE-NAME(WS-PF-SUB) TO WS-PROBE-FILE-NAME.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS = '00' THEN
               PERFORM UNTIL WS-FP-EOF
                   READ PROBE-FILE
                       AT END SET WS-FP-EOF TO TRUE
                       NOT AT END PERFORM FINGERPRINT-LINE
                   END-READ
               END-PERFORM
               CLOSE PROBE-FILE
           END-IF.
           MOVE WS-FP-LINES TO MFEST-FP-LINES(WS-PF-SUB).
           MOVE WS-FP-ID-HASH TO MFEST-FP-ID-HASH(WS-PF-SUB).
           MOVE WS-FP-CUBE-HASH TO MFEST-FP-CUBE-HASH(WS-PF-SUB).

       FINGERPRINT-LINE.
           ADD 1 TO WS-FP-LINES.
      *    A reprocess line's lineage is not content - the games
      *    behind it are what a re-send would repeat.
           IF PRB-LINE-NO IS NUMERIC AND PRB-SEP1 = SPACE
               AND PRB-CYCLE IS NUMERIC AND PRB-SEP2 = ' : ' THEN
               MOVE PRB-TEXT TO WS-FP-HOLD-TEXT
               MOVE WS-FP-HOLD-TEXT TO PROBE-LINE
           END-IF.
           IF PROBE-LINE NOT = SPACES THEN
               COMPUTE WS-FP-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(PROBE-LINE TRAILING))
               MOVE 0 TO WS-FP-SPLIT
               IF MFEST-FORMAT(WS-PF-SUB) = 'D' THEN
                   INSPECT PROBE-LINE TALLYING WS-FP-SPLIT
                       FOR CHARACTERS BEFORE INITIAL '|'
               ELSE
                   INSPECT PROBE-LINE TALLYING WS-FP-SPLIT
                       FOR CHARACTERS BEFORE INITIAL ':'
               END-IF
               IF WS-FP-SPLIT > WS-FP-LEN THEN
                   MOVE WS-FP-LEN TO WS-FP-SPLIT
               END-IF
               MOVE 1 TO WS-FP-FROM
               MOVE WS-FP-SPLIT TO WS-FP-TO
               PERFORM SUM-DIGIT-RUNS
               ADD WS-FP-RUN-SUM TO WS-FP-ID-HASH
      *        A delimited record's second field is the round number,
      *        not a cube count - step over it.
               COMPUTE WS-FP-FROM = WS-FP-SPLIT + 2
               IF MFEST-FORMAT(WS-PF-SUB) = 'D'
                   AND WS-FP-FROM <= WS-FP-LEN THEN
                   MOVE 0 TO WS-FP-SPLIT2
                   INSPECT PROBE-LINE(WS-FP-FROM:)
                       TALLYING WS-FP-SPLIT2
                       FOR CHARACTERS BEFORE INITIAL '|'
                   COMPUTE WS-FP-FROM = WS-FP-FROM + WS-FP-SPLIT2 + 1
               END-IF
               MOVE WS-FP-LEN TO WS-FP-TO
               PERFORM SUM-DIGIT-RUNS
               ADD WS-FP-RUN-SUM TO WS-FP-CUBE-HASH
           END-IF.

      * Sum every run of digits in PROBE-LINE from WS-FP-FROM to
      * WS-FP-TO into WS-FP-RUN-SUM.
       SUM-DIGIT-RUNS.
           MOVE 0 TO WS-FP-RUN-SUM.
           MOVE 0 TO WS-FP-NUM.
           PERFORM VARYING WS-FP-POS FROM WS-FP-FROM BY 1
               UNTIL WS-FP-POS > WS-FP-TO
               IF PROBE-LINE(WS-FP-POS:1) IS NUMERIC THEN
                   MOVE PROBE-LINE(WS-FP-POS:1) TO WS-FP-DIGIT
                   COMPUTE WS-FP-NUM = WS-FP-NUM * 10 + WS-FP-DIGIT
               ELSE
                   ADD WS-FP-NUM TO WS-FP-RUN-SUM
                   MOVE 0 TO WS-FP-NUM
               END-IF
           END-PERFORM.
           ADD WS-FP-NUM TO WS-FP-RUN-SUM.

      * One pass over the register. A same-name hit only marks the
      * entry known, so a rerun does not register it again and is
      * not held even where the register also has the content under
      * another name; otherwise the first other-name hit is the
      * re-send.
       MATCH-FINGERPRINT-REGISTER.
           MOVE 'N' TO WS-FP-EOF-SW.
           OPEN INPUT FINGERPRINT-FILE.
           IF WS-FPR-STATUS = '00' THEN
               PERFORM UNTIL WS-FP-EOF
                   READ FINGERPRINT-FILE
                       AT END SET WS-FP-EOF TO TRUE
                       NOT AT END PERFORM MATCH-FINGERPRINT-RECORD
                   END-READ
               END-PERFORM
               CLOSE FINGERPRINT-FILE
           END-IF.

       MATCH-FINGERPRINT-RECORD.
           PERFORM VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > WS-MFEST-COUNT
               IF NOT MFEST-SKIP(WS-PF-SUB)
                   AND MFEST-FP-LINES(WS-PF-SUB) > 0
                   AND FPR-LINES = MFEST-FP-LINES(WS-PF-SUB)
                   AND FPR-ID-HASH = MFEST-FP-ID-HASH(WS-PF-SUB)
                   AND FPR-CUBE-HASH = MFEST-FP-CUBE-HASH(WS-PF-SUB)
                   IF FUNCTION TRIM(FPR-KEY) =
                       FUNCTION TRIM(MFEST-FILE-NAME(WS-PF-SUB)) THEN
                       SET MFEST-FP-KNOWN(WS-PF-SUB) TO TRUE
                   ELSE
                       IF MFEST-FP-MATCH-KEY(WS-PF-SUB) = SPACES THEN
                           MOVE FPR-KEY
                               TO MFEST-FP-MATCH-KEY(WS-PF-SUB)
                           MOVE FPR-RUN-NUMBER
                               TO MFEST-FP-MATCH-RUN(WS-PF-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Two differently named entries on the one manifest carrying
      * the same content - the later one is the re-send. A file
      * listed twice by name is CHECK-MANIFEST-DUPLICATES' business.
       MATCH-FINGERPRINT-MANIFEST.
           PERFORM VARYING WS-PF-SUB FROM 2 BY 1
               UNTIL WS-PF-SUB > WS-MFEST-COUNT
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB >= WS-PF-SUB
                   OR MFEST-FP-MATCH-KEY(WS-PF-SUB) NOT = SPACES
                   IF NOT MFEST-SKIP(WS-PF-SUB)
                       AND NOT MFEST-SKIP(WS-REG-SUB)
                       AND MFEST-FP-LINES(WS-PF-SUB) > 0
                       AND MFEST-FP-LINES(WS-PF-SUB) =
                           MFEST-FP-LINES(WS-REG-SUB)
                       AND MFEST-FP-ID-HASH(WS-PF-SUB) =
                           MFEST-FP-ID-HASH(WS-REG-SUB)
                       AND MFEST-FP-CUBE-HASH(WS-PF-SUB) =
                           MFEST-FP-CUBE-HASH(WS-REG-SUB)
                       AND FUNCTION TRIM(MFEST-FILE-NAME(WS-PF-SUB))
                       NOT = FUNCTION TRIM(MFEST-FILE-NAME(WS-REG-SUB))
                       MOVE MFEST-FILE-NAME(WS-REG-SUB)
                           TO MFEST-FP-MATCH-KEY(WS-PF-SUB)
                       MOVE WS-RUN-NUMBER
                           TO MFEST-FP-MATCH-RUN(WS-PF-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       REPORT-RESENT-ENTRY.
           IF WS-RESEND-OVERRIDE THEN
               ADD 1 TO WS-PF-RELEASED-COUNT
               MOVE ' - released by override.' TO WS-FP-OUTCOME
           ELSE
               ADD 1 TO WS-PF-RESEND-COUNT
               SET MFEST-HELD(WS-PF-SUB) TO TRUE
               MOVE ' - held back.' TO WS-FP-OUTCOME
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING '  CONTENT ALREADY PROCESSED AS ' DELIMITED BY SIZE
               FUNCTION TRIM(MFEST-FP-MATCH-KEY(WS-PF-SUB))
               DELIMITED BY SIZE
               ' (run ' DELIMITED BY SIZE
               MFEST-FP-MATCH-RUN(WS-PF-SUB) DELIMITED BY SIZE
               '): ' DELIMITED BY SIZE
               FUNCTION TRIM(MFEST-FILE-NAME(WS-PF-SUB))
               DELIMITED BY SIZE
               FUNCTION TRIM(WS-FP-OUTCOME TRAILING)
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE MFEST-FP-ID-HASH(WS-PF-SUB) TO WS-FP-EDIT.
           MOVE MFEST-FP-CUBE-HASH(WS-PF-SUB) TO WS-FP-EDIT2.
           MOVE SPACES TO REPORT-LINE.
           STRING '    lines ' DELIMITED BY SIZE
               MFEST-FP-LINES(WS-PF-SUB) DELIMITED BY SIZE
               ', game-id hash ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-FP-EDIT) DELIMITED BY SIZE
               ', cube-count hash ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-FP-EDIT2) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * Pick up run-time file names and cube limit overrides. GnuCOBOL
      * clears the receiving item on an ENVIRONMENT ACCEPT that finds
      * no such variable, so each one is accepted into a scratch item
               SET WS-SUPPLEMENTAL TO TRUE
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_RESEND_OVERRIDE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-TMP)) = 'Y'
               SET WS-RESEND-OVERRIDE TO TRUE
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_FINGERPRINT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-FINGERPRINT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_SUPPLEMENT_OF"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-SUPPLEMENT-OF
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
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_GENERATION_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-GENERATION-FILE-NAME
           END-IF.

      *    How many earlier output sets to keep - a bad value is
      *    warned about and the default kept, never a reason to lose
      *    the night's generations.
           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_GENERATIONS"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE SPACES TO WS-GEN-KEEP-TEXT
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-TMP)) <= 2
                   MOVE FUNCTION TRIM(WS-ENV-TMP) TO WS-GEN-KEEP-TEXT
                   INSPECT WS-GEN-KEEP-TEXT
                       REPLACING LEADING SPACE BY ZERO
               END-IF
               IF WS-GEN-KEEP-TEXT IS NUMERIC
                   AND WS-GEN-KEEP-TEXT <= '20'
                   MOVE WS-GEN-KEEP-TEXT TO WS-GEN-KEEP
               ELSE
                   DISPLAY "AOCDAY02: warning - DAY02_GENERATIONS "
                       "must be 0 to 20, keeping " WS-GEN-KEEP
                       " earlier generation(s)."
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      *    Partitioned running - a partition number or MERGE. A
      *    number that does not read as one is left at 0, which
      *    LOAD-PARTITIONS refuses.
           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_PARTITION"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENV-TMP))
                   = 'MERGE' THEN
                   SET WS-PARTITION-MERGE TO TRUE
               ELSE
                   SET WS-PARTITION-STEP TO TRUE
                   MOVE SPACES TO WS-PART-NO-TEXT
                   IF FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-TMP)) <= 2
                       MOVE FUNCTION TRIM(WS-ENV-TMP)
                           TO WS-PART-NO-TEXT
                       INSPECT WS-PART-NO-TEXT
                           REPLACING LEADING SPACE BY ZERO
                   END-IF
                   IF WS-PART-NO-TEXT IS NUMERIC THEN
                       MOVE WS-PART-NO-TEXT TO WS-PART-NO
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_PARTITION_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-PARTITION-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_PARTITION_WORK_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-PART-WORK-BASE
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_PARTITION_SORT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-PART-SORT-NAME
           END-IF.

           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.

      *    Stamp the run for the history master.
                       MOVE CKPT-LINE-NO
                           TO GAME-LINE-NO(WS-GAME-COUNT)
                       MOVE 'N' TO GAME-DUP-SW(WS-GAME-COUNT)
      *                A checkpoint taken before the lineage was kept
      *                has none - the game came off the line it names.
                       IF CKPT-ARRIVAL-LINE IS NUMERIC
                           AND CKPT-REPAIR-CYCLE IS NUMERIC THEN
                           MOVE CKPT-ARRIVAL-LINE
                               TO GAME-ARRIVAL-LINE(WS-GAME-COUNT)
                           MOVE CKPT-REPAIR-CYCLE
                               TO GAME-REPAIR-CYCLE(WS-GAME-COUNT)
                       ELSE
                           MOVE CKPT-LINE-NO
                               TO GAME-ARRIVAL-LINE(WS-GAME-COUNT)
                           MOVE 0 TO GAME-REPAIR-CYCLE(WS-GAME-COUNT)
                       END-IF
                       MOVE CKPT-ROUND-COUNT
                           TO WS-ROUND-COUNT(WS-GAME-COUNT)
                       PERFORM VARYING WS-RSUB FROM 1 BY 1
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           IF WS-LINES-READ > WS-SKIP-COUNT THEN
                               PERFORM NOTE-LINE-LINEAGE
                               IF WS-PARTITION-STEP THEN
                                   PERFORM ROUTE-PARTITION-LINE
                               ELSE
                                   IF WS-DELIM-FORMAT THEN
                                       PERFORM PARSE-DELIM-RECORD
                                   ELSE
                                       PERFORM PARSE-GAME
                                   END-IF
                               END-IF
                           END-IF
                           PERFORM CHECKPOINT-IF-DUE
               PERFORM FLUSH-DELIM-GAME
           END-IF.

      * Take the lineage off a line AOCDAY02R sent back, recognised
      * by its shape - eight digits, a space, two digits and ' : ' -
      * which no game line ("Game n: ...") or delimited record
      * ("n|r|...") can take. The text behind it is parsed as if it
      * had arrived bare. Any other line arrived on the line just
      * read, at cycle 0.
       NOTE-LINE-LINEAGE.
           MOVE WS-LINES-READ TO WS-LINEAGE-LINE.
           MOVE 0 TO WS-LINEAGE-CYCLE.
           IF INL-LINE-NO IS NUMERIC AND INL-SEP1 = SPACE
               AND INL-CYCLE IS NUMERIC AND INL-SEP2 = ' : ' THEN
               MOVE INL-LINE-NO TO WS-LINEAGE-LINE
               MOVE INL-CYCLE TO WS-LINEAGE-CYCLE
               MOVE INL-TEXT TO WS-INPUT-LINE
           END-IF.

      * A partition step's read - every line has its game id read
      * to find the partition that owns it, and only this
      * partition's lines go on to be parsed. A delimited record
      * that validates but belongs elsewhere still closes the game
      * being collected, exactly as the new id would in one pass,
      * so no game is ever built from rounds one pass would have
      * kept apart. A line that does not get as far as a game id
      * belongs to the first partition, which rejects it.
       ROUTE-PARTITION-LINE.
           IF WS-DELIM-FORMAT THEN
               PERFORM PARSE-DELIM-FIELDS
               MOVE 0 TO WS-PART-ROUTE-ID
               IF NOT WS-PARSE-ERROR-FOUND THEN
                   MOVE WS-DLM-ID TO WS-PART-ROUTE-ID
               END-IF
               PERFORM FIND-LINE-OWNER
               IF WS-PART-OWNER = WS-PART-NO THEN
                   PERFORM STAGE-DELIM-RECORD
               ELSE
                   IF NOT WS-PARSE-ERROR-FOUND
                       AND WS-DELIM-CUR-ID > 0 THEN
                       PERFORM FLUSH-DELIM-GAME
                   END-IF
      *            Nothing of this partition's is open across the
      *            line, so a checkpoint may resume after it.
                   IF WS-DELIM-CUR-ID = 0 THEN
                       MOVE WS-LINES-READ TO WS-DELIM-FLUSHED-LINE
                   END-IF
               END-IF
           ELSE
               PERFORM PARSE-GAME-ID
               MOVE 0 TO WS-PART-ROUTE-ID
               IF NOT WS-PARSE-ERROR-FOUND THEN
                   MOVE WS-PARSE-GAME-ID2 TO WS-PART-ROUTE-ID
               END-IF
               PERFORM FIND-LINE-OWNER
               IF WS-PART-OWNER = WS-PART-NO THEN
                   PERFORM PARSE-GAME-BODY
               END-IF
           END-IF.

      * The partition whose range holds WS-PART-ROUTE-ID - the ranges
      * never overlap, so at most one does - else the first on file.
       FIND-LINE-OWNER.
           MOVE PTN-NO(1) TO WS-PART-OWNER.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
               IF WS-PART-ROUTE-ID >= PTN-LOW-ID(WS-PART-SUB)
                   AND WS-PART-ROUTE-ID <= PTN-HIGH-ID(WS-PART-SUB)
                   MOVE PTN-NO(WS-PART-SUB) TO WS-PART-OWNER
               END-IF
           END-PERFORM.

      * Persist progress every WS-CHECKPOINT-INTERVAL lines so a
      * restarted run need not reprocess the whole file. Entries
      * being reprocessed on the way back to the checkpointed one
               MOVE GAME-ID(WS-SUB) TO CKPT-GAME-ID
               MOVE WS-ROUND-COUNT(WS-SUB) TO CKPT-ROUND-COUNT
               MOVE GAME-LINE-NO(WS-SUB) TO CKPT-LINE-NO
               MOVE GAME-ARRIVAL-LINE(WS-SUB) TO CKPT-ARRIVAL-LINE
               MOVE GAME-REPAIR-CYCLE(WS-SUB) TO CKPT-REPAIR-CYCLE
               PERFORM VARYING WS-RSUB FROM 1 BY 1
                   UNTIL WS-RSUB > WS-ROUND-COUNT(WS-SUB)
                   MOVE RED(WS-SUB, WS-RSUB) TO CKPT-RED(WS-RSUB)

      * Parse game.
       PARSE-GAME.
           PERFORM PARSE-GAME-ID.
           PERFORM PARSE-GAME-BODY.

      * The "Game n" half of the line, up to a validated game id -
      * all a partition step needs to know whose line it is.
       PARSE-GAME-ID.
           MOVE 'N' TO WS-PARSE-ERROR-SW.
           MOVE SPACES TO WS-REJECT-REASON.

               END-IF
           END-IF.

      * The rounds behind the id, then the game into WS-GAMES - or
      * the line onto the reject list.
       PARSE-GAME-BODY.
           IF NOT WS-PARSE-ERROR-FOUND THEN
               PERFORM PARSE-GAME-ROUNDS
           END-IF.
                   DISPLAY "AOCDAY02: input has more than "
                       WS-MAX-GAMES " games - line rejected."
                   MOVE 'GAMES TABLE IS FULL' TO WS-REJECT-REASON
                   SET WS-PART-FULL TO TRUE
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   COMPUTE WS-GAME-COUNT = WS-GAME-COUNT + 1
                   MOVE WS-PARSE-GAME-ID2 TO GAME-ID(WS-GAME-COUNT)
                   MOVE WS-LINES-READ TO GAME-LINE-NO(WS-GAME-COUNT)
                   MOVE 'N' TO GAME-DUP-SW(WS-GAME-COUNT)
                   MOVE WS-LINEAGE-LINE
                       TO GAME-ARRIVAL-LINE(WS-GAME-COUNT)
                   MOVE WS-LINEAGE-CYCLE
                       TO GAME-REPAIR-CYCLE(WS-GAME-COUNT)
                   MOVE WS-STAGE-ROUND-COUNT
                       TO WS-ROUND-COUNT(WS-GAME-COUNT)
                   PERFORM VARYING WS-RSUB FROM 1 BY 1
      * the reject list on its own and the game stays open, so one
      * bad round does not throw away its game's good ones.
       PARSE-DELIM-RECORD.
           PERFORM PARSE-DELIM-FIELDS.
           PERFORM STAGE-DELIM-RECORD.

      * Every field of the record validated, the game id first - a
      * partition step routes the record off it.
       PARSE-DELIM-FIELDS.
           MOVE 'N' TO WS-PARSE-ERROR-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-DLM-ID-TEXT.
               MOVE WS-DLM-COUNT-VAL TO WS-DLM-BLUE
           END-IF.

      * The validated record onto the game being collected, or onto
      * the reject list.
       STAGE-DELIM-RECORD.
           IF WS-PARSE-ERROR-FOUND THEN
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF WS-DELIM-CUR-ID = 0 THEN
                   MOVE WS-DLM-ID TO WS-DELIM-CUR-ID
                   MOVE WS-LINES-READ TO WS-DELIM-FIRST-LINE
                   MOVE WS-LINEAGE-LINE TO WS-DELIM-FIRST-ARRIVAL
                   MOVE WS-LINEAGE-CYCLE TO WS-DELIM-FIRST-CYCLE
                   MOVE 0 TO WS-STAGE-ROUND-COUNT
               END-IF
               IF WS-STAGE-ROUND-COUNT >= WS-MAX-ROUNDS THEN
               DISPLAY "AOCDAY02: input has more than "
                   WS-MAX-GAMES " games - game rejected."
               MOVE 'GAMES TABLE IS FULL' TO WS-REJECT-REASON
               SET WS-PART-FULL TO TRUE
      *        The reject is written against the FLUSHED game, not
      *        whatever record is in the buffer - at a mid-file
      *        flush that is the next game's first round, and a
      *        reject showing it would misattribute the data.
               MOVE WS-INPUT-LINE TO WS-DELIM-HOLD-LINE
               MOVE WS-LINEAGE-LINE TO WS-DELIM-HOLD-ARRIVAL
               MOVE WS-LINEAGE-CYCLE TO WS-DELIM-HOLD-CYCLE
               MOVE WS-DELIM-FIRST-ARRIVAL TO WS-LINEAGE-LINE
               MOVE WS-DELIM-FIRST-CYCLE TO WS-LINEAGE-CYCLE
               MOVE SPACES TO WS-INPUT-LINE
               STRING 'GAME ' DELIMITED BY SIZE
                   WS-DELIM-CUR-ID DELIMITED BY SIZE
                   INTO WS-INPUT-LINE
               PERFORM WRITE-REJECT-RECORD
               MOVE WS-DELIM-HOLD-LINE TO WS-INPUT-LINE
               MOVE WS-DELIM-HOLD-ARRIVAL TO WS-LINEAGE-LINE
               MOVE WS-DELIM-HOLD-CYCLE TO WS-LINEAGE-CYCLE
           ELSE
               COMPUTE WS-GAME-COUNT = WS-GAME-COUNT + 1
               MOVE WS-DELIM-CUR-ID TO GAME-ID(WS-GAME-COUNT)
               MOVE WS-DELIM-FIRST-LINE
                   TO GAME-LINE-NO(WS-GAME-COUNT)
               MOVE 'N' TO GAME-DUP-SW(WS-GAME-COUNT)
               MOVE WS-DELIM-FIRST-ARRIVAL
                   TO GAME-ARRIVAL-LINE(WS-GAME-COUNT)
               MOVE WS-DELIM-FIRST-CYCLE
                   TO GAME-REPAIR-CYCLE(WS-GAME-COUNT)
               MOVE WS-STAGE-ROUND-COUNT
                   TO WS-ROUND-COUNT(WS-GAME-COUNT)
               PERFORM VARYING WS-RSUB FROM 1 BY 1
           MOVE 0 TO WS-STAGE-ROUND-COUNT.

      * Write the current input line, with the reason it failed to
      * parse, the file it is recorded against and its lineage, to
      * the reject list.
       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-INPUT-FILE-NAME TO WS-REJECT-FILE-KEY.
           IF WS-SUPPLEMENTAL AND WS-LINEAGE-CYCLE > 0
               AND WS-SUPP-CHECK-KEY NOT = SPACES THEN
               MOVE WS-SUPP-CHECK-KEY TO WS-REJECT-FILE-KEY
           END-IF.
           MOVE SPACES TO WS-REJECT-TEXT.
           STRING WS-REJECT-REASON DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               WS-REJECT-FILE-KEY DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               WS-LINEAGE-LINE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LINEAGE-CYCLE DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               WS-INPUT-LINE DELIMITED BY SIZE
               INTO WS-REJECT-TEXT.
      *    A partition step's rejects wait on its work file, under
      *    the line they came off, for the merge step to put them in
      *    order with the other partitions'.
           IF WS-PARTITION-STEP THEN
               MOVE 'J' TO PWK-REC-TYPE
               MOVE WS-LINES-READ TO PWK-LINE-NO
               MOVE WS-REJECT-TEXT TO PWK-DATA
               PERFORM WRITE-PARTITION-RECORD
           ELSE
               PERFORM PUT-REJECT-LINE
           END-IF.

      * One finished record onto the reject list.
       PUT-REJECT-LINE.
           IF NOT WS-REJECT-STARTED THEN
               OPEN OUTPUT REJECT-FILE
               SET WS-REJECT-STARTED TO TRUE
           ELSE
               OPEN EXTEND REJECT-FILE
           END-IF.
           MOVE WS-REJECT-TEXT TO REJECT-LINE.
           WRITE REJECT-LINE.
           CLOSE REJECT-FILE.

               DISPLAY "AOCDAY02: " WS-DUP-COUNT " duplicated game "
                   "id(s) excluded from scoring - see the report."
           END-IF.
      *    A partition sees only its own ids - its gaps are only
      *    known once the merge step has every partition's.
           IF WS-GAP-ID-COUNT > 0 AND NOT WS-PARTITION-STEP THEN
               DISPLAY "AOCDAY02: " WS-GAP-ID-COUNT " game id(s) "
                   "missing from the sequence - see the report."
           END-IF.
      * go. A duplicated copy of an already-scored id takes no part
      * in any total, listing or scenario count.
       SCORE-GAMES.
           IF NOT WS-PARTITION-STEP THEN
               PERFORM OPEN-INVALID-FILE
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GAME-COUNT
                   PERFORM SCORE-SCENARIOS
               END-IF
           END-PERFORM.
           IF NOT WS-PARTITION-STEP THEN
               CLOSE INVALID-FILE
           END-IF.

      * The invalid games listing is rebuilt whole on the run's first
      * file and added to after that.
       OPEN-INVALID-FILE.
           IF NOT WS-INVALID-STARTED THEN
               OPEN OUTPUT INVALID-FILE
               SET WS-INVALID-STARTED TO TRUE
           ELSE
               OPEN EXTEND INVALID-FILE
           END-IF.

      * Tally the current game against every limits scenario on file
      * in the same pass - this is what turns the purchasing what-ifs
           IF WS-RED-MIN > WS-MAX-RED-MIN THEN
               MOVE WS-RED-MIN TO WS-MAX-RED-MIN
               MOVE GAME-ID(WS-SUB) TO WS-MAX-RED-GAME
               MOVE GAME-LINE-NO(WS-SUB) TO WS-MAX-RED-LINE
           END-IF.
           IF WS-GREEN-MIN > WS-MAX-GREEN-MIN THEN
               MOVE WS-GREEN-MIN TO WS-MAX-GREEN-MIN
               MOVE GAME-ID(WS-SUB) TO WS-MAX-GREEN-GAME
               MOVE GAME-LINE-NO(WS-SUB) TO WS-MAX-GREEN-LINE
           END-IF.
           IF WS-BLUE-MIN > WS-MAX-BLUE-MIN THEN
               MOVE WS-BLUE-MIN TO WS-MAX-BLUE-MIN
               MOVE GAME-ID(WS-SUB) TO WS-MAX-BLUE-GAME
               MOVE GAME-LINE-NO(WS-SUB) TO WS-MAX-BLUE-LINE
           END-IF.

      * Add the current game, with why it failed validation, to the
      * invalid games listing.
       WRITE-INVALID-RECORD.
           MOVE SPACES TO WS-INVALID-TEXT.
           STRING 'GAME ' GAME-ID(WS-SUB) DELIMITED BY SIZE
               ' INVALID - COLOUR ' DELIMITED BY SIZE
               WS-INVALID-COLOUR DELIMITED BY SIZE
               ' ROUND ' DELIMITED BY SIZE
               WS-INVALID-ROUND DELIMITED BY SIZE
               INTO WS-INVALID-TEXT.
           IF WS-PARTITION-STEP THEN
               MOVE 'V' TO PWK-REC-TYPE
               MOVE GAME-LINE-NO(WS-SUB) TO PWK-LINE-NO
               MOVE WS-INVALID-TEXT TO PWK-DATA
               PERFORM WRITE-PARTITION-RECORD
           ELSE
               MOVE WS-INVALID-TEXT TO INVALID-LINE
               WRITE INVALID-LINE
           END-IF.

      * Open the persisted report and write the run heading - the
      * per-file sections and the consolidated summary follow as the
                       MOVE WS-RED-MIN TO HIST-GAME-RED-MIN
                       MOVE WS-GREEN-MIN TO HIST-GAME-GREEN-MIN
                       MOVE WS-BLUE-MIN TO HIST-GAME-BLUE-MIN
                       MOVE GAME-ARRIVAL-LINE(WS-SUB)
                           TO HIST-GAME-ARRIVAL-LINE
                       MOVE GAME-REPAIR-CYCLE(WS-SUB)
                           TO HIST-GAME-REPAIR-CYCLE
                       WRITE HISTORY-GAME-RECORD
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      * A supplemental run's header is half a day of repaired lines,
      * not a day - the 'S' record tells AOCDAY02P to leave it out
      * of the monthly rollup, the repaired games reaching the month
      * through the AOCDAY02A amendment instead. Without it the
      * rollup would count the half-day as a day of its own. It also
      * names the original day the run repairs, where that was found,
      * for AOCDAY02N to tie the run's games back to it.
       WRITE-PERIOD-LEDGER.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LDG-STATUS = '35' THEN
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF WS-LDG-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02: " WS-LEDGER-FILE-NAME
                   " could not be opened (status " WS-LDG-STATUS
                   ") - supplemental run not logged for the period "
                   "rollup."
               IF WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               MOVE SPACES TO LEDGER-RECORD
               MOVE 'S' TO LDG-REC-TYPE
               MOVE WS-RUN-DATE TO LDG-DATE
               MOVE WS-RUN-TIME TO LDG-TIME
               MOVE WS-RUN-NUMBER TO LDG-RUN-NUMBER
               MOVE WS-INPUT-FILE-NAME TO LDG-KEY
               MOVE WS-SUPP-CHECK-KEY TO LDG-OTHER-KEY
               MOVE WS-RUN-DATE(1:6) TO LDG-POST-PERIOD
               MOVE SPACES TO LDG-HOME-PERIOD
               MOVE 0 TO LDG-PRIOR-TOTAL1
               MOVE 0 TO LDG-PRIOR-TOTAL2
               MOVE 0 TO LDG-PRIOR-GAMES
               MOVE WS-TOTAL1 TO LDG-TOTAL1
               MOVE WS-TOTAL2 TO LDG-TOTAL2
               COMPUTE LDG-GAME-COUNT =
                   WS-GAME-COUNT - WS-DUP-COUNT
               MOVE WS-MAX-RED-MIN TO LDG-MAX-RED-MIN
               MOVE WS-MAX-GREEN-MIN TO LDG-MAX-GREEN-MIN
               MOVE WS-MAX-BLUE-MIN TO LDG-MAX-BLUE-MIN
               WRITE LEDGER-RECORD
               CLOSE LEDGER-FILE
           END-IF.

      * Register this file's content against its name, once - a
      * rerun of a file already registered under the same name adds
      * nothing. A register that cannot be written costs the next
      * night its re-send check for this file, so it warns.
       WRITE-FINGERPRINT.
           IF MFEST-FP-LINES(WS-MFEST-SUB) > 0
               AND NOT MFEST-FP-KNOWN(WS-MFEST-SUB) THEN
               OPEN EXTEND FINGERPRINT-FILE
               IF WS-FPR-STATUS = '35' THEN
                   OPEN OUTPUT FINGERPRINT-FILE
               END-IF
               IF WS-FPR-STATUS NOT = '00' THEN
                   DISPLAY "AOCDAY02: " WS-FINGERPRINT-FILE-NAME
                       " could not be opened (status " WS-FPR-STATUS
                       ") - content fingerprint not registered."
                   IF WS-RUN-RC < 4 THEN
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               ELSE
                   MOVE WS-INPUT-FILE-NAME TO FPR-KEY
                   MOVE WS-RUN-NUMBER TO FPR-RUN-NUMBER
                   MOVE WS-RUN-DATE TO FPR-RUN-DATE
                   MOVE MFEST-FP-LINES(WS-MFEST-SUB) TO FPR-LINES
                   MOVE MFEST-FP-ID-HASH(WS-MFEST-SUB) TO FPR-ID-HASH
                   MOVE MFEST-FP-CUBE-HASH(WS-MFEST-SUB)
                       TO FPR-CUBE-HASH
                   WRITE FINGERPRINT-RECORD
                   CLOSE FINGERPRINT-FILE
               END-IF
           END-IF.

      * Write the delimited extract feed - one G record per scored
      * game with its validity, power, colour minimums and round
      * count, one R record per round, and a T trailer with both
                               TO GMAS-BLUE(WS-RSUB)
                       END-PERFORM
                       MOVE WS-INPUT-FILE-NAME TO GMAS-FILE-KEY
                       MOVE GAME-ARRIVAL-LINE(WS-SUB)
                           TO GMAS-ARRIVAL-LINE
                       MOVE GAME-REPAIR-CYCLE(WS-SUB)
                           TO GMAS-REPAIR-CYCLE
                       WRITE GAME-MASTER-RECORD
                   END-IF
               END-PERFORM
                   "validation found duplicates or gaps."
           END-IF.

      * Keep this run's rebuilt outputs as a generation - a run that
      * processed no file rebuilt nothing worth keeping and is not on
      * the history master to be stamped with. Only the files the run
      * actually rebuilt join its set; an output it never opened
      * still holds an earlier run's content.
       KEEP-GENERATIONS.
           IF NOT WS-GMAS-STARTED THEN
               DISPLAY "AOCDAY02: no file processed - no output "
                   "generation taken."
           ELSE
               PERFORM LOAD-GENERATIONS
               IF WS-GEN-OVERFLOW THEN
                   DISPLAY "AOCDAY02: warning - "
                       FUNCTION TRIM(WS-GENERATION-FILE-NAME)
                       " holds more than " WS-GEN-MAX " entries - "
                       "no output generation taken."
                   IF WS-RUN-RC < 4 THEN
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               ELSE
                   PERFORM PICK-GENERATION-SLOT
                   MOVE 0 TO WS-GEN-TAKEN
                   MOVE 'G' TO WS-GEN-TYPE
                   MOVE WS-GAME-MASTER-FILE-NAME TO WS-GEN-SOURCE-NAME
                   PERFORM TAKE-GENERATION-COPY
                   MOVE 'R' TO WS-GEN-TYPE
                   MOVE WS-REPORT-FILE-NAME TO WS-GEN-SOURCE-NAME
                   PERFORM TAKE-GENERATION-COPY
                   IF WS-EXTRACT-STARTED THEN
                       MOVE 'E' TO WS-GEN-TYPE
                       MOVE WS-EXTRACT-FILE-NAME TO WS-GEN-SOURCE-NAME
                       PERFORM TAKE-GENERATION-COPY
                   END-IF
                   IF WS-INVALID-STARTED THEN
                       MOVE 'I' TO WS-GEN-TYPE
                       MOVE WS-INVALID-FILE-NAME TO WS-GEN-SOURCE-NAME
                       PERFORM TAKE-GENERATION-COPY
                   END-IF
                   IF WS-PROP-STARTED THEN
                       MOVE 'P' TO WS-GEN-TYPE
                       MOVE WS-PROPOSAL-FILE-NAME
                           TO WS-GEN-SOURCE-NAME
                       PERFORM TAKE-GENERATION-COPY
                   END-IF
                   PERFORM SAVE-GENERATIONS
                   DISPLAY "AOCDAY02: " WS-GEN-TAKEN " output "
                       "file(s) kept as run " WS-RUN-NUMBER
                       " in generation slot " WS-GEN-SLOT "."
               END-IF
           END-IF.

      * The catalogue as it stands, grouped by run, oldest first. A
      * catalogue entry already carrying this run's number belongs
      * to an earlier run that never reached the history master, so
      * this run's set supersedes it.
       LOAD-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-GEN-RUN-COUNT.
           MOVE 'N' TO WS-GEN-EOF-SW.
           MOVE 'N' TO WS-GEN-OVERFLOW-SW.
           OPEN INPUT GENERATION-FILE.
           IF WS-GENC-STATUS = '00' THEN
               PERFORM UNTIL WS-GEN-EOF
                   READ GENERATION-FILE
                       AT END SET WS-GEN-EOF TO TRUE
                       NOT AT END
                           IF GEN-RUN-NUMBER IS NUMERIC
                               AND GEN-SLOT IS NUMERIC
                               AND GEN-RUN-NUMBER NOT = WS-RUN-NUMBER
                               PERFORM NOTE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF.

      * Room is always left for the five files of this run's set.
       NOTE-GENERATION.
           IF WS-GEN-COUNT >= WS-GEN-MAX - 5 THEN
               SET WS-GEN-OVERFLOW TO TRUE
           ELSE
               IF WS-GEN-RUN-COUNT = 0
                   OR GENR-RUN-NUMBER(WS-GEN-RUN-COUNT)
                       NOT = GEN-RUN-NUMBER THEN
                   ADD 1 TO WS-GEN-RUN-COUNT
                   MOVE GEN-RUN-NUMBER
                       TO GENR-RUN-NUMBER(WS-GEN-RUN-COUNT)
                   MOVE GEN-SLOT TO GENR-SLOT(WS-GEN-RUN-COUNT)
               END-IF
               ADD 1 TO WS-GEN-COUNT
               MOVE GEN-RUN-NUMBER TO GENT-RUN-NUMBER(WS-GEN-COUNT)
               MOVE GEN-RUN-DATE TO GENT-RUN-DATE(WS-GEN-COUNT)
               MOVE GEN-RUN-TIME TO GENT-RUN-TIME(WS-GEN-COUNT)
               MOVE GEN-SLOT TO GENT-SLOT(WS-GEN-COUNT)
               MOVE GEN-FILE-TYPE TO GENT-FILE-TYPE(WS-GEN-COUNT)
               MOVE GEN-LINES TO GENT-LINES(WS-GEN-COUNT)
               MOVE GEN-CURRENT-NAME
                   TO GENT-CURRENT-NAME(WS-GEN-COUNT)
               MOVE GEN-COPY-NAME TO GENT-COPY-NAME(WS-GEN-COUNT)
               MOVE WS-GEN-RUN-COUNT TO GENT-RUN-IDX(WS-GEN-COUNT)
               MOVE 'N' TO GENT-KEEP-SW(WS-GEN-COUNT)
           END-IF.

      * The newest WS-GEN-KEEP runs stay on the catalogue and hold
      * on to their slots; everything older drops off and its slot
      * is free to be written over. This run takes the lowest free
      * slot - with at most N runs kept, one of slots 1 to N+1 is
      * always free.
       PICK-GENERATION-SLOT.
           MOVE ALL 'N' TO WS-GEN-SLOTS.
           PERFORM VARYING WS-GEN-RUN-SUB FROM 1 BY 1
               UNTIL WS-GEN-RUN-SUB > WS-GEN-RUN-COUNT
               IF WS-GEN-RUN-SUB > WS-GEN-RUN-COUNT - WS-GEN-KEEP
                   AND GENR-SLOT(WS-GEN-RUN-SUB) > 0 THEN
                   MOVE 'Y'
                       TO WS-GEN-SLOT-USED(GENR-SLOT(WS-GEN-RUN-SUB))
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF GENT-RUN-IDX(WS-GEN-SUB) >
                   WS-GEN-RUN-COUNT - WS-GEN-KEEP THEN
                   SET GENT-KEEP(WS-GEN-SUB) TO TRUE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-GEN-SLOT.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-KEEP + 1
               OR WS-GEN-SLOT > 0
               IF WS-GEN-SLOT-USED(WS-GEN-SUB) = 'N' THEN
                   MOVE WS-GEN-SUB TO WS-GEN-SLOT
               END-IF
           END-PERFORM.

      * One output into this run's slot, named after the live file
      * with the slot number on the end, and onto the catalogue. A
      * copy that fails costs the set that file, not the run.
       TAKE-GENERATION-COPY.
           MOVE SPACES TO WS-GEN-COPY-NAME.
           STRING FUNCTION TRIM(WS-GEN-SOURCE-NAME) DELIMITED BY SIZE
               '.GEN' DELIMITED BY SIZE
               WS-GEN-SLOT DELIMITED BY SIZE
               INTO WS-GEN-COPY-NAME.
           PERFORM COPY-GENERATION-FILE.
           IF WS-GEN-COPY-OK THEN
               ADD 1 TO WS-GEN-COUNT
               ADD 1 TO WS-GEN-TAKEN
               MOVE WS-RUN-NUMBER TO GENT-RUN-NUMBER(WS-GEN-COUNT)
               MOVE WS-RUN-DATE TO GENT-RUN-DATE(WS-GEN-COUNT)
               MOVE WS-RUN-TIME TO GENT-RUN-TIME(WS-GEN-COUNT)
               MOVE WS-GEN-SLOT TO GENT-SLOT(WS-GEN-COUNT)
               MOVE WS-GEN-TYPE TO GENT-FILE-TYPE(WS-GEN-COUNT)
               MOVE WS-GEN-LINES TO GENT-LINES(WS-GEN-COUNT)
               MOVE WS-GEN-SOURCE-NAME
                   TO GENT-CURRENT-NAME(WS-GEN-COUNT)
               MOVE WS-GEN-COPY-NAME TO GENT-COPY-NAME(WS-GEN-COUNT)
               MOVE 0 TO GENT-RUN-IDX(WS-GEN-COUNT)
               SET GENT-KEEP(WS-GEN-COUNT) TO TRUE
           ELSE
               IF WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
               DISPLAY "AOCDAY02: warning - no generation copy of "
                   FUNCTION TRIM(WS-GEN-SOURCE-NAME) " kept."
           END-IF.

      * Line-for-line copy of any of the rebuilt outputs, counting
      * the lines so AOCDAY02G can check the copy before restoring
      * it.
       COPY-GENERATION-FILE.
           MOVE 'N' TO WS-GEN-COPY-OK-SW.
           MOVE 0 TO WS-GEN-LINES.
           OPEN INPUT GEN-SOURCE-FILE.
           IF WS-GSRC-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02: " FUNCTION TRIM(WS-GEN-SOURCE-NAME)
                   " could not be opened (status " WS-GSRC-STATUS
                   ") - generation copy not taken."
           ELSE
               OPEN OUTPUT GEN-COPY-FILE
               IF WS-GCPY-STATUS NOT = '00' THEN
                   DISPLAY "AOCDAY02: "
                       FUNCTION TRIM(WS-GEN-COPY-NAME)
                       " could not be opened (status " WS-GCPY-STATUS
                       ") - generation copy not taken."
               ELSE
                   SET WS-GEN-COPY-OK TO TRUE
                   MOVE 'N' TO WS-GSRC-EOF-SW
                   PERFORM UNTIL WS-GSRC-EOF
                       READ GEN-SOURCE-FILE
                           AT END SET WS-GSRC-EOF TO TRUE
                           NOT AT END
                               MOVE GEN-SOURCE-LINE TO GEN-COPY-LINE
                               WRITE GEN-COPY-LINE
                               ADD 1 TO WS-GEN-LINES
                               IF WS-GSRC-STATUS NOT = '00'
                                   OR WS-GCPY-STATUS NOT = '00' THEN
                                   MOVE 'N' TO WS-GEN-COPY-OK-SW
                                   SET WS-GSRC-EOF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GEN-COPY-FILE
               END-IF
               CLOSE GEN-SOURCE-FILE
           END-IF.

      * The catalogue rewritten whole - the kept runs as they were,
      * then this run's set.
       SAVE-GENERATIONS.
           OPEN OUTPUT GENERATION-FILE.
           IF WS-GENC-STATUS NOT = '00' THEN
               IF WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
               DISPLAY "AOCDAY02: warning - "
                   FUNCTION TRIM(WS-GENERATION-FILE-NAME)
                   " could not be opened (status " WS-GENC-STATUS
                   ") - generations copied but not catalogued."
           ELSE
               PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
                   IF GENT-KEEP(WS-GEN-SUB) THEN
                       MOVE GENT-RUN-NUMBER(WS-GEN-SUB)
                           TO GEN-RUN-NUMBER
                       MOVE GENT-RUN-DATE(WS-GEN-SUB) TO GEN-RUN-DATE
                       MOVE GENT-RUN-TIME(WS-GEN-SUB) TO GEN-RUN-TIME
                       MOVE GENT-SLOT(WS-GEN-SUB) TO GEN-SLOT
                       MOVE GENT-FILE-TYPE(WS-GEN-SUB)
                           TO GEN-FILE-TYPE
                       MOVE GENT-LINES(WS-GEN-SUB) TO GEN-LINES
                       MOVE GENT-CURRENT-NAME(WS-GEN-SUB)
                           TO GEN-CURRENT-NAME
                       MOVE GENT-COPY-NAME(WS-GEN-SUB)
                           TO GEN-COPY-NAME
                       WRITE GENERATION-RECORD
                   END-IF
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF.

      * Hand the scheduler the worst verdict any file earned.
       FINISH-RETURN-CODE.
           DISPLAY "AOCDAY02: ending with return code " WS-RUN-RC
