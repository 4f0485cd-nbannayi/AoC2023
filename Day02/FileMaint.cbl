      *   - Cube price maintenance added for the AOCDAY02 scenario
      *     costing and purchase proposal - the single pence-per-
      *     cube record, update and list, logged as file type P.
      *   - Maker-checker: adds, updates and deletes no longer touch
      *     the live files. Each change is queued on the pending
      *     file (logged as action Q) and only reaches the live file
      *     when a different user approves it at the Q review; a
      *     rejection is logged as action J and drops the item. An
      *     approval re-checks the live record first, so a change
      *     keyed against a value that has since moved is refused.
      *     PENDING on the command line writes the cut-off report
      *     of the items still waiting.
      *   - Limits action S submits the scenario AOCDAY02L's
      *     optimiser proposed (Day02LimitsProposal.txt) - queued
      *     as an add, or as an update when the name is on file,
      *     through the same approval as a keyed change.
      *   - Approval item numbers run on from the highest ever
      *     queued on the change log, not the highest still waiting,
      *     and every Q, A/U/D and J log record carries its item
      *     number, so one item's records tie together across days.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02M.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMITS-STATUS.

           SELECT LIMITS-PROPOSAL-FILE ASSIGN TO DYNAMIC
           WS-LIMITS-PROPOSAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LPROP-STATUS.

           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT PENDING-FILE ASSIGN TO DYNAMIC
           WS-PENDING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PND-STATUS.

           SELECT PENDING-REPORT-FILE ASSIGN TO DYNAMIC
           WS-PENDING-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layouts AOCDAY02 reads - see LOAD-CUBE-LIMITS and
           05 LIM-BLUE PIC 9(2).
           05 LIM-SCEN-NAME PIC X(12).

      * Scenarios AOCDAY02L's optimiser proposes, in the limits
      * layout, waiting to be submitted for approval.
       FD LIMITS-PROPOSAL-FILE.
       01 LIMITS-PROPOSAL-RECORD.
           05 LPROP-RED PIC X(2).
           05 LPROP-GREEN PIC X(2).
           05 LPROP-BLUE PIC X(2).
           05 LPROP-SCEN-NAME PIC X(12).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-KEY PIC X(100).
           05 PRICE-BLUE PIC 9(4).

      * Change audit log - one fixed-width record per applied change,
      * appended, never rewritten. LOG-ITEM-NO is the approval item
      * the record belongs to; blank on records from before the
      * approval queue and on the other programs' housekeeping
      * entries.
       FD MAINT-LOG-FILE.
       01 MAINT-LOG-RECORD.
           05 LOG-DATE PIC X(08).
           05 LOG-KEY PIC X(100).
           05 LOG-OLD-VALUE PIC X(30).
           05 LOG-NEW-VALUE PIC X(30).
           05 LOG-ITEM-NO PIC X(06).

      * Changes waiting for a second pair of eyes - one record per
      * queued change, carrying the key and the old and new values
      * exactly as they will appear on the change log. Only items
      * still waiting are kept; a decided item leaves the queue and
      * lives on as its log record.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PND-ITEM-NO PIC 9(6).
           05 PND-FILE-TYPE PIC X(01).
           05 PND-ACTION PIC X(01).
           05 PND-KEY PIC X(100).
           05 PND-OLD-VALUE PIC X(30).
           05 PND-NEW-VALUE PIC X(30).
           05 PND-MAKER PIC X(08).
           05 PND-MADE-DATE PIC X(08).
           05 PND-MADE-TIME PIC X(06).

       FD PENDING-REPORT-FILE.
       01 PENDING-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Run-time file names - defaulted here, overridden from the
      * environment, matching the AOCDAY02 conventions.
       01 WS-LIMITS-FILE-NAME PIC X(100)
           VALUE 'Day02Limits.txt'.
       01 WS-LIMITS-PROPOSAL-FILE-NAME PIC X(100)
           VALUE 'Day02LimitsProposal.txt'.
       01 WS-CONTROL-FILE-NAME PIC X(100)
           VALUE 'Day02Control.txt'.
       01 WS-REGISTER-FILE-NAME PIC X(100)
           VALUE 'Day02Prices.txt'.
       01 WS-MAINT-LOG-FILE-NAME PIC X(100)
           VALUE 'Day02MaintLog.txt'.
       01 WS-PENDING-FILE-NAME PIC X(100)
           VALUE 'Day02Pending.txt'.
       01 WS-PENDING-REPORT-FILE-NAME PIC X(100)
           VALUE 'Day02PendingReport.txt'.
       01 WS-ENV-TMP PIC X(100) VALUE SPACES.

       01 WS-LIMITS-STATUS PIC X(02) VALUE '00'.
       01 WS-LPROP-STATUS PIC X(02) VALUE '00'.
       01 WS-CTL-STATUS PIC X(02) VALUE '00'.
       01 WS-REG-STATUS PIC X(02) VALUE '00'.
       01 WS-PRICE-STATUS PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS PIC X(02) VALUE '00'.
       01 WS-PND-STATUS PIC X(02) VALUE '00'.
       01 WS-PRPT-STATUS PIC X(02) VALUE '00'.
       01 WS-LIM-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LIM-EOF VALUE 'Y'.
       01 WS-LPROP-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LPROP-EOF VALUE 'Y'.
       01 WS-CTL-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-CTL-EOF VALUE 'Y'.
       01 WS-REG-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-REG-EOF VALUE 'Y'.
       01 WS-PND-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-PND-EOF VALUE 'Y'.
       01 WS-LOG-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LOG-EOF VALUE 'Y'.

      * Who is making the change, and when - stamped on every log
      * record.
           88 WS-PRICES-ON-FILE VALUE 'Y'.
       01 WS-INPUT-OK-SW PIC X(1) VALUE 'N'.
           88 WS-INPUT-OK VALUE 'Y'.
       01 WS-PROP-READ PIC 9(4) VALUE 0.

      * The limits scenarios held in memory while being maintained.
      * Records past the table are counted at load, and a non-zero
       01 WS-LOG-FILE-TYPE PIC X(01) VALUE SPACE.
       01 WS-LOG-ACTION PIC X(01) VALUE SPACE.

      * The pending-change queue held in memory for the review, with
      * the same drop counting and change bar as the scenarios. An
      * item is marked A or R as it is decided; only items left at P
      * are written back.
       01 WS-MAX-PENDS PIC S9(4) COMP VALUE 200.
       01 WS-PEND-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-PEND-DROPPED PIC 9(4) VALUE 0.
       01 WS-PEND-SUB PIC S9(4) COMP.
       01 WS-PEND-HIT PIC S9(4) COMP VALUE 0.
       01 WS-PEND-DECIDED PIC S9(4) COMP VALUE 0.
       01 WS-NEXT-ITEM-NO PIC 9(6) VALUE 0.
       01 WS-LOG-ITEM-NO PIC X(06) VALUE SPACES.
      * The queue, or the change log its item numbers run on from,
      * could not be read - a file that is there but damaged or
      * locked, not one that is simply not there yet.
       01 WS-PEND-UNREADABLE-SW PIC X(1) VALUE 'N'.
           88 WS-PEND-UNREADABLE VALUE 'Y'.
       01 WS-PEND-OPEN-STATUS PIC X(02) VALUE '00'.
       01 WS-LOG-UNREADABLE-SW PIC X(1) VALUE 'N'.
           88 WS-LOG-UNREADABLE VALUE 'Y'.
       01 WS-PENDS.
           03 WS-PEND OCCURS 200 TIMES.
               05 PEND-TAB-ITEM-NO PIC 9(6).
               05 PEND-TAB-STATE PIC X(01).
               05 PEND-TAB-FILE-TYPE PIC X(01).
               05 PEND-TAB-ACTION PIC X(01).
               05 PEND-TAB-KEY PIC X(100).
               05 PEND-TAB-OLD PIC X(30).
               05 PEND-TAB-NEW PIC X(30).
               05 PEND-TAB-MAKER PIC X(08).
               05 PEND-TAB-MADE-DATE PIC X(08).
               05 PEND-TAB-MADE-TIME PIC X(06).
       01 WS-APPLY-OK-SW PIC X(1) VALUE 'N'.
           88 WS-APPLY-OK VALUE 'Y'.
       01 WS-REVIEW-STOP-SW PIC X(1) VALUE 'N'.
           88 WS-REVIEW-STOP VALUE 'Y'.
       01 WS-FILE-TYPE-TEXT PIC X(08) VALUE SPACES.
       01 WS-ACTION-TEXT PIC X(06) VALUE SPACES.
       01 WS-ITEM-EDIT PIC Z(5)9.

      * Batch mode - PENDING on the command line writes the cut-off
      * report instead of opening the console menu.
       01 WS-ARG-TEXT PIC X(120) VALUE SPACES.
       01 WS-ARG-MODE PIC X(10) VALUE SPACES.
       01 WS-RUN-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INITIALISE.
           IF WS-ARG-MODE = 'PENDING' THEN
               PERFORM WRITE-PENDING-REPORT
               DISPLAY "AOCDAY02M: ending with return code "
                   WS-RUN-RC "."
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DONE
               DISPLAY " "
               DISPLAY "AOCDAY02M - parameter file maintenance"
                   FUNCTION TRIM(WS-REGISTER-FILE-NAME) ")"
               DISPLAY "  P - cube prices ("
                   FUNCTION TRIM(WS-PRICES-FILE-NAME) ")"
               DISPLAY "  Q - review changes awaiting approval ("
                   FUNCTION TRIM(WS-PENDING-FILE-NAME) ")"
               DISPLAY "  X - exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               MOVE SPACE TO WS-MENU-CHOICE
                   PERFORM MAINTAIN-REGISTER
               ELSE IF WS-MENU-CHOICE = 'P' THEN
                   PERFORM MAINTAIN-PRICES
               ELSE IF WS-MENU-CHOICE = 'Q' THEN
                   PERFORM REVIEW-PENDING
               ELSE IF WS-MENU-CHOICE = 'X' THEN
                   SET WS-DONE TO TRUE
               ELSE
                   DISPLAY "Enter L, C, R, P, Q or X."
               END-IF
           END-PERFORM.
           DISPLAY "AOCDAY02M: done - changes are on "
               MOVE WS-ENV-TMP TO WS-LIMITS-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_LIMITS_PROPOSAL_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-LIMITS-PROPOSAL-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_CONTROL_FILE"
               ON EXCEPTION CONTINUE
               MOVE WS-ENV-TMP TO WS-MAINT-LOG-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_PENDING_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-PENDING-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_PENDING_REPORT_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-PENDING-REPORT-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "USER"
               ON EXCEPTION CONTINUE
               MOVE WS-ENV-TMP TO WS-USER-ID
           END-IF.

           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-MODE.
           UNSTRING FUNCTION TRIM(WS-ARG-TEXT)
               DELIMITED BY ALL ' '
               INTO WS-ARG-MODE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-MODE) TO WS-ARG-MODE.
           IF WS-ARG-MODE NOT = SPACES
               AND WS-ARG-MODE NOT = 'PENDING' THEN
               DISPLAY "AOCDAY02M: run with no arguments for the "
                   "maintenance menu, or PENDING for the cut-off "
                   "report of changes awaiting approval."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * ------------------------------------------------------------
      * Limits scenario maintenance.
      * ------------------------------------------------------------
       MAINTAIN-LIMITS.
           PERFORM LOAD-LIMITS-TABLE.
           DISPLAY "  A - add scenario, U - update, D - delete, "
               "L - list, S - submit optimiser proposal"
           DISPLAY "Action: " WITH NO ADVANCING.
           MOVE SPACE TO WS-ACTION-CHOICE.
           ACCEPT WS-ACTION-CHOICE.
               TO WS-ACTION-CHOICE.
           IF WS-ACTION-CHOICE = 'L' THEN
               PERFORM LIST-LIMITS
           ELSE IF WS-ACTION-CHOICE = 'A' OR 'U' OR 'D' OR 'S'
               IF WS-SCEN-DROPPED > 0 THEN
                   DISPLAY "Changes are barred - the file holds "
                       "records this utility could not load, and a "
                   PERFORM ADD-LIMITS-SCENARIO
               ELSE IF WS-ACTION-CHOICE = 'U' THEN
                   PERFORM UPDATE-LIMITS-SCENARIO
               ELSE IF WS-ACTION-CHOICE = 'S' THEN
                   PERFORM SUBMIT-LIMITS-PROPOSAL
               ELSE
                   PERFORM DELETE-LIMITS-SCENARIO
               END-IF
           ELSE
               DISPLAY "Enter A, U, D, L or S."
           END-IF.

       LOAD-LIMITS-TABLE.
                   ELSE
                       PERFORM PROMPT-LIMIT-VALUES
                       IF WS-INPUT-OK THEN
                           MOVE SPACES TO WS-OLD-VALUE
                           PERFORM BUILD-LIMITS-NEW-VALUE
                           MOVE WS-IN-NAME TO WS-IN-KEY
                           MOVE 'L' TO WS-LOG-FILE-TYPE
                           MOVE 'A' TO WS-LOG-ACTION
                           PERFORM QUEUE-CHANGE
                       END-IF
                   END-IF
               END-IF
                   PERFORM PROMPT-LIMIT-VALUES
                   IF WS-INPUT-OK THEN
                       PERFORM BUILD-LIMITS-OLD-VALUE
                       PERFORM BUILD-LIMITS-NEW-VALUE
                       MOVE WS-IN-NAME TO WS-IN-KEY
                       MOVE 'L' TO WS-LOG-FILE-TYPE
                       MOVE 'U' TO WS-LOG-ACTION
                       PERFORM QUEUE-CHANGE
                   END-IF
               END-IF
           END-IF.
                   END-IF
                   MOVE WS-SCEN-HIT TO WS-SCEN-SUB
                   PERFORM BUILD-LIMITS-OLD-VALUE-AT-SUB
                   MOVE SPACES TO WS-NEW-VALUE
                   MOVE WS-IN-NAME TO WS-IN-KEY
                   MOVE 'L' TO WS-LOG-FILE-TYPE
                   MOVE 'D' TO WS-LOG-ACTION
                   PERFORM QUEUE-CHANGE
               END-IF
           END-IF.

      * Queue each scenario the optimiser proposed - an update when
      * the name is already on file, otherwise an add. A record is
      * held to the same rules as a keyed one; anything that fails
      * them is skipped and said so, never queued.
       SUBMIT-LIMITS-PROPOSAL.
           MOVE 0 TO WS-PROP-READ.
           MOVE 'N' TO WS-LPROP-EOF-SW.
           OPEN INPUT LIMITS-PROPOSAL-FILE.
           IF WS-LPROP-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02M: no proposal on "
                   FUNCTION TRIM(WS-LIMITS-PROPOSAL-FILE-NAME)
                   " (status " WS-LPROP-STATUS ") - run AOCDAY02L "
                   "with PROPOSE first."
           ELSE
               PERFORM UNTIL WS-LPROP-EOF
                   READ LIMITS-PROPOSAL-FILE
                       AT END SET WS-LPROP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PROP-READ
                           PERFORM SUBMIT-PROPOSED-SCENARIO
                   END-READ
               END-PERFORM
               CLOSE LIMITS-PROPOSAL-FILE
               IF WS-PROP-READ = 0 THEN
                   DISPLAY "AOCDAY02M: "
                       FUNCTION TRIM(WS-LIMITS-PROPOSAL-FILE-NAME)
                       " is empty - nothing to submit."
               END-IF
           END-IF.

       SUBMIT-PROPOSED-SCENARIO.
           MOVE 'Y' TO WS-INPUT-OK-SW.
           IF LPROP-SCEN-NAME = SPACES THEN
               MOVE 'N' TO WS-INPUT-OK-SW
           END-IF.
           IF LPROP-RED IS NOT NUMERIC OR LPROP-RED = '00'
               OR LPROP-GREEN IS NOT NUMERIC OR LPROP-GREEN = '00'
               OR LPROP-BLUE IS NOT NUMERIC OR LPROP-BLUE = '00'
               MOVE 'N' TO WS-INPUT-OK-SW
           END-IF.
           IF NOT WS-INPUT-OK THEN
               DISPLAY "Proposal record " WS-PROP-READ
                   " is not a valid scenario (limits 1-99 and a "
                   "name) - skipped."
           ELSE
               MOVE SPACES TO WS-IN-NAME
               MOVE FUNCTION TRIM(LPROP-SCEN-NAME) TO WS-IN-NAME
               MOVE LPROP-RED TO WS-IN-RED
               MOVE LPROP-GREEN TO WS-IN-GREEN
               MOVE LPROP-BLUE TO WS-IN-BLUE
               DISPLAY "Proposed: " WS-IN-NAME " red " WS-IN-RED
                   " green " WS-IN-GREEN " blue " WS-IN-BLUE
               PERFORM QUEUE-PROPOSED-SCENARIO
           END-IF.

      * An unchanged scenario is not worth a checker's time; a new
      * one needs room in the table.
       QUEUE-PROPOSED-SCENARIO.
           PERFORM FIND-LIMITS-SCENARIO.
           IF WS-SCEN-HIT > 0 THEN
               PERFORM BUILD-LIMITS-OLD-VALUE
               MOVE 'U' TO WS-LOG-ACTION
           ELSE
               MOVE SPACES TO WS-OLD-VALUE
               MOVE 'A' TO WS-LOG-ACTION
           END-IF.
           PERFORM BUILD-LIMITS-NEW-VALUE.
           IF WS-SCEN-HIT > 0 AND WS-OLD-VALUE = WS-NEW-VALUE THEN
               DISPLAY "Scenario '" FUNCTION TRIM(WS-IN-NAME)
                   "' already holds these limits - nothing to "
                   "submit."
           ELSE
               IF WS-SCEN-HIT = 0
                   AND WS-SCENARIO-COUNT >= WS-MAX-SCENARIOS THEN
                   DISPLAY "Scenario table is full ("
                       WS-MAX-SCENARIOS ") - delete one first."
               ELSE
                   MOVE WS-IN-NAME TO WS-IN-KEY
                   MOVE 'L' TO WS-LOG-FILE-TYPE
                   PERFORM QUEUE-CHANGE
               END-IF
           END-IF.

           STRING WS-IN-RED WS-IN-GREEN WS-IN-BLUE
               DELIMITED BY SIZE INTO WS-NEW-VALUE.

      * Apply an approved limits change - reloaded from the live file
      * at approval time, so the table is the file as it stands now,
      * not as it stood when the change was keyed.
       APPLY-LIMITS-CHANGE.
           MOVE SPACES TO WS-IN-NAME.
           MOVE WS-IN-KEY TO WS-IN-NAME.
           IF WS-LOG-ACTION NOT = 'D' THEN
               MOVE WS-NEW-VALUE(1:2) TO WS-IN-RED
               MOVE WS-NEW-VALUE(3:2) TO WS-IN-GREEN
               MOVE WS-NEW-VALUE(5:2) TO WS-IN-BLUE
           END-IF.
           PERFORM LOAD-LIMITS-TABLE.
           IF WS-SCEN-DROPPED = 0 THEN
               PERFORM FIND-LIMITS-SCENARIO
               IF WS-SCEN-HIT > 0 THEN
                   PERFORM BUILD-LIMITS-OLD-VALUE
               ELSE
                   MOVE SPACES TO WS-OLD-VALUE
               END-IF
               IF WS-OLD-VALUE NOT = PEND-TAB-OLD(WS-PEND-SUB) THEN
                   PERFORM REPORT-STALE-ITEM
               ELSE IF WS-LOG-ACTION = 'A'
                   AND WS-SCENARIO-COUNT >= WS-MAX-SCENARIOS
                   DISPLAY "Scenario table is full ("
                       WS-MAX-SCENARIOS ") - change NOT applied."
               ELSE
                   PERFORM CHANGE-LIMITS-TABLE
                   PERFORM SAVE-LIMITS-TABLE
                   IF WS-LIMITS-STATUS = '00' THEN
                       SET WS-APPLY-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHANGE-LIMITS-TABLE.
           IF WS-LOG-ACTION = 'A' THEN
               COMPUTE WS-SCENARIO-COUNT = WS-SCENARIO-COUNT + 1
               MOVE WS-IN-NAME TO SCEN-NAME(WS-SCENARIO-COUNT)
               MOVE WS-IN-RED TO SCEN-RED(WS-SCENARIO-COUNT)
               MOVE WS-IN-GREEN TO SCEN-GREEN(WS-SCENARIO-COUNT)
               MOVE WS-IN-BLUE TO SCEN-BLUE(WS-SCENARIO-COUNT)
           ELSE IF WS-LOG-ACTION = 'U' THEN
               MOVE WS-IN-RED TO SCEN-RED(WS-SCEN-HIT)
               MOVE WS-IN-GREEN TO SCEN-GREEN(WS-SCEN-HIT)
               MOVE WS-IN-BLUE TO SCEN-BLUE(WS-SCEN-HIT)
           ELSE
               PERFORM VARYING WS-SCEN-SUB FROM WS-SCEN-HIT BY 1
                   UNTIL WS-SCEN-SUB >= WS-SCENARIO-COUNT
                   MOVE WS-SCENARIO(WS-SCEN-SUB + 1)
                       TO WS-SCENARIO(WS-SCEN-SUB)
               END-PERFORM
               COMPUTE WS-SCENARIO-COUNT = WS-SCENARIO-COUNT - 1
           END-IF.

      * Rewrite the whole file from the table - never entered when
      * the load dropped records, but the guard stays as the last
      * line of defence.
                   ELSE
                       PERFORM PROMPT-CONTROL-TOTALS
                       IF WS-INPUT-OK THEN
                           MOVE SPACES TO WS-OLD-VALUE
                           PERFORM BUILD-CONTROL-NEW-VALUE
                           MOVE 'C' TO WS-LOG-FILE-TYPE
                           MOVE 'A' TO WS-LOG-ACTION
                           PERFORM QUEUE-CHANGE
                       END-IF
                   END-IF
               END-IF
                   PERFORM PROMPT-CONTROL-TOTALS
                   IF WS-INPUT-OK THEN
                       PERFORM BUILD-CONTROL-OLD-VALUE
                       PERFORM BUILD-CONTROL-NEW-VALUE
                       MOVE 'C' TO WS-LOG-FILE-TYPE
                       MOVE 'U' TO WS-LOG-ACTION
                       PERFORM QUEUE-CHANGE
                   END-IF
               END-IF
           END-IF.
                       FUNCTION TRIM(WS-IN-KEY) "'."
               ELSE
                   PERFORM BUILD-CONTROL-OLD-VALUE
                   MOVE SPACES TO WS-NEW-VALUE
                   MOVE 'C' TO WS-LOG-FILE-TYPE
                   MOVE 'D' TO WS-LOG-ACTION
                   PERFORM QUEUE-CHANGE
               END-IF
           END-IF.

           STRING WS-IN-TOTAL1 ' ' WS-IN-TOTAL2
               DELIMITED BY SIZE INTO WS-NEW-VALUE.

      * Apply an approved control-total change against the file as
      * it stands at approval time.
       APPLY-CONTROL-CHANGE.
           IF WS-LOG-ACTION NOT = 'D' THEN
               MOVE WS-NEW-VALUE(1:8) TO WS-IN-TOTAL1
               MOVE WS-NEW-VALUE(10:8) TO WS-IN-TOTAL2
           END-IF.
           PERFORM LOAD-CONTROL-TABLE.
           IF WS-CTL-DROPPED = 0 THEN
               PERFORM FIND-CONTROL-RECORD
               IF WS-CTL-HIT > 0 THEN
                   PERFORM BUILD-CONTROL-OLD-VALUE
               ELSE
                   MOVE SPACES TO WS-OLD-VALUE
               END-IF
               IF WS-OLD-VALUE NOT = PEND-TAB-OLD(WS-PEND-SUB) THEN
                   PERFORM REPORT-STALE-ITEM
               ELSE IF WS-LOG-ACTION = 'A'
                   AND WS-CTL-COUNT >= WS-MAX-CTLS
                   DISPLAY "Control table is full (" WS-MAX-CTLS
                       ") - change NOT applied."
               ELSE
                   PERFORM CHANGE-CONTROL-TABLE
                   PERFORM SAVE-CONTROL-TABLE
                   IF WS-CTL-STATUS = '00' THEN
                       SET WS-APPLY-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHANGE-CONTROL-TABLE.
           IF WS-LOG-ACTION = 'A' THEN
               COMPUTE WS-CTL-COUNT = WS-CTL-COUNT + 1
               MOVE WS-IN-KEY TO CTL-TAB-KEY(WS-CTL-COUNT)
               MOVE WS-IN-TOTAL1 TO CTL-TAB-TOTAL1(WS-CTL-COUNT)
               MOVE WS-IN-TOTAL2 TO CTL-TAB-TOTAL2(WS-CTL-COUNT)
           ELSE IF WS-LOG-ACTION = 'U' THEN
               MOVE WS-IN-TOTAL1 TO CTL-TAB-TOTAL1(WS-CTL-HIT)
               MOVE WS-IN-TOTAL2 TO CTL-TAB-TOTAL2(WS-CTL-HIT)
           ELSE
               PERFORM VARYING WS-CTL-SUB FROM WS-CTL-HIT BY 1
                   UNTIL WS-CTL-SUB >= WS-CTL-COUNT
                   MOVE WS-CTL(WS-CTL-SUB + 1) TO WS-CTL(WS-CTL-SUB)
               END-PERFORM
               COMPUTE WS-CTL-COUNT = WS-CTL-COUNT - 1
           END-IF.

      * Rewrite the whole file from the table - never entered when
      * the load dropped records, but the guard stays as the last
      * line of defence.
                       DISPLAY "'" FUNCTION TRIM(WS-IN-KEY)
                           "' is already on the register."
                   ELSE
                       MOVE SPACES TO WS-OLD-VALUE
                       MOVE 'EXPECTED' TO WS-NEW-VALUE
                       MOVE 'R' TO WS-LOG-FILE-TYPE
                       MOVE 'A' TO WS-LOG-ACTION
                       PERFORM QUEUE-CHANGE
                   END-IF
               END-IF
           END-IF.
                   DISPLAY "'" FUNCTION TRIM(WS-IN-KEY)
                       "' is not on the register."
               ELSE
                   MOVE 'EXPECTED' TO WS-OLD-VALUE
                   MOVE SPACES TO WS-NEW-VALUE
                   MOVE 'R' TO WS-LOG-FILE-TYPE
                   MOVE 'D' TO WS-LOG-ACTION
                   PERFORM QUEUE-CHANGE
               END-IF
           END-IF.

               SET WS-INPUT-OK TO TRUE
           END-IF.

      * Apply an approved register change against the register as it
      * stands at approval time.
       APPLY-REGISTER-CHANGE.
           PERFORM LOAD-REGISTER-TABLE.
           IF WS-REG-DROPPED = 0 THEN
               PERFORM FIND-REGISTER-ENTRY
               IF WS-REG-HIT > 0 THEN
                   MOVE 'EXPECTED' TO WS-OLD-VALUE
               ELSE
                   MOVE SPACES TO WS-OLD-VALUE
               END-IF
               IF WS-OLD-VALUE NOT = PEND-TAB-OLD(WS-PEND-SUB) THEN
                   PERFORM REPORT-STALE-ITEM
               ELSE IF WS-LOG-ACTION = 'A'
                   AND WS-REG-COUNT >= WS-MAX-REGS
                   DISPLAY "Register table is full (" WS-MAX-REGS
                       ") - change NOT applied."
               ELSE
                   IF WS-LOG-ACTION = 'A' THEN
                       COMPUTE WS-REG-COUNT = WS-REG-COUNT + 1
                       MOVE WS-IN-KEY TO REG-TAB-NAME(WS-REG-COUNT)
                   ELSE
                       PERFORM VARYING WS-REG-SUB FROM WS-REG-HIT BY 1
                           UNTIL WS-REG-SUB >= WS-REG-COUNT
                           MOVE WS-REG(WS-REG-SUB + 1)
                               TO WS-REG(WS-REG-SUB)
                       END-PERFORM
                       COMPUTE WS-REG-COUNT = WS-REG-COUNT - 1
                   END-IF
                   PERFORM SAVE-REGISTER-TABLE
                   IF WS-REG-STATUS = '00' THEN
                       SET WS-APPLY-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Rewrite the whole file from the table - never entered when
      * the load dropped records, but the guard stays as the last
      * line of defence.
                   MOVE SPACES TO WS-OLD-VALUE
               END-IF
               PERFORM BUILD-PRICES-NEW-VALUE
               MOVE WS-PRICES-FILE-NAME TO WS-IN-KEY
               MOVE 'P' TO WS-LOG-FILE-TYPE
               MOVE 'U' TO WS-LOG-ACTION
               PERFORM QUEUE-CHANGE
           END-IF.

      * Apply approved prices - the record on file now must still be
      * the one the change was keyed against.
       APPLY-PRICES-CHANGE.
           MOVE WS-NEW-VALUE(1:4) TO WS-IN-PRICE-RED.
           MOVE WS-NEW-VALUE(5:4) TO WS-IN-PRICE-GREEN.
           MOVE WS-NEW-VALUE(9:4) TO WS-IN-PRICE-BLUE.
           PERFORM LOAD-PRICES-RECORD.
           IF WS-PRICES-ON-FILE THEN
               PERFORM BUILD-PRICES-OLD-VALUE
           ELSE
               MOVE SPACES TO WS-OLD-VALUE
           END-IF.
           IF WS-OLD-VALUE NOT = PEND-TAB-OLD(WS-PEND-SUB) THEN
               PERFORM REPORT-STALE-ITEM
           ELSE
               PERFORM REWRITE-PRICES-FILE
               IF WS-PRICE-STATUS = '00' THEN
                   SET WS-APPLY-OK TO TRUE
               END-IF
           END-IF.

               CLOSE PRICES-FILE
           END-IF.

      * ------------------------------------------------------------
      * Pending-change queue - maker side.
      * ------------------------------------------------------------
      * Every add, update and delete above ends here instead of on
      * the live file. The key, action and old/new values are
      * queued exactly as the change log will show them, and the
      * queueing itself is logged as action Q. One item per record
      * at a time - a second change to the same record waits until
      * the first is decided, so a checker never approves two
      * changes that were each keyed against the same old value.
      * Nobody can be a checker against UNKNOWN, so an unidentified
      * session cannot queue.
       QUEUE-CHANGE.
           IF WS-USER-ID = 'UNKNOWN' THEN
               DISPLAY "AOCDAY02M: no user id (USER/LOGNAME) - a "
                   "change needs a known maker so a different user "
                   "can approve it. Change NOT queued."
           ELSE
               PERFORM LOAD-PENDING-TABLE
               PERFORM FIND-PENDING-ITEM
               IF WS-PEND-UNREADABLE OR WS-LOG-UNREADABLE THEN
                   DISPLAY "Changes are barred - the queue or the "
                       "change log cannot be read. Change NOT queued."
               ELSE IF WS-PEND-DROPPED > 0 THEN
                   DISPLAY "Changes are barred - the queue holds "
                       "items this utility could not load."
               ELSE IF WS-PEND-HIT > 0 THEN
                   MOVE PEND-TAB-ITEM-NO(WS-PEND-HIT) TO WS-ITEM-EDIT
                   DISPLAY "Item " FUNCTION TRIM(WS-ITEM-EDIT)
                       " by " FUNCTION TRIM(PEND-TAB-MAKER(WS-PEND-HIT))
                       " is already waiting on this record - have it "
                       "approved or rejected first."
               ELSE IF WS-PEND-COUNT >= WS-MAX-PENDS THEN
                   DISPLAY "The approval queue is full ("
                       WS-MAX-PENDS ") - have items checked first."
               ELSE
                   PERFORM APPEND-PENDING-ITEM
               END-IF
           END-IF.

       APPEND-PENDING-ITEM.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME-RAW FROM TIME.
           MOVE WS-STAMP-TIME-RAW(1:6) TO WS-STAMP-TIME.
           OPEN EXTEND PENDING-FILE.
           IF WS-PND-STATUS = '35' THEN
               OPEN OUTPUT PENDING-FILE
           END-IF.
           IF WS-PND-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02M: " WS-PENDING-FILE-NAME
                   " could not be opened (status " WS-PND-STATUS
                   ") - change NOT queued."
           ELSE
               MOVE WS-NEXT-ITEM-NO TO PND-ITEM-NO
               MOVE WS-LOG-FILE-TYPE TO PND-FILE-TYPE
               MOVE WS-LOG-ACTION TO PND-ACTION
               MOVE WS-IN-KEY TO PND-KEY
               MOVE WS-OLD-VALUE TO PND-OLD-VALUE
               MOVE WS-NEW-VALUE TO PND-NEW-VALUE
               MOVE WS-USER-ID TO PND-MAKER
               MOVE WS-STAMP-DATE TO PND-MADE-DATE
               MOVE WS-STAMP-TIME TO PND-MADE-TIME
               WRITE PENDING-RECORD
               CLOSE PENDING-FILE
               MOVE 'Q' TO WS-LOG-ACTION
               MOVE WS-NEXT-ITEM-NO TO WS-LOG-ITEM-NO
               PERFORM WRITE-MAINT-LOG
               MOVE WS-NEXT-ITEM-NO TO WS-ITEM-EDIT
               DISPLAY "Change queued as item "
                   FUNCTION TRIM(WS-ITEM-EDIT) " - it is not live "
                   "until a different user approves it."
           END-IF.

      * The whole queue into its table, marked P for pending. The
      * next item number runs on from the highest ever queued - the
      * queue itself only holds the items still waiting, so the
      * change log's Q records are scanned as well.
       LOAD-PENDING-TABLE.
           MOVE 0 TO WS-PEND-COUNT.
           MOVE 0 TO WS-PEND-DROPPED.
           MOVE 0 TO WS-NEXT-ITEM-NO.
           MOVE 'N' TO WS-PND-EOF-SW.
           MOVE 'N' TO WS-PEND-UNREADABLE-SW.
           OPEN INPUT PENDING-FILE.
           MOVE WS-PND-STATUS TO WS-PEND-OPEN-STATUS.
           IF WS-PND-STATUS NOT = '00' AND WS-PND-STATUS NOT = '35'
               THEN
               DISPLAY "AOCDAY02M: " FUNCTION TRIM(
                   WS-PENDING-FILE-NAME) " could not be opened "
                   "(status " WS-PND-STATUS ") - the queue cannot be "
                   "read."
               SET WS-PEND-UNREADABLE TO TRUE
           END-IF.
           IF WS-PND-STATUS = '00' THEN
               PERFORM UNTIL WS-PND-EOF
                   READ PENDING-FILE
                       AT END SET WS-PND-EOF TO TRUE
                       NOT AT END
                           IF WS-PEND-COUNT < WS-MAX-PENDS
                               PERFORM STORE-PENDING-ITEM
                           ELSE
                               ADD 1 TO WS-PEND-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           PERFORM SCAN-LOGGED-ITEMS.
           ADD 1 TO WS-NEXT-ITEM-NO.
           IF WS-PEND-DROPPED > 0 THEN
               DISPLAY "AOCDAY02M: " FUNCTION TRIM(
                   WS-PENDING-FILE-NAME) " holds " WS-PEND-DROPPED
                   " item(s) more than this utility can hold."
           END-IF.

       STORE-PENDING-ITEM.
           COMPUTE WS-PEND-COUNT = WS-PEND-COUNT + 1.
           MOVE PND-ITEM-NO TO PEND-TAB-ITEM-NO(WS-PEND-COUNT).
           MOVE 'P' TO PEND-TAB-STATE(WS-PEND-COUNT).
           MOVE PND-FILE-TYPE TO PEND-TAB-FILE-TYPE(WS-PEND-COUNT).
           MOVE PND-ACTION TO PEND-TAB-ACTION(WS-PEND-COUNT).
           MOVE PND-KEY TO PEND-TAB-KEY(WS-PEND-COUNT).
           MOVE PND-OLD-VALUE TO PEND-TAB-OLD(WS-PEND-COUNT).
           MOVE PND-NEW-VALUE TO PEND-TAB-NEW(WS-PEND-COUNT).
           MOVE PND-MAKER TO PEND-TAB-MAKER(WS-PEND-COUNT).
           MOVE PND-MADE-DATE TO PEND-TAB-MADE-DATE(WS-PEND-COUNT).
           MOVE PND-MADE-TIME TO PEND-TAB-MADE-TIME(WS-PEND-COUNT).
           IF PND-ITEM-NO IS NUMERIC
               AND PND-ITEM-NO > WS-NEXT-ITEM-NO THEN
               MOVE PND-ITEM-NO TO WS-NEXT-ITEM-NO
           END-IF.

      * The highest item number on the change log's Q records. A
      * log not there yet just means nothing was ever queued; one
      * that is there but cannot be read bars queueing, since the
      * number handed out could repeat an earlier item's.
       SCAN-LOGGED-ITEMS.
           MOVE 'N' TO WS-LOG-EOF-SW.
           MOVE 'N' TO WS-LOG-UNREADABLE-SW.
           OPEN INPUT MAINT-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00' AND WS-LOG-STATUS NOT = '35'
               THEN
               DISPLAY "AOCDAY02M: " FUNCTION TRIM(
                   WS-MAINT-LOG-FILE-NAME) " could not be opened "
                   "(status " WS-LOG-STATUS ") - the next item number "
                   "cannot be found."
               SET WS-LOG-UNREADABLE TO TRUE
           END-IF.
           IF WS-LOG-STATUS = '00' THEN
               PERFORM UNTIL WS-LOG-EOF
                   READ MAINT-LOG-FILE
                       AT END SET WS-LOG-EOF TO TRUE
                       NOT AT END
                           IF LOG-ACTION = 'Q'
                               AND LOG-ITEM-NO IS NUMERIC
                               AND LOG-ITEM-NO > WS-NEXT-ITEM-NO THEN
                               MOVE LOG-ITEM-NO TO WS-NEXT-ITEM-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAINT-LOG-FILE
           END-IF.

      * A waiting item on the same file and key - hit left in
      * WS-PEND-HIT, 0 if none.
       FIND-PENDING-ITEM.
           MOVE 0 TO WS-PEND-HIT.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT
               OR WS-PEND-HIT > 0
               IF PEND-TAB-FILE-TYPE(WS-PEND-SUB) = WS-LOG-FILE-TYPE
                   AND FUNCTION TRIM(PEND-TAB-KEY(WS-PEND-SUB)) =
                       FUNCTION TRIM(WS-IN-KEY) THEN
                   MOVE WS-PEND-SUB TO WS-PEND-HIT
               END-IF
           END-PERFORM.

      * ------------------------------------------------------------
      * Pending-change queue - checker side.
      * ------------------------------------------------------------
      * Walk the queue item by item. The maker of an item is shown
      * it but cannot decide it. An approval goes through the same
      * load, rewrite and log as a direct change used to, with the
      * checker as the logged user; the maker is on the item's Q
      * log record. Decided items leave the queue when it is
      * written back at the end of the review.
       REVIEW-PENDING.
           IF WS-USER-ID = 'UNKNOWN' THEN
               DISPLAY "AOCDAY02M: no user id (USER/LOGNAME) - an "
                   "unidentified session cannot check changes."
           ELSE
               PERFORM LOAD-PENDING-TABLE
               IF WS-PEND-UNREADABLE THEN
                   DISPLAY "Review is barred - the queue cannot be "
                       "read."
               ELSE IF WS-PEND-DROPPED > 0 THEN
                   DISPLAY "Review is barred - rewriting the queue "
                       "would destroy the items that could not be "
                       "loaded."
               ELSE IF WS-PEND-COUNT = 0 THEN
                   DISPLAY "No changes are waiting for approval."
               ELSE
                   MOVE 0 TO WS-PEND-DECIDED
                   MOVE 'N' TO WS-REVIEW-STOP-SW
                   PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                       UNTIL WS-PEND-SUB > WS-PEND-COUNT
                       OR WS-REVIEW-STOP
                       PERFORM REVIEW-PENDING-ITEM
                   END-PERFORM
                   IF WS-PEND-DECIDED > 0 THEN
                       PERFORM REWRITE-PENDING-FILE
                   END-IF
               END-IF
           END-IF.

       REVIEW-PENDING-ITEM.
           PERFORM DESCRIBE-PENDING-ITEM.
           MOVE PEND-TAB-ITEM-NO(WS-PEND-SUB) TO WS-ITEM-EDIT.
           DISPLAY " ".
           DISPLAY "Item " FUNCTION TRIM(WS-ITEM-EDIT) ": "
               WS-ACTION-TEXT " " FUNCTION TRIM(WS-FILE-TYPE-TEXT)
               " " FUNCTION TRIM(PEND-TAB-KEY(WS-PEND-SUB)).
           DISPLAY "  was '" FUNCTION TRIM(PEND-TAB-OLD(WS-PEND-SUB))
               "' now '" FUNCTION TRIM(PEND-TAB-NEW(WS-PEND-SUB))
               "' - by " FUNCTION TRIM(PEND-TAB-MAKER(WS-PEND-SUB))
               " on " PEND-TAB-MADE-DATE(WS-PEND-SUB) " "
               PEND-TAB-MADE-TIME(WS-PEND-SUB).
           IF PEND-TAB-MAKER(WS-PEND-SUB) = WS-USER-ID THEN
               DISPLAY "  Made by you - a different user must check "
                   "it."
           ELSE
               DISPLAY "  A - approve, R - reject, S - skip, "
                   "X - stop reviewing: " WITH NO ADVANCING
               MOVE SPACE TO WS-ACTION-CHOICE
               ACCEPT WS-ACTION-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-ACTION-CHOICE)
                   TO WS-ACTION-CHOICE
               IF WS-ACTION-CHOICE = 'A' THEN
                   PERFORM APPLY-PENDING-ITEM
                   IF WS-APPLY-OK THEN
                       MOVE 'A' TO PEND-TAB-STATE(WS-PEND-SUB)
                       ADD 1 TO WS-PEND-DECIDED
                       PERFORM WRITE-MAINT-LOG
                       DISPLAY "  Approved - the change is live."
                   ELSE
                       DISPLAY "  Still waiting."
                   END-IF
               ELSE IF WS-ACTION-CHOICE = 'R' THEN
                   MOVE 'R' TO PEND-TAB-STATE(WS-PEND-SUB)
                   ADD 1 TO WS-PEND-DECIDED
                   PERFORM SET-LOG-FROM-ITEM
                   MOVE 'J' TO WS-LOG-ACTION
                   PERFORM WRITE-MAINT-LOG
                   DISPLAY "  Rejected - the change is dropped."
               ELSE IF WS-ACTION-CHOICE = 'X' THEN
                   SET WS-REVIEW-STOP TO TRUE
               ELSE
                   DISPLAY "  Skipped - still waiting."
               END-IF
           END-IF.

       SET-LOG-FROM-ITEM.
           MOVE PEND-TAB-ITEM-NO(WS-PEND-SUB) TO WS-LOG-ITEM-NO.
           MOVE PEND-TAB-FILE-TYPE(WS-PEND-SUB) TO WS-LOG-FILE-TYPE.
           MOVE PEND-TAB-ACTION(WS-PEND-SUB) TO WS-LOG-ACTION.
           MOVE PEND-TAB-KEY(WS-PEND-SUB) TO WS-IN-KEY.
           MOVE PEND-TAB-OLD(WS-PEND-SUB) TO WS-OLD-VALUE.
           MOVE PEND-TAB-NEW(WS-PEND-SUB) TO WS-NEW-VALUE.

      * Put the item to its live file. Each apply paragraph reloads
      * the file and sets WS-APPLY-OK only once the rewrite worked;
      * WS-OLD-VALUE is left as the value found on file, which the
      * stale check has already held equal to the item's.
       APPLY-PENDING-ITEM.
           MOVE 'N' TO WS-APPLY-OK-SW.
           PERFORM SET-LOG-FROM-ITEM.
           IF WS-LOG-FILE-TYPE = 'L' THEN
               PERFORM APPLY-LIMITS-CHANGE
           ELSE IF WS-LOG-FILE-TYPE = 'C' THEN
               PERFORM APPLY-CONTROL-CHANGE
           ELSE IF WS-LOG-FILE-TYPE = 'R' THEN
               PERFORM APPLY-REGISTER-CHANGE
           ELSE IF WS-LOG-FILE-TYPE = 'P' THEN
               PERFORM APPLY-PRICES-CHANGE
           ELSE
               DISPLAY "  Unknown file type '" WS-LOG-FILE-TYPE
                   "' on the item - reject it."
           END-IF.
           IF NOT WS-APPLY-OK THEN
               MOVE PEND-TAB-OLD(WS-PEND-SUB) TO WS-OLD-VALUE
           END-IF.

      * The live record no longer holds the value the change was
      * keyed against - someone else's change landed in between.
      * Applying it now would overwrite a value the maker never saw.
       REPORT-STALE-ITEM.
           DISPLAY "  The live record now reads '"
               FUNCTION TRIM(WS-OLD-VALUE) "', not the '"
               FUNCTION TRIM(PEND-TAB-OLD(WS-PEND-SUB))
               "' the change was made against - reject it and have "
               "it re-entered.".

      * Write back only what is still waiting.
       REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE.
           IF WS-PND-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02M: " WS-PENDING-FILE-NAME
                   " could not be rewritten (status " WS-PND-STATUS
                   ") - decided items are still on the queue."
           ELSE
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   IF PEND-TAB-STATE(WS-PEND-SUB) = 'P' THEN
                       MOVE PEND-TAB-ITEM-NO(WS-PEND-SUB)
                           TO PND-ITEM-NO
                       MOVE PEND-TAB-FILE-TYPE(WS-PEND-SUB)
                           TO PND-FILE-TYPE
                       MOVE PEND-TAB-ACTION(WS-PEND-SUB) TO PND-ACTION
                       MOVE PEND-TAB-KEY(WS-PEND-SUB) TO PND-KEY
                       MOVE PEND-TAB-OLD(WS-PEND-SUB) TO PND-OLD-VALUE
                       MOVE PEND-TAB-NEW(WS-PEND-SUB) TO PND-NEW-VALUE
                       MOVE PEND-TAB-MAKER(WS-PEND-SUB) TO PND-MAKER
                       MOVE PEND-TAB-MADE-DATE(WS-PEND-SUB)
                           TO PND-MADE-DATE
                       MOVE PEND-TAB-MADE-TIME(WS-PEND-SUB)
                           TO PND-MADE-TIME
                       WRITE PENDING-RECORD
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       DESCRIBE-PENDING-ITEM.
           IF PEND-TAB-FILE-TYPE(WS-PEND-SUB) = 'L' THEN
               MOVE 'LIMITS' TO WS-FILE-TYPE-TEXT
           ELSE IF PEND-TAB-FILE-TYPE(WS-PEND-SUB) = 'C' THEN
               MOVE 'CONTROL' TO WS-FILE-TYPE-TEXT
           ELSE IF PEND-TAB-FILE-TYPE(WS-PEND-SUB) = 'R' THEN
               MOVE 'REGISTER' TO WS-FILE-TYPE-TEXT
           ELSE IF PEND-TAB-FILE-TYPE(WS-PEND-SUB) = 'P' THEN
               MOVE 'PRICES' TO WS-FILE-TYPE-TEXT
           ELSE
               MOVE '?' TO WS-FILE-TYPE-TEXT
           END-IF.
           IF PEND-TAB-ACTION(WS-PEND-SUB) = 'A' THEN
               MOVE 'ADD' TO WS-ACTION-TEXT
           ELSE IF PEND-TAB-ACTION(WS-PEND-SUB) = 'U' THEN
               MOVE 'UPDATE' TO WS-ACTION-TEXT
           ELSE
               MOVE 'DELETE' TO WS-ACTION-TEXT
           END-IF.

      * ------------------------------------------------------------
      * Cut-off report of changes still waiting.
      * ------------------------------------------------------------
      * Run from the night stream before AOCDAY02 - anything listed
      * is NOT in the files tonight's run reads. Ends 4 when items
      * are waiting so the stream flags it, 8 when the queue cannot
      * be opened or read in full.
       WRITE-PENDING-REPORT.
           PERFORM LOAD-PENDING-TABLE.
           OPEN OUTPUT PENDING-REPORT-FILE.
           IF WS-PRPT-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02M: " WS-PENDING-REPORT-FILE-NAME
                   " could not be opened (status " WS-PRPT-STATUS
                   ")."
               MOVE 8 TO WS-RUN-RC
           ELSE
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME-RAW FROM TIME
               MOVE SPACES TO PENDING-REPORT-LINE
               STRING 'AOCDAY02M - Cube Conundrum changes awaiting '
                   DELIMITED BY SIZE
                   'approval at cut-off ' DELIMITED BY SIZE
                   WS-STAMP-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STAMP-TIME-RAW(1:2) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-STAMP-TIME-RAW(3:2) DELIMITED BY SIZE
                   INTO PENDING-REPORT-LINE
               WRITE PENDING-REPORT-LINE
               MOVE SPACES TO PENDING-REPORT-LINE
               WRITE PENDING-REPORT-LINE
               MOVE SPACES TO PENDING-REPORT-LINE
               STRING '  ITEM  FILE      ACTION  MADE BY   '
                   DELIMITED BY SIZE
                   'WAITING SINCE    KEY: WAS -> NOW'
                   DELIMITED BY SIZE
                   INTO PENDING-REPORT-LINE
               WRITE PENDING-REPORT-LINE
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   PERFORM WRITE-PENDING-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO PENDING-REPORT-LINE
               WRITE PENDING-REPORT-LINE
               MOVE WS-PEND-COUNT TO WS-ITEM-EDIT
               MOVE SPACES TO PENDING-REPORT-LINE
               IF WS-PEND-UNREADABLE THEN
                   STRING 'The queue could not be read (status '
                       DELIMITED BY SIZE
                       WS-PEND-OPEN-STATUS DELIMITED BY SIZE
                       ') - what is waiting is NOT known.'
                       DELIMITED BY SIZE
                       INTO PENDING-REPORT-LINE
                   MOVE 8 TO WS-RUN-RC
               ELSE IF WS-PEND-COUNT = 0 THEN
                   MOVE 'No changes waiting - files are as approved.'
                       TO PENDING-REPORT-LINE
               ELSE
                   STRING FUNCTION TRIM(WS-ITEM-EDIT)
                       DELIMITED BY SIZE
                       ' change(s) waiting - NOT live for the night''s '
                       DELIMITED BY SIZE
                       'run.' DELIMITED BY SIZE
                       INTO PENDING-REPORT-LINE
                   MOVE 4 TO WS-RUN-RC
               END-IF
               END-IF
               WRITE PENDING-REPORT-LINE
               IF WS-PEND-DROPPED > 0 THEN
                   MOVE SPACES TO PENDING-REPORT-LINE
                   STRING 'The queue holds ' DELIMITED BY SIZE
                       WS-PEND-DROPPED DELIMITED BY SIZE
                       ' more item(s) than this report can list.'
                       DELIMITED BY SIZE
                       INTO PENDING-REPORT-LINE
                   WRITE PENDING-REPORT-LINE
                   MOVE 8 TO WS-RUN-RC
               END-IF
               CLOSE PENDING-REPORT-FILE
               IF WS-PEND-UNREADABLE THEN
                   DISPLAY "AOCDAY02M: the approval queue could not "
                       "be read - see "
                       FUNCTION TRIM(WS-PENDING-REPORT-FILE-NAME) "."
               ELSE
                   DISPLAY "AOCDAY02M: " FUNCTION TRIM(WS-ITEM-EDIT)
                       " change(s) awaiting approval - see "
                       FUNCTION TRIM(WS-PENDING-REPORT-FILE-NAME) "."
               END-IF
           END-IF.

       WRITE-PENDING-REPORT-LINE.
           PERFORM DESCRIBE-PENDING-ITEM.
           MOVE PEND-TAB-ITEM-NO(WS-PEND-SUB) TO WS-ITEM-EDIT.
           MOVE SPACES TO PENDING-REPORT-LINE.
           STRING WS-ITEM-EDIT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-FILE-TYPE-TEXT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PEND-TAB-MAKER(WS-PEND-SUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PEND-TAB-MADE-DATE(WS-PEND-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PEND-TAB-MADE-TIME(WS-PEND-SUB) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FUNCTION TRIM(PEND-TAB-KEY(WS-PEND-SUB))
               DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               FUNCTION TRIM(PEND-TAB-OLD(WS-PEND-SUB))
               DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               FUNCTION TRIM(PEND-TAB-NEW(WS-PEND-SUB))
               DELIMITED BY SIZE
               INTO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.

      * ------------------------------------------------------------
      * Change audit log.
      * ------------------------------------------------------------
      * One record per applied change - who, when, which file, which
      * action, the key, and the value before and after - plus one
      * per queued (Q) and rejected (J) change. EXTEND keeps
      * the whole history; a status of 35 just means the first ever
      * change, so create the file.
       WRITE-MAINT-LOG.
               MOVE WS-IN-KEY TO LOG-KEY
               MOVE WS-OLD-VALUE TO LOG-OLD-VALUE
               MOVE WS-NEW-VALUE TO LOG-NEW-VALUE
               MOVE WS-LOG-ITEM-NO TO LOG-ITEM-NO
               WRITE MAINT-LOG-RECORD
               CLOSE MAINT-LOG-FILE
           END-IF.
