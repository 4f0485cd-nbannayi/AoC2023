      * Advent of Code 2023, day 02 - Cube Conundrum job-stream
      * controller
      * GNU COBOL
      *
      * Runs the nightly stream - AOCDAY02, AOCDAY02B balancing,
      * AOCDAY02S ops summary, and on the nights they are scheduled
      * AOCDAY02R/AOCDAY02A repair-and-amend and AOCDAY02H archiving
      * - as one job instead of separate commands off a run sheet.
      * The steps, the file-name settings each one runs with and the
      * highest return code that lets the stream go on past it come
      * from the stream definition file laid out below. Every step's
      * start, end and return code goes on the step-control file as
      * it happens, so AOCDAY02V can show the step in flight and a
      * rerun after a failure picks up at the step that failed - the
      * steps that already finished are not run twice. A step that
      * was in flight when the job died is rerun from its own start;
      * AOCDAY02 itself resumes from its checkpoint.
      *
      * Run with no argument to start tonight's stream or resume an
      * unfinished one. NEW abandons an unfinished stream and starts
      * again at the top - for a night when the failed step is not
      * going to be fixed and rerun.
      *
      * Change history:
      *   - Initial version with the stream definition, the step-
      *     control file and step-level restart.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02J.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STREAM-FILE ASSIGN TO DYNAMIC WS-STREAM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STRM-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO DYNAMIC
           WS-STEP-CONTROL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The stream definition - hand-maintained, one record per
      * step in running order, each followed by its settings:
      *   S record  STRM-STEP-NAME  program the step runs, as shown
      *                             on the console and AOCDAY02V
      *             STRM-MAX-RC     highest return code that lets
      *                             the stream go on to the next step
      *             STRM-DAYS       Monday-to-Sunday mask, Y on the
      *                             nights the step runs - blank for
      *                             every night
      *             STRM-COMMAND    the command line that runs it
      *   E record  STRM-SET-NAME   a DAY02_ file-name setting the
      *             STRM-SET-VALUE  step runs with, e.g.
      *                             DAY02_INPUT_FILE
      * A '*' in column 1 is a comment. The settings apply to their
      * step only - the stream's own environment is put back after
      * it.
       FD STREAM-FILE.
       01 STREAM-STEP-RECORD.
           05 STRM-REC-TYPE PIC X(01).
           05 STRM-STEP-NAME PIC X(10).
           05 STRM-MAX-RC PIC X(02).
           05 STRM-DAYS PIC X(07).
           05 STRM-COMMAND PIC X(120).
       01 STREAM-SET-RECORD.
           05 STRM-SET-REC-TYPE PIC X(01).
           05 STRM-SET-NAME PIC X(40).
           05 STRM-SET-VALUE PIC X(100).

      * The step-control file - appended, never rewritten. Each step
      * gets an R record as it starts and an E (ended within its
      * limit) or F (failed the limit) record when it ends; a step
      * not scheduled tonight gets a K, and a C with step number 99
      * closes a stream that ran to the end. A stream run's latest
      * record for a step is that step's state.
       FD STEP-CONTROL-FILE.
       01 STEP-CONTROL-RECORD.
           05 SCTL-STREAM-RUN PIC 9(6).
           05 SCTL-STREAM-DATE PIC X(08).
           05 SCTL-STEP-NO PIC 9(2).
           05 SCTL-STEP-NAME PIC X(10).
           05 SCTL-STATE PIC X(01).
           05 SCTL-START-DATE PIC X(08).
           05 SCTL-START-TIME PIC X(06).
           05 SCTL-END-DATE PIC X(08).
           05 SCTL-END-TIME PIC X(06).
           05 SCTL-RC PIC 9(4).

       WORKING-STORAGE SECTION.
      * Run-time file names - defaulted here, overridden from the
      * environment, matching the AOCDAY02 conventions.
       01 WS-STREAM-FILE-NAME PIC X(100)
           VALUE 'Day02Stream.txt'.
       01 WS-STEP-CONTROL-FILE-NAME PIC X(100)
           VALUE 'Day02StepControl.txt'.
       01 WS-ENV-TMP PIC X(100) VALUE SPACES.

       01 WS-STRM-STATUS PIC X(02) VALUE '00'.
       01 WS-SCTL-STATUS PIC X(02) VALUE '00'.
       01 WS-STRM-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-STRM-EOF VALUE 'Y'.
       01 WS-SCTL-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-SCTL-EOF VALUE 'Y'.

      * The request off the command line.
       01 WS-ARG-TEXT PIC X(120) VALUE SPACES.
       01 WS-ARG-MODE PIC X(10) VALUE SPACES.
       01 WS-NEW-STREAM-SW PIC X(1) VALUE 'N'.
           88 WS-NEW-STREAM VALUE 'Y'.

      * The steps in running order, with the state the step-control
      * file gives each one for the stream run being resumed.
       01 WS-MAX-STEPS PIC S9(4) COMP VALUE 20.
       01 WS-STEP-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-STEP-SUB PIC S9(4) COMP.
       01 WS-STEP-NO-DISP PIC 9(2) VALUE 0.
       01 WS-STEPS.
           03 WS-STEP OCCURS 20 TIMES.
               05 STEP-NAME PIC X(10).
               05 STEP-MAX-RC PIC 9(2).
               05 STEP-DAYS PIC X(07).
               05 STEP-COMMAND PIC X(120).
               05 STEP-SET-FIRST PIC S9(4) COMP.
               05 STEP-SET-COUNT PIC S9(4) COMP.
               05 STEP-STATE PIC X(01).
                   88 STEP-DONE VALUE 'E' 'K'.
               05 STEP-LOGGED-NAME PIC X(10).
               05 STEP-LOGGED-RC PIC 9(4).

      * Every step's settings, in definition order, with the value
      * the stream itself had so it can be put back after the step.
       01 WS-MAX-SETS PIC S9(4) COMP VALUE 200.
       01 WS-SET-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-SET-SUB PIC S9(4) COMP.
       01 WS-SETS.
           03 WS-SET OCCURS 200 TIMES.
               05 SET-NAME PIC X(40).
               05 SET-VALUE PIC X(100).
               05 SET-SAVED PIC X(100).

       01 WS-DEF-ERRORS PIC 9(4) VALUE 0.
       01 WS-DEF-LINE PIC 9(4) VALUE 0.
       01 WS-MASK-SUB PIC S9(4) COMP.

      * The stream run being made - a fresh number when the last one
      * ran to the end, the same number when one is being resumed.
       01 WS-LAST-RUN PIC 9(6) VALUE 0.
       01 WS-LAST-RUN-DATE PIC X(08) VALUE SPACES.
       01 WS-LAST-COMPLETE-SW PIC X(1) VALUE 'Y'.
           88 WS-LAST-COMPLETE VALUE 'Y'.
       01 WS-STREAM-RUN PIC 9(6) VALUE 0.
       01 WS-STREAM-DATE PIC X(08) VALUE SPACES.
       01 WS-RESUMING-SW PIC X(1) VALUE 'N'.
           88 WS-RESUMING VALUE 'Y'.
       01 WS-HALTED-SW PIC X(1) VALUE 'N'.
           88 WS-HALTED VALUE 'Y'.
       01 WS-RESUME-AT PIC S9(4) COMP VALUE 0.

      * Tonight by the stream's own date - the date it started, so a
      * resume after midnight keeps the night it belongs to.
       01 WS-DAY-OF-WEEK PIC 9(1) VALUE 0.
       01 WS-DAY-INT PIC 9(8) VALUE 0.

      * One step's run - the command handed to the shell, its raw
      * wait status and the return code it ended with.
       01 WS-COMMAND PIC X(121) VALUE SPACES.
       01 WS-SYSTEM-STATUS PIC S9(9) COMP VALUE 0.
       01 WS-STEP-RC PIC 9(4) VALUE 0.
       01 WS-STEP-REMAINDER PIC S9(9) COMP VALUE 0.
       01 WS-STEP-ABEND-SW PIC X(1) VALUE 'N'.
           88 WS-STEP-ABENDED VALUE 'Y'.
       01 WS-STEP-QUOTIENT PIC S9(9) COMP VALUE 0.
       01 WS-STAMP-DATE PIC X(08) VALUE SPACES.
       01 WS-STAMP-TIME-RAW PIC X(08) VALUE SPACES.
       01 WS-STAMP-TIME PIC X(06) VALUE SPACES.
       01 WS-STEP-START-DATE PIC X(08) VALUE SPACES.
       01 WS-STEP-START-TIME PIC X(06) VALUE SPACES.
       01 WS-REC-STATE PIC X(01) VALUE SPACE.
       01 WS-REC-RC PIC 9(4) VALUE 0.

      * What the run ends with - the worst return code a step ended
      * with inside its limit, or 8 for a halted stream or a stream
      * that cannot start.
       01 WS-RUN-RC PIC S9(4) COMP VALUE 0.
      * The worst return code among the steps a resumed stream run
      * finished before it stopped, so the stream as a whole still
      * answers for them.
       01 WS-CARRIED-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INITIALISE.
           PERFORM LOAD-STREAM-DEFINITION.
           IF WS-RUN-RC < 8 THEN
               PERFORM LOAD-STEP-CONTROL
           END-IF.
           IF WS-RUN-RC < 8 THEN
               PERFORM DECIDE-STREAM-RUN
           END-IF.
           IF WS-RUN-RC < 8 THEN
               PERFORM RUN-ONE-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT OR WS-HALTED
               IF NOT WS-HALTED THEN
                   PERFORM CLOSE-STREAM-RUN
               END-IF
           END-IF.
           IF WS-CARRIED-RC > WS-RUN-RC THEN
               MOVE WS-CARRIED-RC TO WS-RUN-RC
           END-IF.
           DISPLAY "AOCDAY02J: ending with return code " WS-RUN-RC
               ".".
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      * Pick up run-time file names and the request. GnuCOBOL clears
      * the receiving item on an ENVIRONMENT ACCEPT that finds no
      * such variable, so each one is accepted into a scratch item
      * first and only moved over the VALUE default when it is set.
       INITIALISE.
           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_STREAM_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-STREAM-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_STEP_CONTROL_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-STEP-CONTROL-FILE-NAME
           END-IF.

           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-MODE.
           UNSTRING FUNCTION TRIM(WS-ARG-TEXT)
               DELIMITED BY ALL ' '
               INTO WS-ARG-MODE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-MODE) TO WS-ARG-MODE.
           IF WS-ARG-MODE = 'NEW' THEN
               SET WS-NEW-STREAM TO TRUE
           ELSE
               IF WS-ARG-MODE NOT = SPACES THEN
                   DISPLAY "AOCDAY02J: run with no argument to start "
                       "or resume the stream, or NEW to abandon an "
                       "unfinished stream and start at the top."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * The stream definition into the step and setting tables. A
      * definition that does not validate runs nothing - half a
      * stream is worse than none.
       LOAD-STREAM-DEFINITION.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-SET-COUNT.
           MOVE 0 TO WS-DEF-ERRORS.
           MOVE 0 TO WS-DEF-LINE.
           MOVE 'N' TO WS-STRM-EOF-SW.
           OPEN INPUT STREAM-FILE.
           IF WS-STRM-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02J: " WS-STREAM-FILE-NAME
                   " could not be opened (status " WS-STRM-STATUS
                   ") - no stream to run."
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-STRM-EOF
                   READ STREAM-FILE
                       AT END SET WS-STRM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DEF-LINE
                           PERFORM NOTE-STREAM-RECORD
                   END-READ
               END-PERFORM
               CLOSE STREAM-FILE
               IF WS-STEP-COUNT = 0 THEN
                   DISPLAY "AOCDAY02J: no steps on "
                       FUNCTION TRIM(WS-STREAM-FILE-NAME) "."
                   ADD 1 TO WS-DEF-ERRORS
               END-IF
               IF WS-DEF-ERRORS > 0 THEN
                   DISPLAY "AOCDAY02J: " WS-DEF-ERRORS
                       " error(s) in the stream definition - nothing "
                       "run."
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.

       NOTE-STREAM-RECORD.
           EVALUATE TRUE
               WHEN STRM-REC-TYPE = '*' OR STREAM-STEP-RECORD = SPACES
                   CONTINUE
               WHEN STRM-REC-TYPE = 'S'
                   PERFORM NOTE-STREAM-STEP
               WHEN STRM-REC-TYPE = 'E'
                   PERFORM NOTE-STREAM-SETTING
               WHEN OTHER
                   DISPLAY "AOCDAY02J: stream line " WS-DEF-LINE
                       " is not an S, E or comment record."
                   ADD 1 TO WS-DEF-ERRORS
           END-EVALUATE.

       NOTE-STREAM-STEP.
           IF WS-STEP-COUNT >= WS-MAX-STEPS THEN
               DISPLAY "AOCDAY02J: more than " WS-MAX-STEPS
                   " steps on the stream definition."
               ADD 1 TO WS-DEF-ERRORS
           ELSE
               IF STRM-STEP-NAME = SPACES
                   OR STRM-COMMAND = SPACES
                   OR STRM-MAX-RC IS NOT NUMERIC THEN
                   DISPLAY "AOCDAY02J: stream line " WS-DEF-LINE
                       " - a step needs a name, a numeric highest "
                       "return code and a command."
                   ADD 1 TO WS-DEF-ERRORS
               END-IF
               PERFORM VARYING WS-MASK-SUB FROM 1 BY 1
                   UNTIL WS-MASK-SUB > 7
                   IF STRM-DAYS(WS-MASK-SUB:1) NOT = 'Y'
                       AND STRM-DAYS(WS-MASK-SUB:1) NOT = 'N'
                       AND STRM-DAYS NOT = SPACES THEN
                       DISPLAY "AOCDAY02J: stream line " WS-DEF-LINE
                           " - the night mask is seven Y/N "
                           "characters, Monday first, or blank."
                       ADD 1 TO WS-DEF-ERRORS
                       MOVE 8 TO WS-MASK-SUB
                   END-IF
               END-PERFORM
               ADD 1 TO WS-STEP-COUNT
               MOVE STRM-STEP-NAME TO STEP-NAME(WS-STEP-COUNT)
               IF STRM-MAX-RC IS NUMERIC THEN
                   MOVE STRM-MAX-RC TO STEP-MAX-RC(WS-STEP-COUNT)
               ELSE
                   MOVE 0 TO STEP-MAX-RC(WS-STEP-COUNT)
               END-IF
               MOVE STRM-DAYS TO STEP-DAYS(WS-STEP-COUNT)
               MOVE STRM-COMMAND TO STEP-COMMAND(WS-STEP-COUNT)
               COMPUTE STEP-SET-FIRST(WS-STEP-COUNT) =
                   WS-SET-COUNT + 1
               MOVE 0 TO STEP-SET-COUNT(WS-STEP-COUNT)
               MOVE SPACE TO STEP-STATE(WS-STEP-COUNT)
               MOVE SPACES TO STEP-LOGGED-NAME(WS-STEP-COUNT)
               MOVE 0 TO STEP-LOGGED-RC(WS-STEP-COUNT)
           END-IF.

       NOTE-STREAM-SETTING.
           IF WS-STEP-COUNT = 0 THEN
               DISPLAY "AOCDAY02J: stream line " WS-DEF-LINE
                   " - a setting before the first step."
               ADD 1 TO WS-DEF-ERRORS
           ELSE
               IF WS-SET-COUNT >= WS-MAX-SETS THEN
                   DISPLAY "AOCDAY02J: more than " WS-MAX-SETS
                       " settings on the stream definition."
                   ADD 1 TO WS-DEF-ERRORS
               ELSE
                   IF STRM-SET-NAME = SPACES THEN
                       DISPLAY "AOCDAY02J: stream line " WS-DEF-LINE
                           " - a setting needs a name."
                       ADD 1 TO WS-DEF-ERRORS
                   END-IF
                   ADD 1 TO WS-SET-COUNT
                   MOVE STRM-SET-NAME TO SET-NAME(WS-SET-COUNT)
                   MOVE STRM-SET-VALUE TO SET-VALUE(WS-SET-COUNT)
                   MOVE SPACES TO SET-SAVED(WS-SET-COUNT)
                   ADD 1 TO STEP-SET-COUNT(WS-STEP-COUNT)
               END-IF
           END-IF.

      * The step-control file - the latest stream run, whether it
      * ran to the end, and the latest state of each of its steps.
      * No file yet means no stream has ever run.
       LOAD-STEP-CONTROL.
           MOVE 0 TO WS-LAST-RUN.
           MOVE 'Y' TO WS-LAST-COMPLETE-SW.
           MOVE 'N' TO WS-SCTL-EOF-SW.
           OPEN INPUT STEP-CONTROL-FILE.
           IF WS-SCTL-STATUS = '00' THEN
               PERFORM UNTIL WS-SCTL-EOF
                   READ STEP-CONTROL-FILE
                       AT END SET WS-SCTL-EOF TO TRUE
                       NOT AT END
                           IF SCTL-STREAM-RUN IS NUMERIC
                               AND SCTL-STEP-NO IS NUMERIC THEN
                               PERFORM NOTE-STEP-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-CONTROL-FILE
           END-IF.

       NOTE-STEP-CONTROL.
           IF SCTL-STREAM-RUN > WS-LAST-RUN THEN
               MOVE SCTL-STREAM-RUN TO WS-LAST-RUN
               MOVE SCTL-STREAM-DATE TO WS-LAST-RUN-DATE
               MOVE 'N' TO WS-LAST-COMPLETE-SW
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   MOVE SPACE TO STEP-STATE(WS-STEP-SUB)
                   MOVE SPACES TO STEP-LOGGED-NAME(WS-STEP-SUB)
                   MOVE 0 TO STEP-LOGGED-RC(WS-STEP-SUB)
               END-PERFORM
           END-IF.
           IF SCTL-STREAM-RUN = WS-LAST-RUN THEN
               IF SCTL-STATE = 'C' THEN
                   SET WS-LAST-COMPLETE TO TRUE
               ELSE
                   IF SCTL-STEP-NO > 0
                       AND SCTL-STEP-NO <= WS-STEP-COUNT THEN
                       MOVE SCTL-STATE TO STEP-STATE(SCTL-STEP-NO)
                       MOVE SCTL-STEP-NAME
                           TO STEP-LOGGED-NAME(SCTL-STEP-NO)
                       MOVE SCTL-RC TO STEP-LOGGED-RC(SCTL-STEP-NO)
                   END-IF
               END-IF
           END-IF.

      * A fresh stream run when the last one ran to the end (or NEW
      * was asked for), otherwise the unfinished one picked up at
      * its first step not yet done. A resume is refused if the
      * definition has changed under the steps already run - the
      * step numbers would no longer mean the same programs.
       DECIDE-STREAM-RUN.
           IF WS-LAST-COMPLETE OR WS-NEW-STREAM THEN
               IF NOT WS-LAST-COMPLETE THEN
                   DISPLAY "AOCDAY02J: stream run " WS-LAST-RUN
                       " abandoned unfinished - starting again at "
                       "the top."
               END-IF
               COMPUTE WS-STREAM-RUN = WS-LAST-RUN + 1
               ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   MOVE SPACE TO STEP-STATE(WS-STEP-SUB)
               END-PERFORM
               MOVE WS-STEP-COUNT TO WS-STEP-NO-DISP
               DISPLAY "AOCDAY02J: stream run " WS-STREAM-RUN
                   " starting - " WS-STEP-NO-DISP " step(s)."
           ELSE
               SET WS-RESUMING TO TRUE
               MOVE WS-LAST-RUN TO WS-STREAM-RUN
               MOVE WS-LAST-RUN-DATE TO WS-STREAM-DATE
               MOVE 0 TO WS-RESUME-AT
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   IF STEP-LOGGED-NAME(WS-STEP-SUB) NOT = SPACES
                       AND STEP-LOGGED-NAME(WS-STEP-SUB) NOT =
                           STEP-NAME(WS-STEP-SUB) THEN
                       MOVE WS-STEP-SUB TO WS-STEP-NO-DISP
                       DISPLAY "AOCDAY02J: step " WS-STEP-NO-DISP
                           " ran as "
                           FUNCTION TRIM(STEP-LOGGED-NAME(WS-STEP-SUB))
                           " but is now "
                           FUNCTION TRIM(STEP-NAME(WS-STEP-SUB))
                           " - the definition changed, run NEW."
                       MOVE 8 TO WS-RUN-RC
                   END-IF
                   IF WS-RESUME-AT = 0
                       AND NOT STEP-DONE(WS-STEP-SUB) THEN
                       MOVE WS-STEP-SUB TO WS-RESUME-AT
                   END-IF
                   IF STEP-STATE(WS-STEP-SUB) = 'E'
                       AND STEP-LOGGED-RC(WS-STEP-SUB) > WS-CARRIED-RC
                       THEN
                       MOVE STEP-LOGGED-RC(WS-STEP-SUB)
                           TO WS-CARRIED-RC
                   END-IF
               END-PERFORM
               IF WS-RUN-RC < 8 AND WS-RESUME-AT > 0 THEN
                   MOVE WS-RESUME-AT TO WS-STEP-NO-DISP
                   DISPLAY "AOCDAY02J: resuming stream run "
                       WS-STREAM-RUN " of " WS-STREAM-DATE
                       " at step " WS-STEP-NO-DISP " "
                       FUNCTION TRIM(STEP-NAME(WS-RESUME-AT)) "."
               END-IF
           END-IF.
           IF WS-RUN-RC < 8 THEN
               COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-STREAM-DATE))
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
           END-IF.

      * One step - passed over if this stream run already finished
      * it, logged as skipped if tonight is not one of its nights,
      * otherwise run with its settings and judged against its
      * highest allowed return code.
       RUN-ONE-STEP.
           MOVE WS-STEP-SUB TO WS-STEP-NO-DISP.
           IF STEP-DONE(WS-STEP-SUB) THEN
               CONTINUE
           ELSE
               IF STEP-DAYS(WS-STEP-SUB) NOT = SPACES
                   AND STEP-DAYS(WS-STEP-SUB)(WS-DAY-OF-WEEK:1)
                       NOT = 'Y' THEN
                   PERFORM STAMP-NOW
                   MOVE WS-STAMP-DATE TO WS-STEP-START-DATE
                   MOVE WS-STAMP-TIME TO WS-STEP-START-TIME
                   MOVE 'K' TO WS-REC-STATE
                   MOVE 0 TO WS-REC-RC
                   PERFORM WRITE-STEP-CONTROL
                   DISPLAY "AOCDAY02J: step " WS-STEP-NO-DISP " "
                       FUNCTION TRIM(STEP-NAME(WS-STEP-SUB))
                       " not scheduled tonight - skipped."
               ELSE
                   PERFORM EXECUTE-STEP
               END-IF
           END-IF.

       EXECUTE-STEP.
           PERFORM STAMP-NOW.
           MOVE WS-STAMP-DATE TO WS-STEP-START-DATE.
           MOVE WS-STAMP-TIME TO WS-STEP-START-TIME.
           MOVE 'R' TO WS-REC-STATE.
           MOVE 0 TO WS-REC-RC.
           PERFORM WRITE-STEP-CONTROL.
           IF WS-HALTED THEN
               DISPLAY "AOCDAY02J: the step cannot be recorded - "
                   "stream halted before step " WS-STEP-NO-DISP "."
           ELSE
               DISPLAY "AOCDAY02J: step " WS-STEP-NO-DISP " "
                   FUNCTION TRIM(STEP-NAME(WS-STEP-SUB))
                   " starting."
               PERFORM APPLY-STEP-SETTINGS
               MOVE STEP-COMMAND(WS-STEP-SUB) TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               MOVE RETURN-CODE TO WS-SYSTEM-STATUS
               MOVE 0 TO RETURN-CODE
               PERFORM RESTORE-STEP-SETTINGS
               PERFORM DECODE-STEP-RC
               PERFORM STAMP-NOW
               MOVE WS-STEP-RC TO WS-REC-RC
               IF WS-STEP-RC > STEP-MAX-RC(WS-STEP-SUB)
                   OR WS-STEP-ABENDED THEN
                   MOVE 'F' TO WS-REC-STATE
                   SET WS-HALTED TO TRUE
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE 'E' TO WS-REC-STATE
                   IF WS-STEP-RC > WS-RUN-RC THEN
                       MOVE WS-STEP-RC TO WS-RUN-RC
                   END-IF
               END-IF
               PERFORM WRITE-STEP-CONTROL
               EVALUATE TRUE
                   WHEN WS-STEP-ABENDED
                       DISPLAY "AOCDAY02J: step " WS-STEP-NO-DISP " "
                           FUNCTION TRIM(STEP-NAME(WS-STEP-SUB))
                           " did not end normally (killed, or it "
                           "could not be started) - recorded as "
                           "return code " WS-STEP-RC
                           ", stream halted. Rerun to restart here."
                   WHEN WS-REC-STATE = 'F'
                       DISPLAY "AOCDAY02J: step " WS-STEP-NO-DISP " "
                           FUNCTION TRIM(STEP-NAME(WS-STEP-SUB))
                           " ended with return code " WS-STEP-RC
                           ", over its limit of "
                           STEP-MAX-RC(WS-STEP-SUB)
                           " - stream halted. Rerun to restart here."
                   WHEN OTHER
                       DISPLAY "AOCDAY02J: step " WS-STEP-NO-DISP " "
                           FUNCTION TRIM(STEP-NAME(WS-STEP-SUB))
                           " ended with return code " WS-STEP-RC "."
               END-EVALUATE
           END-IF.

      * The shell hands back a wait status - the exit code times 256.
      * Anything that is not a clean exit (killed, or the command
      * could not be started at all) is recorded as return code 16
      * and flagged, so the step fails whatever limit it was given.
       DECODE-STEP-RC.
           MOVE 'N' TO WS-STEP-ABEND-SW.
           IF WS-SYSTEM-STATUS < 0 THEN
               MOVE 'Y' TO WS-STEP-ABEND-SW
               MOVE 16 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256
                   GIVING WS-STEP-QUOTIENT
                   REMAINDER WS-STEP-REMAINDER
               IF WS-STEP-REMAINDER NOT = 0 THEN
                   MOVE 'Y' TO WS-STEP-ABEND-SW
                   MOVE 16 TO WS-STEP-RC
               ELSE
                   MOVE WS-STEP-QUOTIENT TO WS-STEP-RC
               END-IF
           END-IF.

      * The step's settings go into the environment it inherits, the
      * stream's own values kept aside to be put back after it.
       APPLY-STEP-SETTINGS.
           PERFORM VARYING WS-SET-SUB FROM STEP-SET-FIRST(WS-STEP-SUB)
               BY 1 UNTIL WS-SET-SUB >= STEP-SET-FIRST(WS-STEP-SUB)
                   + STEP-SET-COUNT(WS-STEP-SUB)
               DISPLAY SET-NAME(WS-SET-SUB) UPON ENVIRONMENT-NAME
               MOVE SPACES TO SET-SAVED(WS-SET-SUB)
               ACCEPT SET-SAVED(WS-SET-SUB) FROM ENVIRONMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO SET-SAVED(WS-SET-SUB)
               END-ACCEPT
               DISPLAY SET-NAME(WS-SET-SUB) UPON ENVIRONMENT-NAME
               DISPLAY SET-VALUE(WS-SET-SUB) UPON ENVIRONMENT-VALUE
           END-PERFORM.

       RESTORE-STEP-SETTINGS.
           PERFORM VARYING WS-SET-SUB FROM STEP-SET-FIRST(WS-STEP-SUB)
               BY 1 UNTIL WS-SET-SUB >= STEP-SET-FIRST(WS-STEP-SUB)
                   + STEP-SET-COUNT(WS-STEP-SUB)
               DISPLAY SET-NAME(WS-SET-SUB) UPON ENVIRONMENT-NAME
               DISPLAY SET-SAVED(WS-SET-SUB) UPON ENVIRONMENT-VALUE
           END-PERFORM.

      * The stream ran to the end - the C record closes it, so the
      * next run starts a fresh stream at the top.
       CLOSE-STREAM-RUN.
           IF WS-CARRIED-RC > WS-RUN-RC THEN
               MOVE WS-CARRIED-RC TO WS-RUN-RC
           END-IF.
           PERFORM STAMP-NOW.
           MOVE WS-STAMP-DATE TO WS-STEP-START-DATE.
           MOVE WS-STAMP-TIME TO WS-STEP-START-TIME.
           MOVE 99 TO WS-STEP-SUB.
           MOVE 'C' TO WS-REC-STATE.
           MOVE WS-RUN-RC TO WS-REC-RC.
           PERFORM WRITE-STEP-CONTROL.
           DISPLAY "AOCDAY02J: stream run " WS-STREAM-RUN
               " complete.".

      * Append one step-control record. The record is what makes a
      * restart safe, so a step-control file that cannot be written
      * halts the stream rather than running steps it cannot account
      * for.
       WRITE-STEP-CONTROL.
           OPEN EXTEND STEP-CONTROL-FILE.
           IF WS-SCTL-STATUS = '35' THEN
               OPEN OUTPUT STEP-CONTROL-FILE
           END-IF.
           IF WS-SCTL-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02J: " WS-STEP-CONTROL-FILE-NAME
                   " could not be opened (status " WS-SCTL-STATUS
                   ")."
               SET WS-HALTED TO TRUE
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE WS-STREAM-RUN TO SCTL-STREAM-RUN
               MOVE WS-STREAM-DATE TO SCTL-STREAM-DATE
               MOVE WS-STEP-SUB TO SCTL-STEP-NO
               IF WS-STEP-SUB = 99 THEN
                   MOVE 'STREAM' TO SCTL-STEP-NAME
               ELSE
                   MOVE STEP-NAME(WS-STEP-SUB) TO SCTL-STEP-NAME
               END-IF
               MOVE WS-REC-STATE TO SCTL-STATE
               MOVE WS-STEP-START-DATE TO SCTL-START-DATE
               MOVE WS-STEP-START-TIME TO SCTL-START-TIME
               IF WS-REC-STATE = 'R' THEN
                   MOVE SPACES TO SCTL-END-DATE
                   MOVE SPACES TO SCTL-END-TIME
               ELSE
                   MOVE WS-STAMP-DATE TO SCTL-END-DATE
                   MOVE WS-STAMP-TIME TO SCTL-END-TIME
               END-IF
               MOVE WS-REC-RC TO SCTL-RC
               WRITE STEP-CONTROL-RECORD
               CLOSE STEP-CONTROL-FILE
           END-IF.

       STAMP-NOW.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME-RAW FROM TIME.
           MOVE WS-STAMP-TIME-RAW(1:6) TO WS-STAMP-TIME.
