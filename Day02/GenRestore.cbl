      * Advent of Code 2023, day 02 - Cube Conundrum generation restore
      * GNU COBOL
      *
      * Lists the generations of rebuilt outputs AOCDAY02 keeps at
      * the end of each run - game master, report, extract,
      * invalid-games listing and proposal feed, stamped with the
      * history run number that produced them - and puts a chosen
      * run's set back as the current files, the way back from a bad
      * night without re-sending and re-running the input. LIST (the
      * default) shows every run on the generation catalogue and
      * whether each copy is still whole; RESTORE nnnnnn copies that
      * run's set back over the live files. Nothing is written until
      * every copy in the set has been read and its line count
      * checked against the catalogue, and every file restored is
      * logged to the AOCDAY02M change log so the morning review
      * sees who rolled the outputs back and to which run.
      *
      * Change history:
      *   - Initial version with LIST, the verify-then-copy RESTORE
      *     and the change-log entries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02G.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT GENERATION-FILE ASSIGN TO DYNAMIC
           WS-GENERATION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENC-STATUS.

           SELECT GEN-SOURCE-FILE ASSIGN TO DYNAMIC
           WS-GEN-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GSRC-STATUS.

           SELECT GEN-TARGET-FILE ASSIGN TO DYNAMIC
           WS-GEN-TARGET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GTGT-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO DYNAMIC
           WS-MAINT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same catalogue layout AOCDAY02 rewrites in SAVE-GENERATIONS -
      * one record per output file kept, grouped by run, oldest run
      * first.
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

      * Any of the rebuilt outputs, read and written line for line -
      * wide enough for the longest of them (the game master
      * record).
       FD GEN-SOURCE-FILE.
       01 GEN-SOURCE-LINE PIC X(512).

       FD GEN-TARGET-FILE.
       01 GEN-TARGET-LINE PIC X(512).

      * Same change-log layout AOCDAY02M appends - file type 'G'
      * marks an output generation restored.
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

       WORKING-STORAGE SECTION.
      * Run-time file names - defaulted here, overridden from the
      * environment, matching the AOCDAY02 conventions. The live and
      * copy file names come off the catalogue itself.
       01 WS-GENERATION-FILE-NAME PIC X(100)
           VALUE 'Day02Generations.txt'.
       01 WS-MAINT-LOG-FILE-NAME PIC X(100)
           VALUE 'Day02MaintLog.txt'.
       01 WS-GEN-SOURCE-NAME PIC X(100) VALUE SPACES.
       01 WS-GEN-TARGET-NAME PIC X(100) VALUE SPACES.
       01 WS-ENV-TMP PIC X(100) VALUE SPACES.

       01 WS-GENC-STATUS PIC X(02) VALUE '00'.
       01 WS-GSRC-STATUS PIC X(02) VALUE '00'.
       01 WS-GTGT-STATUS PIC X(02) VALUE '00'.
       01 WS-LOG-STATUS PIC X(02) VALUE '00'.
       01 WS-GEN-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-GEN-EOF VALUE 'Y'.
       01 WS-GSRC-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-GSRC-EOF VALUE 'Y'.

      * The request off the command line - LIST, or RESTORE and the
      * run number whose set goes back.
       01 WS-ARG-TEXT PIC X(120) VALUE SPACES.
       01 WS-ARG-MODE PIC X(10) VALUE SPACES.
       01 WS-ARG-VALUE PIC X(20) VALUE SPACES.
       01 WS-MODE PIC X(1) VALUE 'L'.
           88 WS-MODE-LIST VALUE 'L'.
           88 WS-MODE-RESTORE VALUE 'R'.
       01 WS-RESTORE-RUN-TEXT PIC X(6) JUSTIFIED RIGHT.
       01 WS-RESTORE-RUN PIC 9(6) VALUE 0.

      * Who restored, and when - stamped on the log records.
       01 WS-USER-ID PIC X(08) VALUE SPACES.
       01 WS-STAMP-DATE PIC X(08) VALUE SPACES.
       01 WS-STAMP-TIME-RAW PIC X(08) VALUE SPACES.
       01 WS-STAMP-TIME PIC X(06) VALUE SPACES.

      * The catalogue as loaded. AOCDAY02 keeps at most 21 runs of
      * five files, so the bound is generous; a catalogue beyond it
      * refuses to restore rather than work from part of it.
       01 WS-GEN-MAX PIC S9(4) COMP VALUE 200.
       01 WS-GEN-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-GEN-SUB PIC S9(4) COMP.
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

      * Line counting and copying - what a file holds, whether it
      * could be read at all, and the result of the last copy.
       01 WS-COUNT-LINES PIC 9(8) VALUE 0.
       01 WS-COUNT-OK-SW PIC X(1) VALUE 'N'.
           88 WS-COUNT-OK VALUE 'Y'.
       01 WS-COPY-LINES PIC 9(8) VALUE 0.
       01 WS-COPY-OK-SW PIC X(1) VALUE 'N'.
           88 WS-COPY-OK VALUE 'Y'.
       01 WS-CURRENT-LINES PIC 9(8) VALUE 0.

      * Listing and restore working items.
       01 WS-LAST-RUN PIC 9(6) VALUE 0.
       01 WS-TYPE-LABEL PIC X(13) VALUE SPACES.
       01 WS-COPY-STATE PIC X(12) VALUE SPACES.
       01 WS-SET-COUNT PIC 9(2) VALUE 0.
       01 WS-SET-BAD-COUNT PIC 9(2) VALUE 0.
       01 WS-RESTORED-COUNT PIC 9(2) VALUE 0.
       01 WS-RUN-COUNT PIC 9(4) VALUE 0.

      * Old/new values as they appear on the log - the live file's
      * line count before, and the run and line count it now holds.
       01 WS-OLD-VALUE PIC X(30) VALUE SPACES.
       01 WS-NEW-VALUE PIC X(30) VALUE SPACES.

      * What the run ends with - 0 listed or restored clean, 4 an
      * empty catalogue or a generation no longer whole, 8 anything
      * that stopped or broke a restore.
       01 WS-RUN-RC PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
           PERFORM INITIALISE.
           PERFORM LOAD-GENERATIONS.
           IF WS-MODE-LIST THEN
               PERFORM LIST-GENERATIONS
           ELSE
               IF WS-RUN-RC < 8 THEN
                   PERFORM VERIFY-RESTORE-SET
               END-IF
               IF WS-RUN-RC < 8 THEN
                   PERFORM RESTORE-SET
               END-IF
           END-IF.
           DISPLAY "AOCDAY02G: ending with return code " WS-RUN-RC
               ".".
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

      * Pick up run-time file names, the request and who is making
      * it. GnuCOBOL clears the receiving item on an ENVIRONMENT
      * ACCEPT that finds no such variable, so each one is accepted
      * into a scratch item first and only moved over the VALUE
      * default when it is set.
       INITIALISE.
           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_GENERATION_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-GENERATION-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_MAINT_LOG_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-MAINT-LOG-FILE-NAME
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

           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE.
           MOVE SPACES TO WS-ARG-MODE.
           MOVE SPACES TO WS-ARG-VALUE.
           UNSTRING FUNCTION TRIM(WS-ARG-TEXT)
               DELIMITED BY ALL ' '
               INTO WS-ARG-MODE
               WS-ARG-VALUE
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ARG-MODE) TO WS-ARG-MODE.
           IF WS-ARG-MODE = SPACES OR WS-ARG-MODE = 'LIST' THEN
               SET WS-MODE-LIST TO TRUE
           ELSE IF WS-ARG-MODE = 'RESTORE' THEN
               IF FUNCTION TRIM(WS-ARG-VALUE) = SPACES
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(WS-ARG-VALUE)) > 6
                   PERFORM RESTORE-USAGE
               ELSE
                   MOVE SPACES TO WS-RESTORE-RUN-TEXT
                   MOVE FUNCTION TRIM(WS-ARG-VALUE)
                       TO WS-RESTORE-RUN-TEXT
                   INSPECT WS-RESTORE-RUN-TEXT
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-RESTORE-RUN-TEXT IS NUMERIC
                       AND WS-RESTORE-RUN-TEXT NOT = '000000'
                       MOVE WS-RESTORE-RUN-TEXT TO WS-RESTORE-RUN
                       SET WS-MODE-RESTORE TO TRUE
                   ELSE
                       PERFORM RESTORE-USAGE
                   END-IF
               END-IF
           ELSE
               PERFORM RESTORE-USAGE
           END-IF.

       RESTORE-USAGE.
           DISPLAY "AOCDAY02G: LIST to show the generations on hand, "
               "or RESTORE nnnnnn to put run nnnnnn's outputs back.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * The catalogue in file order. No catalogue is nothing to
      * restore - a warning for a listing, a failure for a restore.
       LOAD-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 'N' TO WS-GEN-EOF-SW.
           OPEN INPUT GENERATION-FILE.
           IF WS-GENC-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02G: "
                   FUNCTION TRIM(WS-GENERATION-FILE-NAME)
                   " could not be opened (status " WS-GENC-STATUS
                   ") - no generations on hand."
               IF WS-MODE-RESTORE THEN
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               PERFORM UNTIL WS-GEN-EOF
                   READ GENERATION-FILE
                       AT END SET WS-GEN-EOF TO TRUE
                       NOT AT END
                           IF GEN-RUN-NUMBER IS NUMERIC
                               AND GEN-LINES IS NUMERIC THEN
                               PERFORM NOTE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF.
           IF WS-GEN-OVERFLOW THEN
               DISPLAY "AOCDAY02G: more than " WS-GEN-MAX
                   " entries on "
                   FUNCTION TRIM(WS-GENERATION-FILE-NAME)
                   " - the catalogue cannot be trusted."
               MOVE 8 TO WS-RUN-RC
           END-IF.

       NOTE-GENERATION.
           IF WS-GEN-COUNT >= WS-GEN-MAX THEN
               SET WS-GEN-OVERFLOW TO TRUE
           ELSE
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
           END-IF.

      * Every run on hand with its files - each copy is counted as
      * it is listed, so the operator sees which sets are still
      * whole before choosing one.
       LIST-GENERATIONS.
           MOVE 0 TO WS-LAST-RUN.
           MOVE 0 TO WS-RUN-COUNT.
           IF WS-GEN-COUNT = 0 AND WS-RUN-RC = 0 THEN
               DISPLAY "AOCDAY02G: "
                   FUNCTION TRIM(WS-GENERATION-FILE-NAME)
                   " is empty - no generations on hand."
               MOVE 4 TO WS-RUN-RC
           END-IF.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF GENT-RUN-NUMBER(WS-GEN-SUB) NOT = WS-LAST-RUN THEN
                   MOVE GENT-RUN-NUMBER(WS-GEN-SUB) TO WS-LAST-RUN
                   ADD 1 TO WS-RUN-COUNT
                   DISPLAY "Run " GENT-RUN-NUMBER(WS-GEN-SUB)
                       " of " GENT-RUN-DATE(WS-GEN-SUB) " "
                       GENT-RUN-TIME(WS-GEN-SUB)(1:2) ":"
                       GENT-RUN-TIME(WS-GEN-SUB)(3:2) ":"
                       GENT-RUN-TIME(WS-GEN-SUB)(5:2)
                       " - generation slot " GENT-SLOT(WS-GEN-SUB)
               END-IF
               PERFORM SET-TYPE-LABEL
               MOVE GENT-COPY-NAME(WS-GEN-SUB) TO WS-GEN-SOURCE-NAME
               PERFORM COUNT-FILE-LINES
               IF NOT WS-COUNT-OK THEN
                   MOVE 'MISSING' TO WS-COPY-STATE
               ELSE
                   IF WS-COUNT-LINES NOT = GENT-LINES(WS-GEN-SUB)
                       MOVE 'LINES DIFFER' TO WS-COPY-STATE
                   ELSE
                       MOVE 'OK' TO WS-COPY-STATE
                   END-IF
               END-IF
               IF WS-COPY-STATE NOT = 'OK' AND WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
               DISPLAY "    " WS-TYPE-LABEL " "
                   GENT-LINES(WS-GEN-SUB) " line(s)  "
                   WS-COPY-STATE "  "
                   FUNCTION TRIM(GENT-COPY-NAME(WS-GEN-SUB))
                   " -> " FUNCTION TRIM(GENT-CURRENT-NAME(WS-GEN-SUB))
           END-PERFORM.
           IF WS-RUN-COUNT > 0 THEN
               DISPLAY "AOCDAY02G: " WS-RUN-COUNT " run(s) on hand - "
                   "RESTORE nnnnnn puts a run's set back."
           END-IF.

       SET-TYPE-LABEL.
           EVALUATE GENT-FILE-TYPE(WS-GEN-SUB)
               WHEN 'G' MOVE 'GAME MASTER' TO WS-TYPE-LABEL
               WHEN 'R' MOVE 'REPORT' TO WS-TYPE-LABEL
               WHEN 'E' MOVE 'EXTRACT' TO WS-TYPE-LABEL
               WHEN 'I' MOVE 'INVALID GAMES' TO WS-TYPE-LABEL
               WHEN 'P' MOVE 'PROPOSAL' TO WS-TYPE-LABEL
               WHEN OTHER MOVE 'UNKNOWN' TO WS-TYPE-LABEL
           END-EVALUATE.

      * Before anything is written, every copy in the chosen run's
      * set must still be there and hold the lines the catalogue
      * says it was taken with - a set with a piece missing is not
      * put back at all, so the live files are never left half one
      * run and half another.
       VERIFY-RESTORE-SET.
           MOVE 0 TO WS-SET-COUNT.
           MOVE 0 TO WS-SET-BAD-COUNT.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF GENT-RUN-NUMBER(WS-GEN-SUB) = WS-RESTORE-RUN THEN
                   ADD 1 TO WS-SET-COUNT
                   MOVE GENT-COPY-NAME(WS-GEN-SUB)
                       TO WS-GEN-SOURCE-NAME
                   PERFORM COUNT-FILE-LINES
                   IF NOT WS-COUNT-OK THEN
                       ADD 1 TO WS-SET-BAD-COUNT
                       DISPLAY "AOCDAY02G: "
                           FUNCTION TRIM(WS-GEN-SOURCE-NAME)
                           " could not be read (status "
                           WS-GSRC-STATUS ")."
                   ELSE
                       IF WS-COUNT-LINES NOT = GENT-LINES(WS-GEN-SUB)
                           ADD 1 TO WS-SET-BAD-COUNT
                           DISPLAY "AOCDAY02G: "
                               FUNCTION TRIM(WS-GEN-SOURCE-NAME)
                               " holds " WS-COUNT-LINES " line(s), "
                               "catalogued with "
                               GENT-LINES(WS-GEN-SUB) "."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SET-COUNT = 0 THEN
               DISPLAY "AOCDAY02G: run " WS-RESTORE-RUN " is not on "
                   FUNCTION TRIM(WS-GENERATION-FILE-NAME)
                   " - LIST shows the runs on hand."
               MOVE 8 TO WS-RUN-RC
           ELSE
               IF WS-SET-BAD-COUNT > 0 THEN
                   DISPLAY "AOCDAY02G: run " WS-RESTORE-RUN "'s set "
                       "is not whole - nothing restored."
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.

      * The verified set over the live files, one file at a time,
      * each read back and logged. A copy that breaks part way is
      * reported and fails the run - the set is still on hand, so a
      * second RESTORE finishes the job once the cause is cleared.
       RESTORE-SET.
           MOVE 0 TO WS-RESTORED-COUNT.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF GENT-RUN-NUMBER(WS-GEN-SUB) = WS-RESTORE-RUN THEN
                   PERFORM RESTORE-ONE-FILE
               END-IF
           END-PERFORM.
           DISPLAY "AOCDAY02G: " WS-RESTORED-COUNT " of "
               WS-SET-COUNT " file(s) restored from run "
               WS-RESTORE-RUN ".".

       RESTORE-ONE-FILE.
           PERFORM SET-TYPE-LABEL.
           MOVE GENT-CURRENT-NAME(WS-GEN-SUB) TO WS-GEN-SOURCE-NAME.
           PERFORM COUNT-FILE-LINES.
           IF WS-COUNT-OK THEN
               MOVE WS-COUNT-LINES TO WS-CURRENT-LINES
           ELSE
               MOVE 0 TO WS-CURRENT-LINES
           END-IF.
           MOVE GENT-COPY-NAME(WS-GEN-SUB) TO WS-GEN-SOURCE-NAME.
           MOVE GENT-CURRENT-NAME(WS-GEN-SUB) TO WS-GEN-TARGET-NAME.
           PERFORM COPY-GENERATION-FILE.
           IF WS-COPY-OK
               AND WS-COPY-LINES = GENT-LINES(WS-GEN-SUB) THEN
               ADD 1 TO WS-RESTORED-COUNT
               DISPLAY "AOCDAY02G: " WS-TYPE-LABEL " "
                   FUNCTION TRIM(WS-GEN-TARGET-NAME) " restored, "
                   WS-COPY-LINES " line(s)."
               PERFORM WRITE-MAINT-LOG
           ELSE
               DISPLAY "AOCDAY02G: " WS-TYPE-LABEL " "
                   FUNCTION TRIM(WS-GEN-TARGET-NAME) " NOT restored "
                   "cleanly - " WS-COPY-LINES " of "
                   GENT-LINES(WS-GEN-SUB) " line(s) copied."
               MOVE 8 TO WS-RUN-RC
           END-IF.

      * How many lines a file holds - WS-COUNT-OK only if it opened
      * and read through cleanly.
       COUNT-FILE-LINES.
           MOVE 0 TO WS-COUNT-LINES.
           MOVE 'N' TO WS-COUNT-OK-SW.
           OPEN INPUT GEN-SOURCE-FILE.
           IF WS-GSRC-STATUS = '00' THEN
               SET WS-COUNT-OK TO TRUE
               MOVE 'N' TO WS-GSRC-EOF-SW
               PERFORM UNTIL WS-GSRC-EOF
                   READ GEN-SOURCE-FILE
                       AT END SET WS-GSRC-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-COUNT-LINES
                           IF WS-GSRC-STATUS NOT = '00' THEN
                               MOVE 'N' TO WS-COUNT-OK-SW
                               SET WS-GSRC-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-SOURCE-FILE
           END-IF.

      * Line-for-line copy, as AOCDAY02 took it.
       COPY-GENERATION-FILE.
           MOVE 'N' TO WS-COPY-OK-SW.
           MOVE 0 TO WS-COPY-LINES.
           OPEN INPUT GEN-SOURCE-FILE.
           IF WS-GSRC-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02G: " FUNCTION TRIM(WS-GEN-SOURCE-NAME)
                   " could not be opened (status " WS-GSRC-STATUS
                   ")."
           ELSE
               OPEN OUTPUT GEN-TARGET-FILE
               IF WS-GTGT-STATUS NOT = '00' THEN
                   DISPLAY "AOCDAY02G: "
                       FUNCTION TRIM(WS-GEN-TARGET-NAME)
                       " could not be opened (status " WS-GTGT-STATUS
                       ")."
               ELSE
                   SET WS-COPY-OK TO TRUE
                   MOVE 'N' TO WS-GSRC-EOF-SW
                   PERFORM UNTIL WS-GSRC-EOF
                       READ GEN-SOURCE-FILE
                           AT END SET WS-GSRC-EOF TO TRUE
                           NOT AT END
                               MOVE GEN-SOURCE-LINE TO GEN-TARGET-LINE
                               WRITE GEN-TARGET-LINE
                               ADD 1 TO WS-COPY-LINES
                               IF WS-GSRC-STATUS NOT = '00'
                                   OR WS-GTGT-STATUS NOT = '00' THEN
                                   MOVE 'N' TO WS-COPY-OK-SW
                                   SET WS-GSRC-EOF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GEN-TARGET-FILE
               END-IF
               CLOSE GEN-SOURCE-FILE
           END-IF.

      * One record on the AOCDAY02M change log per file put back -
      * who restored it, when, which live file, what it held before
      * and which run's copy it holds now.
       WRITE-MAINT-LOG.
           MOVE SPACES TO WS-OLD-VALUE.
           STRING WS-CURRENT-LINES ' LINES REPLACED'
               DELIMITED BY SIZE INTO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           STRING 'RUN ' WS-RESTORE-RUN ' ' WS-COPY-LINES ' LINES'
               DELIMITED BY SIZE INTO WS-NEW-VALUE.
           OPEN EXTEND MAINT-LOG-FILE.
           IF WS-LOG-STATUS = '35' THEN
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = '00' THEN
               DISPLAY "AOCDAY02G: " WS-MAINT-LOG-FILE-NAME
                   " could not be opened (status " WS-LOG-STATUS
                   ") - restore applied but NOT logged."
               IF WS-RUN-RC < 4 THEN
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               MOVE WS-STAMP-DATE TO LOG-DATE
               MOVE WS-STAMP-TIME TO LOG-TIME
               MOVE WS-USER-ID TO LOG-USER
               MOVE 'G' TO LOG-FILE-TYPE
               MOVE 'X' TO LOG-ACTION
               MOVE WS-GEN-TARGET-NAME TO LOG-KEY
               MOVE WS-OLD-VALUE TO LOG-OLD-VALUE
               MOVE WS-NEW-VALUE TO LOG-NEW-VALUE
               MOVE SPACES TO LOG-ITEM-NO
               WRITE MAINT-LOG-RECORD
               CLOSE MAINT-LOG-FILE
           END-IF.
