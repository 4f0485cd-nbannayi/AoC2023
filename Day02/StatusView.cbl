      * lines read, games parsed and rejects so far, and when the
      * record was last stamped - so the overnight operator can
      * answer "is it moving and how far along is it" without
      * touching the run. When the run is going under the AOCDAY02J
      * job stream, the stream's step in flight is shown alongside.
      *
      * Change history:
      *   - Initial version formatting the AOCDAY02 status record.
      *   - Shows the AOCDAY02J job stream's step in flight, or where
      *     the stream halted, from the step-control file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02V.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STS-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO DYNAMIC
           WS-STEP-CONTROL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same record AOCDAY02 writes in WRITE-STATUS-FILE.
           05 STS-STAMP-DATE PIC X(08).
           05 STS-STAMP-TIME PIC X(06).

      * Same record AOCDAY02J writes in WRITE-STEP-CONTROL.
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
       01 WS-STATUS-FILE-NAME PIC X(100)
           VALUE 'Day02Status.txt'.
       01 WS-STEP-CONTROL-FILE-NAME PIC X(100)
           VALUE 'Day02StepControl.txt'.
       01 WS-ENV-TMP PIC X(100) VALUE SPACES.
       01 WS-STS-STATUS PIC X(02) VALUE '00'.
       01 WS-SCTL-STATUS PIC X(02) VALUE '00'.
       01 WS-SCTL-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-SCTL-EOF VALUE 'Y'.

      * The latest record of the latest stream run - its state is
      * the stream's state.
       01 WS-LAST-RUN PIC 9(6) VALUE 0.
       01 WS-LAST-CONTROL PIC X(59) VALUE SPACES.

      * Timestamps formatted hh:mm:ss for the console.
       01 WS-TIME-EDIT PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM INITIALISE.
           PERFORM READ-STATUS-RECORD.
           PERFORM READ-STEP-CONTROL.
           STOP RUN.

      * Pick up the run-time file names. GnuCOBOL clears the
      * receiving item on an ENVIRONMENT ACCEPT that finds no such
      * variable, so each one is accepted into a scratch item first
      * and only moved over the VALUE default when it is set.
       INITIALISE.
           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT "DAY02_STATUS_FILE"
               MOVE WS-ENV-TMP TO WS-STATUS-FILE-NAME
           END-IF.

           MOVE SPACES TO WS-ENV-TMP.
           ACCEPT WS-ENV-TMP FROM ENVIRONMENT
               "DAY02_STEP_CONTROL_FILE"
               ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-ENV-TMP NOT = SPACES THEN
               MOVE WS-ENV-TMP TO WS-STEP-CONTROL-FILE-NAME
           END-IF.

       READ-STATUS-RECORD.
           OPEN INPUT STATUS-FILE.
           IF WS-STS-STATUS NOT = '00' THEN
                   WS-TIME-EDIT(1:2) ":" WS-TIME-EDIT(3:2) ":"
                   WS-TIME-EDIT(5:2)
           END-IF.

      * The job stream's position, under the heartbeat. No step-
      * control file means AOCDAY02 was run by hand, and there is
      * nothing to add.
       READ-STEP-CONTROL.
           MOVE 0 TO WS-LAST-RUN.
           MOVE SPACES TO WS-LAST-CONTROL.
           OPEN INPUT STEP-CONTROL-FILE.
           IF WS-SCTL-STATUS = '00' THEN
               PERFORM UNTIL WS-SCTL-EOF
                   READ STEP-CONTROL-FILE
                       AT END SET WS-SCTL-EOF TO TRUE
                       NOT AT END
                           IF SCTL-STREAM-RUN IS NUMERIC
                               AND SCTL-STREAM-RUN >= WS-LAST-RUN THEN
                               MOVE SCTL-STREAM-RUN TO WS-LAST-RUN
                               MOVE STEP-CONTROL-RECORD
                                   TO WS-LAST-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-CONTROL-FILE
               IF WS-LAST-RUN > 0 THEN
                   MOVE WS-LAST-CONTROL TO STEP-CONTROL-RECORD
                   PERFORM DISPLAY-STREAM-STEP
               END-IF
           END-IF.

       DISPLAY-STREAM-STEP.
           EVALUATE SCTL-STATE
               WHEN 'R'
                   MOVE SCTL-START-TIME TO WS-TIME-EDIT
                   DISPLAY "Stream run " SCTL-STREAM-RUN " step "
                       SCTL-STEP-NO " " FUNCTION TRIM(SCTL-STEP-NAME)
                       " in flight since " SCTL-START-DATE " "
                       WS-TIME-EDIT(1:2) ":" WS-TIME-EDIT(3:2) ":"
                       WS-TIME-EDIT(5:2)
               WHEN 'F'
                   MOVE SCTL-END-TIME TO WS-TIME-EDIT
                   DISPLAY "Stream run " SCTL-STREAM-RUN " halted - "
                       "step " SCTL-STEP-NO " "
                       FUNCTION TRIM(SCTL-STEP-NAME)
                       " ended with return code " SCTL-RC " at "
                       SCTL-END-DATE " " WS-TIME-EDIT(1:2) ":"
                       WS-TIME-EDIT(3:2) ":" WS-TIME-EDIT(5:2)
                       "; rerun AOCDAY02J to restart there"
               WHEN 'C'
                   MOVE SCTL-END-TIME TO WS-TIME-EDIT
                   DISPLAY "Stream run " SCTL-STREAM-RUN " complete "
                       SCTL-END-DATE " " WS-TIME-EDIT(1:2) ":"
                       WS-TIME-EDIT(3:2) ":" WS-TIME-EDIT(5:2)
                       ", return code " SCTL-RC
               WHEN OTHER
                   MOVE SCTL-END-TIME TO WS-TIME-EDIT
                   DISPLAY "Stream run " SCTL-STREAM-RUN
                       " between steps - step " SCTL-STEP-NO " "
                       FUNCTION TRIM(SCTL-STEP-NAME) " ended "
                       SCTL-END-DATE " " WS-TIME-EDIT(1:2) ":"
                       WS-TIME-EDIT(3:2) ":" WS-TIME-EDIT(5:2)
           END-EVALUATE.
