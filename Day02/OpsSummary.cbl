      *   - Initial version covering the run table, the derived
      *     worst return code, the elapsed movement and the
      *     parameter-change listing.
      *   - The parameter-change listing leaves out the changes
      *     queued for or rejected at approval, which never went
      *     live; the history archive, generation restore and
      *     period-close entries on the log are listed under their
      *     own housekeeping heading. A maker-checker change
      *     shows the approval item number it was logged under.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02S.

           05 LOG-KEY PIC X(100).
           05 LOG-OLD-VALUE PIC X(30).
           05 LOG-NEW-VALUE PIC X(30).
           05 LOG-ITEM-NO PIC X(06).

      * Same layout AOCDAY02 reads in LOAD-TOLERANCES.
       FD TOLERANCE-FILE.
               05 LOGT-KEY PIC X(100).
               05 LOGT-OLD PIC X(30).
               05 LOGT-NEW PIC X(30).
               05 LOGT-ITEM PIC X(06).

      * Elapsed-time arithmetic - date and time pulled apart into
      * seconds, with INTEGER-OF-DATE carrying a run over midnight.
           MOVE LOG-KEY TO LOGT-KEY(WS-LOG-COUNT).
           MOVE LOG-OLD-VALUE TO LOGT-OLD(WS-LOG-COUNT).
           MOVE LOG-NEW-VALUE TO LOGT-NEW(WS-LOG-COUNT).
           MOVE LOG-ITEM-NO TO LOGT-ITEM(WS-LOG-COUNT).

      * Seconds to hh:mm:ss text for the report.
       SECONDS-TO-HMS.
           PERFORM COMPUTE-DAY-ELAPSED.
           PERFORM WRITE-ELAPSED-MOVEMENT.
           PERFORM WRITE-PARAMETER-CHANGES.
           PERFORM WRITE-HOUSEKEEPING.
           CLOSE SUMMARY-FILE.

      * The day's true elapsed - one figure per distinct run. Every
      * previous run - the usual answer to "why did the total
      * move". With no earlier run on file every logged change
      * prints, which is the right answer for a first morning.
      * A change queued for approval (Q) or rejected by the checker
      * (J) never went live, so only the other actions against the
      * limits, control, register or price file (L/C/R/P) print.
       WRITE-PARAMETER-CHANGES.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE 0 TO WS-PRIOR-USED.
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
               IF LOGT-STAMP(WS-LOG-SUB) > WS-PREV-STAMP
                   AND (LOGT-TYPE(WS-LOG-SUB) = 'L' OR 'C' OR 'R'
                       OR 'P')
                   AND LOGT-ACTION(WS-LOG-SUB) NOT = 'Q'
                   AND LOGT-ACTION(WS-LOG-SUB) NOT = 'J'
                   THEN
                   PERFORM WRITE-LOG-LINE
               END-IF
           END-PERFORM.
           IF WS-PRIOR-USED = 0 THEN
               MOVE '  None.' TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.

      * The housekeeping entries other programs put on the change
      * log since the previous run - history archive purges (H),
      * generation restores (G) and period-close adjustments (E) -
      * so the morning review sees who shortened the master, who
      * rolled the outputs back and what was posted late.
       WRITE-HOUSEKEEPING.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE 'Housekeeping since the previous run:'
               TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE 0 TO WS-PRIOR-USED.
           PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
               IF LOGT-STAMP(WS-LOG-SUB) > WS-PREV-STAMP
                   AND (LOGT-TYPE(WS-LOG-SUB) = 'H' OR 'G' OR 'E')
                   THEN
                   PERFORM WRITE-LOG-LINE
               END-IF
           END-PERFORM.
           IF WS-PRIOR-USED = 0 THEN
               MOVE '  None.' TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.

      * One change-log entry as a summary line.
       WRITE-LOG-LINE.
           ADD 1 TO WS-PRIOR-USED.
           MOVE SPACES TO SUMMARY-LINE.
           STRING '  ' DELIMITED BY SIZE
               LOGT-STAMP(WS-LOG-SUB)(1:8)
               DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LOGT-STAMP(WS-LOG-SUB)(9:6)
               DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LOGT-USER(WS-LOG-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LOGT-TYPE(WS-LOG-SUB) DELIMITED BY SIZE
               LOGT-ACTION(WS-LOG-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FUNCTION TRIM(LOGT-KEY(WS-LOG-SUB))
               DELIMITED BY SIZE
               ' [' DELIMITED BY SIZE
               FUNCTION TRIM(LOGT-OLD(WS-LOG-SUB))
               DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               FUNCTION TRIM(LOGT-NEW(WS-LOG-SUB))
               DELIMITED BY SIZE
               ']' DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           IF LOGT-ITEM(WS-LOG-SUB) NOT = SPACES THEN
               STRING FUNCTION TRIM(SUMMARY-LINE TRAILING)
                   DELIMITED BY SIZE
                   ' item ' DELIMITED BY SIZE
                   LOGT-ITEM(WS-LOG-SUB) DELIMITED BY SIZE
                   INTO SUMMARY-LINE
           END-IF.
           WRITE SUMMARY-LINE.
