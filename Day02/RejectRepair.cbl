      *     reprocess file (Day02ReprocessDelim.txt), since a
      *     reprocess input is consumed in one format - feed it back
      *     with DAY02_INPUT_FORMAT=D.
      *   - Game lineage: the original input line number on a reject
      *     record rides through the carry file, and every reprocess
      *     record leads with it and the repair cycle it is going
      *     out on, so AOCDAY02 keeps the game's lineage across the
      *     supplemental run and AOCDAY02N can trace it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02R.

       DATA DIVISION.
       FILE SECTION.
      * A reject record is the 40-byte reason, ' : ', the 100-byte
      * input file name the line came off, ' : ', the game's lineage
      * (8-digit input line number, a space, 2-digit repair cycle)
      * and ' : ', then the input line exactly as AOCDAY02 received
      * it - see its WRITE-REJECT-RECORD. Records from before the
      * file name or the lineage was carried are still recognised by
      * their offsets.
       FD REJECT-FILE.
       01 REJECT-LINE PIC X(2160).

      * Repaired lines, in the same shape as a normal puzzle input
      * behind the lineage block AOCDAY02 takes off again - the
      * original input line number, a space, the repair cycle and
      * ' : '.
       FD REPROCESS-FILE.
       01 REPROCESS-LINE PIC X(2014).

      * Repaired delimited round records, in the upstream feed's
      * canonical shape behind the same lineage block - kept apart
      * from the text reprocess input because a reprocess file is
      * consumed in one format.
       FD DELIM-REPROCESS-FILE.
       01 DELIM-REPROCESS-LINE PIC X(2014).

      * Still-unrepairable lines - the cycle count leads so a carry
      * file fed back in for another pass is recognised on sight,
      * and the input file name and original input line number ride
      * along so attribution survives however many cycles a stubborn
      * line goes round.
       FD CARRY-FILE.
       01 CARRY-RECORD.
           05 CARRY-CYCLE PIC 9(2).
           05 CARRY-SEP PIC X(3).
           05 CARRY-FILE-KEY PIC X(100).
           05 CARRY-SEP2 PIC X(3).
           05 CARRY-LINE-NO PIC 9(8).
           05 CARRY-SEP3 PIC X(3).
           05 CARRY-TEXT PIC X(2000).

       WORKING-STORAGE SECTION.
       01 WS-RULE-SUB PIC S9(4) COMP.

      * The record being worked on - original text, the cycle it has
      * already been through, the reason AOCDAY02 rejected it and
      * the input line it first arrived on (0 when the record is
      * from before the line was carried).
       01 WS-ORIG-REASON PIC X(40) VALUE SPACES.
       01 WS-ORIG-CYCLE PIC 9(2) VALUE 0.
       01 WS-ORIG-FILE PIC X(100) VALUE SPACES.
       01 WS-ORIG-LINE-NO PIC 9(8) VALUE 0.
       01 WS-NEXT-CYCLE PIC 9(2) VALUE 0.
       01 WS-REPROCESS-OUT PIC X(2014) VALUE SPACES.
       01 WS-ORIG-TEXT PIC X(2000) VALUE SPACES.
       01 WS-WORK-TEXT PIC X(2000) VALUE SPACES.
       01 WS-FIXED-TEXT PIC X(2000) VALUE SPACES.
               CLOSE REJECT-FILE
           END-IF.

      * A reject record is reason(40) ' : ' file(100) ' : '
      * lineno(8) ' ' cycle(2) ' : ' line; a record coming back off
      * the carry file leads with its cycle count instead - cycle(2)
      * ' ' reason(40) ' : ' file(100) ' : ' lineno(8) ' : ' line.
      * Records written before the lineage or the file name was
      * carried lack those separators and still split on the old
      * offsets; anything else is treated as a bare input line with
      * no reason.
       SPLIT-REJECT-RECORD.
           MOVE 0 TO WS-ORIG-CYCLE.
           MOVE 0 TO WS-ORIG-LINE-NO.
           MOVE SPACES TO WS-ORIG-REASON.
           MOVE SPACES TO WS-ORIG-FILE.
           MOVE SPACES TO WS-ORIG-TEXT.
               MOVE REJECT-LINE(4:40) TO WS-ORIG-REASON
               IF REJECT-LINE(147:3) = ' : ' THEN
                   MOVE REJECT-LINE(47:100) TO WS-ORIG-FILE
                   IF REJECT-LINE(150:8) IS NUMERIC
                       AND REJECT-LINE(158:3) = ' : ' THEN
                       MOVE REJECT-LINE(150:8) TO WS-ORIG-LINE-NO
                       MOVE REJECT-LINE(161:2000) TO WS-ORIG-TEXT
                   ELSE
                       MOVE REJECT-LINE(150:2000) TO WS-ORIG-TEXT
                   END-IF
               ELSE
                   MOVE REJECT-LINE(47:2000) TO WS-ORIG-TEXT
               END-IF
                   MOVE REJECT-LINE(1:40) TO WS-ORIG-REASON
                   IF REJECT-LINE(144:3) = ' : ' THEN
                       MOVE REJECT-LINE(44:100) TO WS-ORIG-FILE
      *                The reject's cycle is the repair cycles the
      *                game had already been through when AOCDAY02
      *                turned it away.
                       IF REJECT-LINE(147:8) IS NUMERIC
                           AND REJECT-LINE(155:1) = ' '
                           AND REJECT-LINE(156:2) IS NUMERIC
                           AND REJECT-LINE(158:3) = ' : ' THEN
                           MOVE REJECT-LINE(147:8) TO WS-ORIG-LINE-NO
                           MOVE REJECT-LINE(156:2) TO WS-ORIG-CYCLE
                           MOVE REJECT-LINE(161:2000) TO WS-ORIG-TEXT
                       ELSE
                           MOVE REJECT-LINE(147:2000) TO WS-ORIG-TEXT
                       END-IF
                   ELSE
                       MOVE REJECT-LINE(44:2000) TO WS-ORIG-TEXT
                   END-IF
      * A repaired line goes onto the reprocess input in canonical
      * form, ready for AOCDAY02 to consume as a supplemental run -
      * each format onto its own file, since a reprocess input is
      * consumed in one format. The lineage block leads it - the
      * line it first arrived on and the cycle it goes out on. A
      * record from before the line was carried has no lineage to
      * give and goes out bare, as it always did.
       WRITE-REPROCESS-RECORD.
           COMPUTE WS-NEXT-CYCLE = WS-ORIG-CYCLE + 1.
           MOVE SPACES TO WS-REPROCESS-OUT.
           IF WS-ORIG-LINE-NO > 0 THEN
               STRING WS-ORIG-LINE-NO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NEXT-CYCLE DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   WS-FIXED-TEXT DELIMITED BY SIZE
                   INTO WS-REPROCESS-OUT
           ELSE
               MOVE WS-FIXED-TEXT TO WS-REPROCESS-OUT
           END-IF.
           IF WS-DELIM-RECORD THEN
               ADD 1 TO WS-DELIM-REPAIRED-COUNT
               IF WS-DELIM-REPAIRED-COUNT = 1 THEN
               ELSE
                   OPEN EXTEND DELIM-REPROCESS-FILE
               END-IF
               MOVE WS-REPROCESS-OUT TO DELIM-REPROCESS-LINE
               WRITE DELIM-REPROCESS-LINE
               CLOSE DELIM-REPROCESS-FILE
           ELSE
               ELSE
                   OPEN EXTEND REPROCESS-FILE
               END-IF
               MOVE WS-REPROCESS-OUT TO REPROCESS-LINE
               WRITE REPROCESS-LINE
               CLOSE REPROCESS-FILE
           END-IF.
           MOVE ' : ' TO CARRY-SEP.
           MOVE WS-ORIG-FILE TO CARRY-FILE-KEY.
           MOVE ' : ' TO CARRY-SEP2.
           MOVE WS-ORIG-LINE-NO TO CARRY-LINE-NO.
           MOVE ' : ' TO CARRY-SEP3.
           MOVE WS-ORIG-TEXT TO CARRY-TEXT.
           WRITE CARRY-RECORD.
           CLOSE CARRY-FILE.
