      *     and a NOT FOUND line for misses. The single-game
      *     command-line inquiry is unchanged when no request file
      *     is named.
      *   - Master layout widened for the game's lineage (original
      *     input line and repair cycle), which AOCDAY02N reports.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02Q.

               07 GMAS-GREEN PIC 9(2).
               07 GMAS-BLUE PIC 9(2).
           05 GMAS-FILE-KEY PIC X(100).
           05 GMAS-ARRIVAL-LINE PIC 9(8).
           05 GMAS-REPAIR-CYCLE PIC 9(2).

      * Same layout AOCDAY02 reads in LOAD-CUBE-LIMITS - only the
      * first (active) record matters for an inquiry.
                   88 REQ-OK VALUE 'Y'.
               05 REQ-FOUND-SW PIC X(1).
                   88 REQ-FOUND VALUE 'Y'.
      *        The newest matching master record, same 416 bytes as
      *        GAME-MASTER-RECORD, copied whole and unpacked through
      *        WS-HOLD-RECORD when the response is written.
               05 REQ-HOLD PIC X(416).

      * The requested game id arrives as command-line text - with an
      * optional input file name after it - and goes through the
               07 HOLD-GREEN PIC 9(2).
               07 HOLD-BLUE PIC 9(2).
           05 HOLD-FILE-KEY PIC X(100).
           05 HOLD-ARRIVAL-LINE PIC 9(8).
           05 HOLD-REPAIR-CYCLE PIC 9(2).

      * Active cube limits - defaulted to the original 12/13/14 bag,
      * overridden by the first limits record when one reads cleanly.
