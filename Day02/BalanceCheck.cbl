      * Change history:
      *   - Initial version cross-footing the five outputs with the
      *     per-file balancing report.
      *   - Game master layout widened for the game's lineage.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02B.

               07 GMAS-GREEN PIC 9(2).
               07 GMAS-BLUE PIC 9(2).
           05 GMAS-FILE-KEY PIC X(100).
           05 GMAS-ARRIVAL-LINE PIC 9(8).
           05 GMAS-REPAIR-CYCLE PIC 9(2).

       FD BALANCE-FILE.
       01 BALANCE-LINE PIC X(132).
