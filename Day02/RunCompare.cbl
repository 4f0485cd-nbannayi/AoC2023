      * Change history:
      *   - Initial version comparing validity, power and the colour
      *     minimums with the present/missing listings.
      *   - History detail layout brought up to the widened record
      *     (arrival line and repair cycle) AOCDAY02 now writes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02C.

           05 HIST-GAME-RED-MIN PIC 9(2).
           05 HIST-GAME-GREEN-MIN PIC 9(2).
           05 HIST-GAME-BLUE-MIN PIC 9(2).
           05 HIST-GAME-ARRIVAL-LINE PIC 9(8).
           05 HIST-GAME-REPAIR-CYCLE PIC 9(2).

       FD COMPARE-FILE.
       01 COMPARE-LINE PIC X(132).
