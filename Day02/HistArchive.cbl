      * Change history:
      *   - Initial version with the RUNS/DATE retention, the
      *     write-verify-purge sequence and the change-log entry.
      *   - Detail records widened for the game's lineage (original
      *     input line and repair cycle), copied with the rest.
      *   - Change-log record carries the AOCDAY02M approval item
      *     number, left blank on the archive entries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCDAY02H.

           05 HIST-GAME-RED-MIN PIC 9(2).
           05 HIST-GAME-GREEN-MIN PIC 9(2).
           05 HIST-GAME-BLUE-MIN PIC 9(2).
           05 HIST-GAME-ARRIVAL-LINE PIC 9(8).
           05 HIST-GAME-REPAIR-CYCLE PIC 9(2).

      * Records are copied byte for byte, headers and details at
      * their own lengths so the archive reads exactly like the
      * master it came off.
       FD ARCHIVE-FILE.
       01 ARCHIVE-HEADER-LINE PIC X(147).
       01 ARCHIVE-DETAIL-LINE PIC X(32).

      * The records the master keeps, staged here while the archive
      * verifies - only after the verify does this stream back over
      * untouched.
       FD WORK-FILE.
       01 WORK-HEADER-LINE PIC X(147).
       01 WORK-DETAIL-LINE PIC X(32).

      * Same change-log layout AOCDAY02M appends - file type 'H'
      * marks a history cut.
           05 LOG-KEY PIC X(100).
           05 LOG-OLD-VALUE PIC X(30).
           05 LOG-NEW-VALUE PIC X(30).
           05 LOG-ITEM-NO PIC X(06).

       WORKING-STORAGE SECTION.
      * Run-time file names - defaulted here, overridden from the
               MOVE WS-ARCHIVE-FILE-NAME TO LOG-KEY
               MOVE WS-OLD-VALUE TO LOG-OLD-VALUE
               MOVE WS-NEW-VALUE TO LOG-NEW-VALUE
               MOVE SPACES TO LOG-ITEM-NO
               WRITE MAINT-LOG-RECORD
               CLOSE MAINT-LOG-FILE
           END-IF.
