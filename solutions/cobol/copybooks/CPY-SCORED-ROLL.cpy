      *> it accepts - the roll, the category it scored under, the
      *> points it earned and whether it was a yacht - so the season's
      *> play can be analyzed after the fact instead of evaporating
      *> into print lines. A night backed out after it finalized
      *> keeps its rows, flagged reversed, so the history still shows
      *> what was posted and undone; every reader skips them. The
      *> hall code names the league the roll was scored for. Once a
      *> season closes PURGE moves its rows to a dated archive that
      *> keeps this layout.
       01 SCORED-ROLL-RECORD.
           05 SRL-PLAYER-ID     PIC X(10).
           05 SRL-ROUND-NUMBER  PIC 99.
           05 SRL-POINTS        PIC 999.
           05 SRL-YACHT-FLAG    PIC 9.
           05 SRL-RUN-DATE      PIC X(8).
           05 SRL-REVERSED-FLAG PIC X.
              88 SRL-REVERSED   VALUE "R".
           05 SRL-HALL-CODE     PIC X(2).
