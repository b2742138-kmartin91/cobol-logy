      *> finalized when the scorecard totals are complete - so an
      *> operator rerun of the same night either picks up cleanly
      *> after an abend or refuses instead of double-counting. The
      *> file carries one record per game date and hall, so a
      *> postponed night's makeup, the evening's own fixture and
      *> the other hall's night each keep their own
      *> started/finalized state. The reprocess
      *> fingerprint (record count and dice hash of the last
      *> finalized reprocess input) lets a second pass over the
      *> identical suspense file refuse instead of re-posting the
           05 RCT-REPRO-COUNT   PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 RCT-REPRO-HASH    PIC 9(12).
           05 FILLER            PIC X VALUE SPACE.
           05 RCT-HALL-CODE     PIC X(2).
