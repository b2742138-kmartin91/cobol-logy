      *> Season-to-date history record maintained by YACHT across
      *> nightly runs, keyed by hall and player id. Each hall's
      *> record keyed "##CONTROL#" carries the season id that hall's
      *> rows belong to; when a run derives a different current
      *> season the hall's rows are cleared, which is how its
      *> September's first run starts clean without touching the
      *> other hall's season.
       01 SEASON-HISTORY-RECORD.
           05 SH-KEY.
              10 SH-HALL-CODE   PIC X(2).
              10 SH-PLAYER-ID   PIC X(10).
           05 SH-SEASON-ID      PIC X(9).
           05 SH-GAMES-PLAYED   PIC 9(4).
           05 SH-SEASON-TOTAL   PIC 9(6).
