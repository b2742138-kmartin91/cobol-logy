      *> Advance absence notice kept on ABSENCE by ABSMNT - one row
      *> per player per tournament night they have said they will
      *> miss, keyed by player id and night, with the reason given,
      *> the date the notice was keyed and the season the night
      *> belongs to at the hall it is scheduled at, which is what an
      *> attendance count per season is taken over. PAIRGEN reads it
      *> when it pairs a night.
       01 ABSENCE-RECORD.
           05 ABS-KEY.
              10 ABS-PLAYER-ID  PIC X(10).
              10 ABS-GAME-DATE  PIC X(10).
           05 FILLER            PIC X.
           05 ABS-REASON        PIC X(30).
           05 FILLER            PIC X.
           05 ABS-KEYED-DATE    PIC X(10).
           05 FILLER            PIC X.
           05 ABS-SEASON-ID     PIC X(9).
