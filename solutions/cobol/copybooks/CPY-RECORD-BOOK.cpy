      *> League record book kept by RECBOOK - one row per all-time
      *> record per hall, rewritten every night with the standing
      *> holder, and one row per personal milestone reached, kept
      *> for good so a milestone is announced once. The records are
      *> re-derived from CAREERHX, SCOREHX and MATCHES each night;
      *> only the longest unbeaten run of a season whose fixtures
      *> have since been replaced lives nowhere else.
      *> Record codes: BESTGAME best single game, SNYACHTS most
      *> yachts in one season, UNBEATEN longest unbeaten match run,
      *> SEASONS most seasons played. Milestone codes: GAMES and
      *> YACHTS carry the career count reached, PERFECT the points
      *> of the player's first perfect card.
       01 RECORD-BOOK-RECORD.
           05 RB-HALL-CODE      PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 RB-ENTRY-TYPE     PIC X.
              88 RB-ALL-TIME-RECORD VALUE "R".
              88 RB-MILESTONE       VALUE "M".
           05 FILLER            PIC X VALUE SPACE.
           05 RB-ENTRY-CODE     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RB-PLAYER-ID      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 RB-VALUE          PIC 9(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RB-SEASON-ID      PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 RB-SET-DATE       PIC X(10).
