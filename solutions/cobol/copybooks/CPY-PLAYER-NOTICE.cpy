      *> Outbound results notice written by NOTICGEN for the league
      *> messaging service - one fixed-format record per opted-in
      *> player who played or was paired on the night, followed by
      *> the shared control trailer whose hash total is the sum of
      *> the scratch totals. Result is the night's match from the
      *> player's side: W won, L lost, D drew, B had the bye, N
      *> played without a pairing, blank a pairing not yet settled.
      *> The standing is the player's place in the hall's season to
      *> date, ranked as the closeout ranks it, out of the number of
      *> players on it; zero when the player is not on it. Arrears Y
      *> carries the balance owing when it has stood unpaid past the
      *> treasurer's grace period.
       01 PLAYER-NOTICE-RECORD.
           05 NTC-PLAYER-ID     PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-PLAYER-NAME   PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-PHONE         PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-EMAIL         PIC X(50).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-GAME-DATE     PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-HALL-CODE     PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-HALL-NAME     PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-CARD-FLAG     PIC X.
              88 NTC-CARD-SCORED VALUE "Y".
              88 NTC-NO-CARD    VALUE "N".
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-SCRATCH-TOTAL PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-HANDICAP-FLAG PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-ADJUSTED-TOTAL PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-RESULT        PIC X.
              88 NTC-WON        VALUE "W".
              88 NTC-LOST       VALUE "L".
              88 NTC-DREW       VALUE "D".
              88 NTC-HAD-BYE    VALUE "B".
              88 NTC-NOT-PAIRED VALUE "N".
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-OPPONENT-ID   PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-OPPONENT-NAME PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-PLAYER-POINTS PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-OPPONENT-POINTS PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-SEASON-ID     PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-STANDING      PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-STANDING-OF   PIC 9(3).
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-ARREARS-FLAG  PIC X.
              88 NTC-IN-ARREARS VALUE "Y".
           05 FILLER            PIC X VALUE SPACE.
           05 NTC-ARREARS-AMOUNT PIC 9(5)V99.
