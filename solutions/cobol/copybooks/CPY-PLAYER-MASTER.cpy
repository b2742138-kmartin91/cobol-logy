      *> read by YACHT so a score record is only accepted for a player
      *> the league has actually registered, instead of a mistyped id
      *> silently opening a brand-new scorecard of its own.
      *> The id is unique across the whole installation; a member is
      *> registered at a home hall and, when they also play in a
      *> second hall's league, at that hall too. A blank home hall
      *> is the original league; a blank second hall means none.
       01 PLAYER-MASTER-RECORD.
           05 PM-PLAYER-ID      PIC X(10).
           05 PM-PLAYER-NAME    PIC X(30).
           05 PM-STATUS         PIC X.
              88 PM-ACTIVE      VALUE "A".
              88 PM-INACTIVE    VALUE "I".
           05 PM-HOME-HALL      PIC X(2).
           05 PM-SECOND-HALL    PIC X(2).
