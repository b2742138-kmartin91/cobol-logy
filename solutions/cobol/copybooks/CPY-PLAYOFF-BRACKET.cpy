      *> Playoff bracket record kept by PLAYOFF - one record per
      *> bracket position per round. The seeded field is round 1,
      *> each advance adds the winners as the next round, and the
      *> champion stands alone in the round after the final. The
      *> file is the playoff's whole memory between nights. Each
      *> hall keeps its own bracket on the file under its hall code.
      *> SCOREADJ re-points a settled round when a corrected card
      *> changes who won it, as long as the next round is unplayed.
       01 BRACKET-RECORD.
           05 PB-SEASON-ID      PIC X(9).
           05 FILLER            PIC X.
           05 PB-DIVISION       PIC X.
           05 FILLER            PIC X.
           05 PB-ROUND          PIC 9.
           05 FILLER            PIC X.
           05 PB-SLOT           PIC 99.
           05 FILLER            PIC X.
           05 PB-SEED           PIC 99.
           05 FILLER            PIC X.
           05 PB-PLAYER-ID      PIC X(10).
           05 FILLER            PIC X.
           05 PB-PLAYER-NAME    PIC X(20).
           05 FILLER            PIC X.
           05 PB-GAME-DATE      PIC X(10).
           05 FILLER            PIC X.
           05 PB-OUTCOME        PIC X.
           05 FILLER            PIC X.
           05 PB-POINTS         PIC 9(4).
           05 FILLER            PIC X.
           05 PB-HALL-CODE      PIC X(2).
