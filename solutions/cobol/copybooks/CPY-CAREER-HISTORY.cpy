      *> YACHT as a safety net before the September rebuild wipes a
      *> stale SEASONHX). The layout mirrors the season history row
      *> so a season's numbers survive exactly as they stood when
      *> the season closed. The division playoff champions are
      *> marked on their season row once the bracket final settles.
      *> The hall code names the league the season was played in.
       01 CAREER-HISTORY-RECORD.
           05 CH-PLAYER-ID      PIC X(10).
           05 CH-SEASON-ID      PIC X(9).
           05 CH-WINS           PIC 9(4).
           05 CH-LOSSES         PIC 9(4).
           05 CH-DRAWS          PIC 9(4).
           05 CH-PLAYOFF-RESULT PIC X.
              88 CH-PLAYOFF-CHAMPION VALUE "C".
           05 CH-HALL-CODE      PIC X(2).
