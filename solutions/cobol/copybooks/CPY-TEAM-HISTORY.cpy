      *> Season-to-date team history maintained by TEAMNITE across
      *> nightly runs, keyed by hall and team id, the way SEASONHX
      *> carries individuals. Each hall's record keyed "##CONTROL#"
      *> carries the season id that hall's rows belong to; a
      *> different derived season clears that hall's rows. The
      *> last-posted date keeps a rerun of the same night from
      *> counting a team's total twice.
       01 TEAM-HISTORY-RECORD.
           05 TE-KEY.
              10 TE-HALL-CODE   PIC X(2).
              10 TE-TEAM-ID     PIC X(10).
           05 TE-SEASON-ID      PIC X(9).
           05 TE-NIGHTS-PLAYED  PIC 9(4).
           05 TE-SEASON-TOTAL   PIC 9(7).
