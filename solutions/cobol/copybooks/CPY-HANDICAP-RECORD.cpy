      *> plus handicap) alongside the scratch total in the standings
      *> and the export. A player with too few games carries flag N
      *> and shows as no-handicap rather than a misleading zero.
      *> A member of two halls carries a handicap in each, from
      *> that hall's own season history.
       01 HANDICAP-RECORD.
           05 HC-PLAYER-ID      PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 HC-FLAG           PIC X.
              88 HC-HAS-HANDICAP VALUE "Y".
              88 HC-NO-HANDICAP  VALUE "N".
           05 FILLER            PIC X VALUE SPACE.
           05 HC-HALL-CODE      PIC X(2).
