      *> totals draw, and a pairing whose opponent never scored is a
      *> forfeit win. An odd player count pairs the last player
      *> against the reserved id "##BYE#####", which is never scored.
      *> The hall code keeps each hall's pairings apart on the file.
      *> The table number is where the game sits in the hall, from
      *> the hall layout PAIRGEN works to; 00 is no table - a bye,
      *> a night with no layout on file, or a game the room had no
      *> table left for.
       01 MATCH-RECORD.
           05 MAT-GAME-DATE     PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 MAT-HOME-POINTS   PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 MAT-AWAY-POINTS   PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 MAT-HALL-CODE     PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 MAT-TABLE-NUMBER  PIC 99.
