      *> team trophy - a team id, its name, and up to four member
      *> player ids, each validated against the player master so a
      *> team can never carry an id the league has not registered.
      *> A team plays in one hall, and its members must be
      *> registered at that hall.
       01 TEAM-MASTER-RECORD.
           05 TM-TEAM-ID        PIC X(10).
           05 TM-TEAM-NAME      PIC X(30).
           05 TM-MEMBER-ID OCCURS 4 TIMES PIC X(10).
           05 TM-HALL-CODE      PIC X(2).
