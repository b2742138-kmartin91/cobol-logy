      *> night, dated YYYY-MM-DD, with the night type (REGULAR,
      *> LEAPNITE, or MAKEUP for a night replacing one lost to a
      *> hall closure) and the points multiplier (2 on the Feb 29
      *> leap night, 1 otherwise). Each hall keeps its own nights
      *> on the one file under its hall code.
       01 SCHEDULE-RECORD.
           05 SCH-DATE              PIC X(10).
           05 FILLER                PIC X VALUE SPACE.
           05 SCH-NIGHT-TYPE        PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 SCH-POINTS-MULTIPLIER PIC 9.
           05 FILLER                PIC X VALUE SPACE.
           05 SCH-HALL-CODE         PIC X(2).
