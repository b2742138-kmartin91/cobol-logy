      *> this system without a recompile. With no parameter file the
      *> programs fall back to the standard league rules: yacht 50,
      *> yacht bonus 100, upper bonus 35 at 63, straights 30, 50
      *> scorecard slots, season September through May. Each hall
      *> carries its own record under its hall code, with the hall
      *> name the reports print in their headings; a hall with no
      *> record of its own plays the standard rules. The absence
      *> rule tells PAIRGEN what to do with a member who has sent an
      *> absence notice: S keeps the pairing and pre-assigns a guest
      *> from the substitute pool; anything else pairs only the
      *> members who are available.
       01 LEAGUE-RULES-RECORD.
           05 LGR-YACHT-SCORE        PIC 9(3).
           05 FILLER                 PIC X VALUE SPACE.
           05 LGR-SEASON-START-MONTH PIC 99.
           05 FILLER                 PIC X VALUE SPACE.
           05 LGR-SEASON-END-MONTH   PIC 99.
           05 FILLER                 PIC X VALUE SPACE.
           05 LGR-HALL-CODE          PIC X(2).
           05 FILLER                 PIC X VALUE SPACE.
           05 LGR-HALL-NAME          PIC X(30).
           05 FILLER                 PIC X VALUE SPACE.
           05 LGR-ABSENCE-RULE       PIC X.
              88 LGR-ABSENCE-SUBSTITUTE VALUE "S".
