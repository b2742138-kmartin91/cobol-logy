      *> Substitute list read by SCOREDIT and YACHT - a guest who
      *> plays an absent member's seat, the guest's name and the
      *> member covered. The desk keys tonight's substitutes with no
      *> date, and those rows serve whatever night is scored. PAIRGEN
      *> pre-assigns guests from the substitute pool for absences
      *> it knows of ahead of time; those rows carry the night and
      *> hall they belong to and origin "P", and count only on that
      *> night at that hall.
       01 SUBSTITUTE-RECORD.
           05 SUB-GUEST-ID      PIC X(10).
           05 FILLER            PIC X.
           05 SUB-GUEST-NAME    PIC X(30).
           05 FILLER            PIC X.
           05 SUB-COVERS-ID     PIC X(10).
           05 FILLER            PIC X.
           05 SUB-GAME-DATE     PIC X(10).
           05 FILLER            PIC X.
           05 SUB-HALL-CODE     PIC X(2).
           05 FILLER            PIC X.
           05 SUB-ORIGIN        PIC X.
              88 SUB-PRE-ASSIGNED VALUE "P".
