      *> Step-control record kept by NIGHTJOB - one row per step of
      *> the nightly job chain per game date and hall, carrying when
      *> the step last started and ended, the return code it ended
      *> with and how many times it has been run for the night. A
      *> rerun of the night skips the steps already complete and
      *> resumes at the one that failed; a row left started with no
      *> end is a step that abended part way through.
       01 STEP-CONTROL-RECORD.
           05 STC-GAME-DATE     PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 STC-HALL-CODE     PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 STC-STEP-NUMBER   PIC 99.
           05 FILLER            PIC X VALUE SPACE.
           05 STC-STEP-NAME     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 STC-STEP-STATUS   PIC X.
              88 STC-STEP-STARTED  VALUE "S".
              88 STC-STEP-COMPLETE VALUE "C".
              88 STC-STEP-FAILED   VALUE "F".
           05 FILLER            PIC X VALUE SPACE.
           05 STC-START-STAMP   PIC X(14).
           05 FILLER            PIC X VALUE SPACE.
           05 STC-END-STAMP     PIC X(14).
           05 FILLER            PIC X VALUE SPACE.
           05 STC-RETURN-CODE   PIC 9(4).
           05 FILLER            PIC X VALUE SPACE.
           05 STC-ATTEMPTS      PIC 99.
