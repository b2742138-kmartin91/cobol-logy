               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIGIBILITY-FILE.
       01  ELIGIBILITY-RECORD      PIC X(60).

       FD  ROSTER-FILE.
       COPY "CPY-ROSTER-RECORD.cpy".

       FD  EXCLUSION-FILE.
       01  EXCLUSION-RECORD        PIC X(10).
       FD  NIGHT-SUMMARY-FILE.
       01  NIGHT-SUMMARY-LINE      PIC X(100).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ELIGIBILITY-STATUS    PIC XX VALUE SPACES.
       01 WS-ELIGIBILITY-EOF       PIC X VALUE "N".
          88 SEASON-CHECK-FAILED   VALUE 8.
       01 WS-LEAP-RC-MESSAGE       PIC X(60).

       01 WS-BIN-RC-SEVERITY       PIC 99.
          88 ELIGIBILITY-CHECK-FAILED VALUE 8.
       01 WS-BIN-RC-MESSAGE        PIC X(60).
       01 WS-ROSTER-EOF            PIC X VALUE "N".
          88 ROSTER-AT-EOF         VALUE "Y".
       01 WS-EXCLUSION-STATUS      PIC XX VALUE SPACES.
      *> The effective flag set - one 60-bit word per block of the
      *> roster, word 1 first.
       01 WS-EFFECTIVE-SET.
          05 WS-EFFECTIVE-WORD-COUNT PIC 99 VALUE 0.
          05 WS-EFFECTIVE-WORD     PIC X(60) OCCURS 20 TIMES.
       01 WS-FLAGS-LOADED          PIC X VALUE "N".
          88 FLAGS-WORD-LOADED     VALUE "Y".
       01 WS-EXCLUDED-COUNT        PIC 999 VALUE 0.
          05 WS-FAIL-REASON        PIC X(60) VALUE SPACES.

       01 WS-RULES-STATUS          PIC XX VALUE SPACES.
       01 WS-RULES-EOF             PIC X VALUE "N".
          88 RULES-AT-EOF          VALUE "Y".
       01 WS-RULES-FOUND           PIC X VALUE "N".
          88 HALL-RULES-FOUND      VALUE "Y".

      *> The hall this night is run for, from HALLPRM - blank for
      *> the original league.
       01 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
       01 WS-HALL-CODE             PIC X(2) VALUE SPACES.
       01 WS-HALL-NAME             PIC X(30) VALUE SPACES.

       01 WS-BASE-MASK-STATUS      PIC XX VALUE SPACES.
       01 WS-SUSP-MASK-STATUS      PIC XX VALUE SPACES.
       01 WS-DUES-MASK-STATUS      PIC XX VALUE SPACES.
      *> Each mask file is a flag set of one record per block of
      *> 60 roster positions, loaded through WS-LOAD-SET.
       01 WS-LOAD-SET.
          05 WS-LOAD-WORD-COUNT    PIC 99 VALUE 0.
          05 WS-LOAD-WORD          PIC X(60) OCCURS 20 TIMES.
       01 WS-BASE-SET.
          05 WS-BASE-WORD-COUNT    PIC 99 VALUE 0.
          05 WS-BASE-WORD          PIC X(60) OCCURS 20 TIMES.
       01 WS-SUSPENSION-SET.
          05 WS-SUSP-WORD-COUNT    PIC 99 VALUE 0.
          05 WS-SUSP-WORD          PIC X(60) OCCURS 20 TIMES.
       01 WS-DUES-SET.
          05 WS-DUES-WORD-COUNT    PIC 99 VALUE 0.
          05 WS-DUES-WORD          PIC X(60) OCCURS 20 TIMES.
       01 WS-ALL-ONES-SET.
          05 WS-ONES-WORD-COUNT    PIC 99 VALUE 0.
          05 WS-ONES-WORD          PIC X(60) OCCURS 20 TIMES.
       01 WS-CLEARED-SET.
          05 WS-CLEARED-WORD-COUNT PIC 99 VALUE 0.
          05 WS-CLEARED-WORD       PIC X(60) OCCURS 20 TIMES.
       01 WS-COMBINED-SET.
          05 WS-COMBINED-WORD-COUNT PIC 99 VALUE 0.
          05 WS-COMBINED-WORD      PIC X(60) OCCURS 20 TIMES.
       01 WS-LOAD-RECORD           PIC X(60) VALUE SPACES.
       01 WS-LOAD-FILE-NAME        PIC X(8) VALUE SPACES.
       01 WS-MASK-MAX-WORDS        PIC 99 VALUE 20.
       01 WS-MASK-W                PIC 99 VALUE 0.
       01 WS-MASK-LENGTH           PIC 99 VALUE 0.
       01 WS-MASK-I                PIC 99 VALUE 0.
       01 WS-ROSTER-BLOCK          PIC 99 VALUE 0.
       01 WS-SET-POSITION          PIC 9(4) VALUE 0.
       01 WS-BIT-VALUE             PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       RUN-NIGHTLY-TOURNAMENT.
           PERFORM READ-HALL-PARM
           PERFORM READ-GAME-DATE-PARM
           PERFORM READ-SEASON-WINDOW
           PERFORM CHECK-SEASON
               MOVE "FAIL" TO WS-VERDICT
               MOVE "season check failed" TO WS-FAIL-REASON
               PERFORM WRITE-NIGHT-SUMMARY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

               MOVE "FAIL" TO WS-VERDICT
               MOVE "eligibility decode failed" TO WS-FAIL-REASON
               PERFORM WRITE-NIGHT-SUMMARY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM BUILD-EXCLUSION-LIST

           *> The score sheets are edited as a whole before any roll
           *> is scored - a short or doubled card, a player off the
           *> pairings or a feed that disagrees with its trailer stops
           *> the night here, while nothing has been posted.
           CALL "SCOREDIT"
           IF RETURN-CODE = 8
               DISPLAY "YACHTRUN: run aborted - score sheet pre-edit f
      -             "ound errors - see EDITRPT"
               MOVE "FAIL" TO WS-VERDICT
               MOVE "score sheet pre-edit found errors"
                  TO WS-FAIL-REASON
               PERFORM WRITE-NIGHT-SUMMARY
               GOBACK
           END-IF

           DISPLAY "YACHTRUN: season and eligibility checks passed - s
      -             "coring tonight's rolls"
           CALL "YACHT"
           END-READ
           CLOSE RUN-PARM-FILE.

       READ-HALL-PARM.
           *> No hall parameter, or a blank one, is the original
           *> league.
           MOVE SPACES TO WS-HALL-CODE
           OPEN INPUT HALL-PARM-FILE
           IF WS-HALL-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HALL-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE HLP-HALL-CODE TO WS-HALL-CODE
           END-READ
           CLOSE HALL-PARM-FILE.

       READ-SEASON-WINDOW.
           *> The season window travels on the same LEAGRULE record
           *> the scoring pass reads - the one for this hall - so the
           *> whole night runs under one rule set; with no parameter
           *> file, or no record for the hall, the standard
           *> September-May window stands.
           MOVE SPACES TO WS-HALL-NAME
           MOVE "N" TO WS-RULES-FOUND
           OPEN INPUT LEAGUE-RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE "N" TO WS-RULES-EOF
               PERFORM UNTIL RULES-AT-EOF OR HALL-RULES-FOUND
                   READ LEAGUE-RULES-FILE
                       AT END
                           MOVE "Y" TO WS-RULES-EOF
                       NOT AT END
                           IF LGR-HALL-CODE = WS-HALL-CODE
                               MOVE "Y" TO WS-RULES-FOUND
                               MOVE LGR-HALL-NAME TO WS-HALL-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAGUE-RULES-FILE
           END-IF
           IF WS-HALL-NAME = SPACES
               IF WS-HALL-CODE = SPACES
                   MOVE "HOME HALL" TO WS-HALL-NAME
               ELSE
                   STRING "HALL " WS-HALL-CODE
                      DELIMITED BY SIZE INTO WS-HALL-NAME
                   END-STRING
               END-IF
           END-IF
           IF HALL-RULES-FOUND
              AND LGR-SEASON-START-MONTH IS NUMERIC
              AND LGR-SEASON-END-MONTH IS NUMERIC
              AND LGR-SEASON-START-MONTH >= 1
              AND LGR-SEASON-START-MONTH <= 12
              AND LGR-SEASON-END-MONTH >= 1
              AND LGR-SEASON-END-MONTH <= 12
               MOVE LGR-SEASON-START-MONTH TO WS-SEASON-START-MONTH
               MOVE LGR-SEASON-END-MONTH TO WS-SEASON-END-MONTH
           END-IF.

       CHECK-SEASON.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATE
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       IF SCH-DATE = WS-TONIGHT-DATE
                          AND SCH-HALL-CODE = WS-HALL-CODE
                           MOVE "Y" TO WS-TONIGHT-SCHEDULED
                           MOVE SCH-NIGHT-TYPE TO WS-TONIGHT-TYPE
                           MOVE SCH-POINTS-MULTIPLIER
           *> disciplinary suspensions and dues-paid - are combined
           *> here when the base mask file exists: play = base AND
           *> dues AND NOT suspended. With no mask files the old
           *> hand-merged ELIGIBIN flag words still work. Every file
           *> is a flag set - one record per block of 60 roster
           *> positions - and is checked bit by bit rather than
           *> decoded, since a full 60-bit word will not fit a number.
           MOVE 0 TO WS-BIN-RC-SEVERITY
           OPEN INPUT BASE-MASK-FILE
           IF WS-BASE-MASK-STATUS = "00"
           END-IF

           MOVE "N" TO WS-ELIGIBILITY-EOF
           MOVE "ELIGIBIN" TO WS-LOAD-FILE-NAME
           PERFORM CLEAR-LOAD-SET

           OPEN INPUT ELIGIBILITY-FILE
           IF WS-ELIGIBILITY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ELIGIBILITY-AT-EOF
                   OR ELIGIBILITY-CHECK-FAILED
               READ ELIGIBILITY-FILE
                   AT END
                       MOVE "Y" TO WS-ELIGIBILITY-EOF
                   NOT AT END
                       MOVE ELIGIBILITY-RECORD TO WS-LOAD-RECORD
                       PERFORM ADD-LOADED-WORD
               END-READ
           END-PERFORM
           CLOSE ELIGIBILITY-FILE
           IF ELIGIBILITY-CHECK-FAILED OR WS-LOAD-WORD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           CALL "BINARY-SET-CHECK" USING WS-LOAD-SET
               WS-BIN-RC-SEVERITY WS-BIN-RC-MESSAGE
           END-CALL
           IF NOT ELIGIBILITY-CHECK-FAILED
               MOVE WS-LOAD-SET TO WS-EFFECTIVE-SET
               MOVE "Y" TO WS-FLAGS-LOADED
           END-IF.

       CLEAR-LOAD-SET.
           MOVE 0 TO WS-LOAD-WORD-COUNT
           PERFORM VARYING WS-MASK-W FROM 1 BY 1
                   UNTIL WS-MASK-W > WS-MASK-MAX-WORDS
               MOVE SPACES TO WS-LOAD-WORD(WS-MASK-W)
           END-PERFORM.

       ADD-LOADED-WORD.
           *> Record N of a mask file is the flag word for roster
           *> block N.
           IF WS-LOAD-WORD-COUNT NOT < WS-MASK-MAX-WORDS
               MOVE 8 TO WS-BIN-RC-SEVERITY
               MOVE SPACES TO WS-BIN-RC-MESSAGE
               STRING "error: " WS-LOAD-FILE-NAME
                      " has more than 20 flag words"
                  DELIMITED BY SIZE INTO WS-BIN-RC-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAD-WORD-COUNT
           MOVE WS-LOAD-RECORD TO WS-LOAD-WORD(WS-LOAD-WORD-COUNT).

       COMBINE-ELIGIBILITY-MASKS.
           MOVE "ELIGBASE" TO WS-LOAD-FILE-NAME
           PERFORM CLEAR-LOAD-SET
           MOVE "N" TO WS-ELIGIBILITY-EOF
           PERFORM UNTIL ELIGIBILITY-AT-EOF
                   OR ELIGIBILITY-CHECK-FAILED
               READ BASE-MASK-FILE
                   AT END
                       MOVE "Y" TO WS-ELIGIBILITY-EOF
                   NOT AT END
                       MOVE BASE-MASK-RECORD TO WS-LOAD-RECORD
                       PERFORM ADD-LOADED-WORD
               END-READ
           END-PERFORM
           IF ELIGIBILITY-CHECK-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAD-WORD-COUNT = 0
               MOVE 8 TO WS-BIN-RC-SEVERITY
               MOVE "error: base eligibility mask file is empty"
                  TO WS-BIN-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAD-SET TO WS-BASE-SET

           OPEN INPUT SUSPENSION-MASK-FILE
           IF WS-SUSP-MASK-STATUS NOT = "00"
                  TO WS-BIN-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "ELIGSUSP" TO WS-LOAD-FILE-NAME
           PERFORM CLEAR-LOAD-SET
           MOVE "N" TO WS-ELIGIBILITY-EOF
           PERFORM UNTIL ELIGIBILITY-AT-EOF
                   OR ELIGIBILITY-CHECK-FAILED
               READ SUSPENSION-MASK-FILE
                   AT END
                       MOVE "Y" TO WS-ELIGIBILITY-EOF
                   NOT AT END
                       MOVE SUSPENSION-MASK-RECORD TO WS-LOAD-RECORD
                       PERFORM ADD-LOADED-WORD
               END-READ
           END-PERFORM
           CLOSE SUSPENSION-MASK-FILE
           IF ELIGIBILITY-CHECK-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAD-WORD-COUNT = 0
               MOVE 8 TO WS-BIN-RC-SEVERITY
               MOVE "error: suspension mask file is empty"
                  TO WS-BIN-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAD-SET TO WS-SUSPENSION-SET

           OPEN INPUT DUES-MASK-FILE
           IF WS-DUES-MASK-STATUS NOT = "00"
                  TO WS-BIN-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "ELIGDUES" TO WS-LOAD-FILE-NAME
           PERFORM CLEAR-LOAD-SET
           MOVE "N" TO WS-ELIGIBILITY-EOF
           PERFORM UNTIL ELIGIBILITY-AT-EOF
                   OR ELIGIBILITY-CHECK-FAILED
               READ DUES-MASK-FILE
                   AT END
                       MOVE "Y" TO WS-ELIGIBILITY-EOF
                   NOT AT END
                       MOVE DUES-MASK-RECORD TO WS-LOAD-RECORD
                       PERFORM ADD-LOADED-WORD
               END-READ
           END-PERFORM
           CLOSE DUES-MASK-FILE
           IF ELIGIBILITY-CHECK-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAD-WORD-COUNT = 0
               MOVE 8 TO WS-BIN-RC-SEVERITY
               MOVE "error: dues-paid mask file is empty"
                  TO WS-BIN-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAD-SET TO WS-DUES-SET

           *> NOT suspended = suspension set XOR a same-shape set of
           *> ones, then play = base AND dues AND not-suspended, each
           *> word of a set against the same word of the others.
           MOVE 0 TO WS-ONES-WORD-COUNT
           PERFORM VARYING WS-MASK-W FROM 1 BY 1
                   UNTIL WS-MASK-W > WS-MASK-MAX-WORDS
               MOVE SPACES TO WS-ONES-WORD(WS-MASK-W)
               IF WS-MASK-W NOT > WS-SUSP-WORD-COUNT
                   COMPUTE WS-MASK-LENGTH = FUNCTION LENGTH(
                      FUNCTION TRIM(WS-SUSP-WORD(WS-MASK-W) TRAILING))
                   PERFORM VARYING WS-MASK-I FROM 1 BY 1
                           UNTIL WS-MASK-I > WS-MASK-LENGTH
                       MOVE "1" TO WS-ONES-WORD(WS-MASK-W)(WS-MASK-I:1)
                   END-PERFORM
                   ADD 1 TO WS-ONES-WORD-COUNT
               END-IF
           END-PERFORM

           CALL "BINARY-SET-XOR" USING WS-SUSPENSION-SET
               WS-ALL-ONES-SET WS-CLEARED-SET
               WS-BIN-RC-SEVERITY WS-BIN-RC-MESSAGE
           END-CALL
           IF ELIGIBILITY-CHECK-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "BINARY-SET-AND" USING WS-BASE-SET WS-DUES-SET
               WS-COMBINED-SET WS-BIN-RC-SEVERITY WS-BIN-RC-MESSAGE
           END-CALL
           IF ELIGIBILITY-CHECK-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "BINARY-SET-AND" USING WS-COMBINED-SET
               WS-CLEARED-SET WS-EFFECTIVE-SET
               WS-BIN-RC-SEVERITY WS-BIN-RC-MESSAGE
           END-CALL
           IF ELIGIBILITY-CHECK-FAILED
           MOVE "Y" TO WS-FLAGS-LOADED.

       BUILD-EXCLUSION-LIST.
           *> Bit position N of the effective flag set is roster
           *> position N counted from the left across the words in
           *> block order: 1 plays, 0 sits. A roster player the flag
           *> set does not reach is excluded too - a short mask must
           *> never let somebody play by accident.
           IF NOT FLAGS-WORD-LOADED
               DISPLAY "YACHTRUN: warning - no usable eligibility flag
      -             "word - every roster player will be excluded"
                       MOVE "Y" TO WS-RUNCTL-EOF
                   NOT AT END
                       IF RCT-RUN-DATE = WS-GAME-DATE-8
                          AND RCT-HALL-CODE = WS-HALL-CODE
                           EVALUATE TRUE
                               WHEN RCT-RUN-FINALIZED
                                   MOVE "FINALIZED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NIGHT-SUMMARY-LINE
           STRING "NIGHT OPERATIONS SUMMARY - " WS-HALL-NAME
                  " - " WS-TONIGHT-DATE
              DELIMITED BY SIZE INTO NIGHT-SUMMARY-LINE
           END-STRING
           WRITE NIGHT-SUMMARY-LINE
           WRITE NIGHT-SUMMARY-LINE
           MOVE SPACES TO NIGHT-SUMMARY-LINE
           IF FLAGS-WORD-LOADED
               STRING "ELIGIBILITY FLAG SET LOADED - "
                      WS-EFFECTIVE-WORD-COUNT " WORD(S) - EXCLUDED "
                      WS-EXCLUDED-COUNT
                  DELIMITED BY SIZE INTO NIGHT-SUMMARY-LINE
               END-STRING

       CHECK-ONE-ROSTER-PLAYER.
           *> The bit test is BINARY's, not ours - position N of the
           *> effective flag set decides play or sit. A failed test
           *> (position beyond the set, bad mask byte) or a roster
           *> line with a bad position or block excludes the player:
           *> default deny.
           MOVE 0 TO WS-BIT-VALUE
           IF ROS-BLOCK = SPACES
               MOVE 1 TO WS-ROSTER-BLOCK
           ELSE
               MOVE 0 TO WS-ROSTER-BLOCK
               IF ROS-BLOCK IS NUMERIC
                   MOVE ROS-BLOCK TO WS-ROSTER-BLOCK
               END-IF
           END-IF
           IF ROS-POSITION IS NUMERIC
              AND ROS-POSITION NOT < 1 AND ROS-POSITION NOT > 60
              AND WS-ROSTER-BLOCK NOT < 1
              AND WS-ROSTER-BLOCK NOT > WS-MASK-MAX-WORDS
               COMPUTE WS-SET-POSITION =
                  (WS-ROSTER-BLOCK - 1) * 60 + ROS-POSITION
               CALL "BINARY-SET-BIT-TEST" USING WS-EFFECTIVE-SET
                   WS-SET-POSITION WS-BIT-VALUE
                   WS-BIN-RC-SEVERITY WS-BIN-RC-MESSAGE
               END-CALL
           END-IF
           IF WS-BIN-RC-SEVERITY = 0 AND WS-BIT-VALUE = 1
               EXIT PARAGRAPH
           END-IF
