       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECBOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "YACHTPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT CAREER-HISTORY-FILE ASSIGN TO "CAREERHX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAREER-STATUS.

           SELECT SCORED-HISTORY-FILE ASSIGN TO "SCOREHX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCOREHX-STATUS.

           SELECT MATCH-FILE ASSIGN TO "MATCHES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RECORD-BOOK-FILE ASSIGN TO "RECBOOK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT RECORD-BOOK-REPORT-FILE ASSIGN TO "RECBKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD.
           05  YPR-RUN-MODE           PIC X(9).
           05  FILLER                 PIC X.
           05  YPR-GAME-DATE          PIC X(10).

       FD  RUN-CONTROL-FILE.
       COPY "CPY-RUN-CONTROL.cpy".

       FD  SEASON-HISTORY-FILE.
       COPY "CPY-SEASON-HISTORY.cpy".

       FD  CAREER-HISTORY-FILE.
       COPY "CPY-CAREER-HISTORY.cpy".

       FD  SCORED-HISTORY-FILE.
       COPY "CPY-SCORED-ROLL.cpy".

       FD  MATCH-FILE.
       COPY "CPY-MATCH-RECORD.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "CPY-PLAYER-MASTER.cpy".

       FD  RECORD-BOOK-FILE.
       COPY "CPY-RECORD-BOOK.cpy".

       FD  RECORD-BOOK-REPORT-FILE.
       01  RECORD-BOOK-REPORT-LINE    PIC X(120).

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-PARM-STATUS           PIC XX VALUE SPACES.
          05 WS-RUNCTL-STATUS         PIC XX VALUE SPACES.
          05 WS-SEASON-STATUS         PIC XX VALUE SPACES.
          05 WS-CAREER-STATUS         PIC XX VALUE SPACES.
          05 WS-SCOREHX-STATUS        PIC XX VALUE SPACES.
          05 WS-MATCH-STATUS          PIC XX VALUE SPACES.
          05 WS-MASTER-STATUS         PIC XX VALUE SPACES.
          05 WS-BOOK-STATUS           PIC XX VALUE SPACES.
          05 WS-REPORT-STATUS         PIC XX VALUE SPACES.
          05 WS-RUNCTL-EOF            PIC X VALUE "N".
             88 RUNCTL-AT-EOF         VALUE "Y".
          05 WS-SEASON-EOF            PIC X VALUE "N".
             88 SEASON-AT-EOF         VALUE "Y".
          05 WS-CAREER-EOF            PIC X VALUE "N".
             88 CAREER-AT-EOF         VALUE "Y".
          05 WS-SCOREHX-EOF           PIC X VALUE "N".
             88 SCOREHX-AT-EOF        VALUE "Y".
          05 WS-MATCH-EOF             PIC X VALUE "N".
             88 MATCH-AT-EOF          VALUE "Y".
          05 WS-BOOK-EOF              PIC X VALUE "N".
             88 BOOK-AT-EOF           VALUE "Y".
          05 WS-MASTER-AVAILABLE      PIC X VALUE "N".
             88 MASTER-AVAILABLE      VALUE "Y".
          05 WS-NIGHT-FINAL-FLAG      PIC X VALUE "N".
             88 NIGHT-FINALIZED       VALUE "Y".
          05 WS-CARD-FULL-FLAG        PIC X VALUE "N".
             88 CARD-TABLE-FULL       VALUE "Y".
          05 WS-PLAYER-FULL-FLAG      PIC X VALUE "N".
             88 PLAYER-TABLE-FULL     VALUE "Y".

      *> The hall whose record book is kept - named on HALLPRM, blank
      *> for the original league. Records and milestones are the
      *> hall's own; the other halls' rows ride through untouched.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.

       01 WS-NIGHT-FIELDS.
          05 WS-PARM-GAME-DATE        PIC X(10) VALUE SPACES.
          05 WS-NIGHT-DATE            PIC X(10) VALUE SPACES.
          05 WS-NIGHT-DATE-8          PIC X(8) VALUE SPACES.
          05 WS-RUN-STAMP             PIC X(21) VALUE SPACES.
          05 WS-SEASON-CONTROL-KEY    PIC X(10) VALUE "##CONTROL#".
          05 WS-CURRENT-SEASON-ID     PIC X(9) VALUE SPACES.

       01 WS-LEAGUE-RULES.
          05 WS-YACHT-SCORE           PIC 999 VALUE 50.
          05 WS-STRAIGHT-SCORE        PIC 999 VALUE 30.

      *> A milestone is announced the night a career count crosses
      *> the next multiple of its step.
       01 WS-MILESTONE-STEPS.
          05 WS-GAMES-STEP            PIC 9(4) VALUE 500.
          05 WS-YACHTS-STEP           PIC 9(4) VALUE 100.

       01 WS-CATEGORY-NAMES-GROUP.
          05 FILLER PIC X(15) VALUE "ones".
          05 FILLER PIC X(15) VALUE "twos".
          05 FILLER PIC X(15) VALUE "threes".
          05 FILLER PIC X(15) VALUE "fours".
          05 FILLER PIC X(15) VALUE "fives".
          05 FILLER PIC X(15) VALUE "sixes".
          05 FILLER PIC X(15) VALUE "full house".
          05 FILLER PIC X(15) VALUE "four of a kind".
          05 FILLER PIC X(15) VALUE "little straight".
          05 FILLER PIC X(15) VALUE "big straight".
          05 FILLER PIC X(15) VALUE "choice".
          05 FILLER PIC X(15) VALUE "yacht".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES-GROUP.
          05 WS-CATEGORY-NAME OCCURS 12 TIMES PIC X(15).

      *> The most a roll can score in each category before any joker
      *> bonus - a perfect card is every one of the twelve rounds at
      *> its category's maximum. The straights and the yacht are set
      *> from the league rules.
       01 WS-CATEGORY-MAX-GROUP.
          05 FILLER PIC 999 VALUE 5.
          05 FILLER PIC 999 VALUE 10.
          05 FILLER PIC 999 VALUE 15.
          05 FILLER PIC 999 VALUE 20.
          05 FILLER PIC 999 VALUE 25.
          05 FILLER PIC 999 VALUE 30.
          05 FILLER PIC 999 VALUE 28.
          05 FILLER PIC 999 VALUE 24.
          05 FILLER PIC 999 VALUE 30.
          05 FILLER PIC 999 VALUE 30.
          05 FILLER PIC 999 VALUE 30.
          05 FILLER PIC 999 VALUE 50.
       01 WS-CATEGORY-MAX-TABLE REDEFINES WS-CATEGORY-MAX-GROUP.
          05 WS-CATEGORY-MAX OCCURS 12 TIMES PIC 999.

       01 WS-RECORD-NAMES-GROUP.
          05 FILLER PIC X(8) VALUE "BESTGAME".
          05 FILLER PIC X(26) VALUE "BEST GAME".
          05 FILLER PIC X(8) VALUE "SNYACHTS".
          05 FILLER PIC X(26) VALUE "MOST YACHTS IN A SEASON".
          05 FILLER PIC X(8) VALUE "UNBEATEN".
          05 FILLER PIC X(26) VALUE "LONGEST UNBEATEN RUN".
          05 FILLER PIC X(8) VALUE "SEASONS".
          05 FILLER PIC X(26) VALUE "MOST SEASONS PLAYED".
       01 WS-RECORD-NAMES REDEFINES WS-RECORD-NAMES-GROUP.
          05 WS-RECORD-NAME OCCURS 4 TIMES.
             10 WS-RN-CODE            PIC X(8).
             10 WS-RN-TITLE           PIC X(26).

       01 WS-RECORD-INDEXES.
          05 WS-BEST-GAME-REC         PIC 9 VALUE 1.
          05 WS-SEASON-YACHTS-REC     PIC 9 VALUE 2.
          05 WS-UNBEATEN-REC          PIC 9 VALUE 3.
          05 WS-SEASONS-REC           PIC 9 VALUE 4.

      *> Each record is followed twice over the same sources: as it
      *> stood before tonight's games and as it stands after them. A
      *> record whose after value beats its before value fell
      *> tonight. The stored row is the one on the book from the
      *> last run.
       01 WS-RECORD-TABLE.
          05 WS-RC-ENTRY OCCURS 4 TIMES.
             10 WS-RC-BEFORE.
                15 WS-RC-BEFORE-VALUE  PIC 9(6).
                15 WS-RC-BEFORE-HOLDER PIC X(10).
                15 WS-RC-BEFORE-SEASON PIC X(9).
                15 WS-RC-BEFORE-DATE   PIC X(10).
             10 WS-RC-AFTER.
                15 WS-RC-AFTER-VALUE   PIC 9(6).
                15 WS-RC-AFTER-HOLDER  PIC X(10).
                15 WS-RC-AFTER-SEASON  PIC X(9).
                15 WS-RC-AFTER-DATE    PIC X(10).
             10 WS-RC-STORED.
                15 WS-RC-STORED-VALUE  PIC 9(6).
                15 WS-RC-STORED-HOLDER PIC X(10).
                15 WS-RC-STORED-SEASON PIC X(9).
                15 WS-RC-STORED-DATE   PIC X(10).
             10 WS-RC-NEW-FLAG        PIC X.
                88 RC-NEW-TONIGHT     VALUE "Y".

       01 WS-OFFER-FIELDS.
          05 WS-OFFER-RECORD          PIC 9 VALUE 0.
          05 WS-OFFER-WHEN            PIC X VALUE "B".
             88 OFFER-BEFORE-AND-AFTER VALUE "B".
             88 OFFER-AFTER-ONLY      VALUE "A".
          05 WS-OFFER-VALUE           PIC 9(6) VALUE 0.
          05 WS-OFFER-HOLDER          PIC X(10) VALUE SPACES.
          05 WS-OFFER-SEASON          PIC X(9) VALUE SPACES.
          05 WS-OFFER-DATE            PIC X(10) VALUE SPACES.

       01 WS-WORK-FIELDS.
          05 WS-C                     PIC 99 VALUE 0.
          05 WS-CAT-INDEX             PIC 99 VALUE 0.
          05 WS-R                     PIC 9 VALUE 0.
          05 WS-P                     PIC 999 VALUE 0.
          05 WS-PLAYER-INDEX          PIC 999 VALUE 0.
          05 WS-CD                    PIC 9(4) VALUE 0.
          05 WS-CARD-INDEX            PIC 9(4) VALUE 0.
          05 WS-B                     PIC 9(4) VALUE 0.
          05 WS-LOOKUP-ID             PIC X(10) VALUE SPACES.
          05 WS-LOOKUP-NAME           PIC X(30) VALUE SPACES.
          05 WS-SIDE-ID               PIC X(10) VALUE SPACES.
          05 WS-SIDE-POINTS           PIC 9(4) VALUE 0.
          05 WS-SIDE-LOST-FLAG        PIC X VALUE "N".
             88 SIDE-LOST             VALUE "Y".
          05 WS-SEASONS-BEFORE        PIC 9(4) VALUE 0.
          05 WS-SEASONS-AFTER         PIC 9(4) VALUE 0.
          05 WS-COUNT-BEFORE          PIC 9(6) VALUE 0.
          05 WS-COUNT-AFTER           PIC 9(6) VALUE 0.
          05 WS-STEP-BEFORE           PIC 9(6) VALUE 0.
          05 WS-STEP-AFTER            PIC 9(6) VALUE 0.
          05 WS-MILESTONE-CODE        PIC X(8) VALUE SPACES.
          05 WS-MILESTONE-VALUE       PIC 9(6) VALUE 0.
          05 WS-MILESTONE-FOUND-FLAG  PIC X VALUE "N".
             88 MILESTONE-ON-BOOK     VALUE "Y".
          05 WS-ROLLS-READ            PIC 9(7) VALUE 0.
          05 WS-MATCHES-READ          PIC 9(6) VALUE 0.
          05 WS-NEW-RECORD-COUNT      PIC 9 VALUE 0.
          05 WS-MILESTONE-COUNT       PIC 9(4) VALUE 0.
          05 WS-BOOK-LIMIT            PIC 9(4) VALUE 3000.

      *> One entry per player seen in the hall's history - the
      *> closed seasons from CAREERHX, the season to date from
      *> SEASONHX, tonight's cards from SCOREHX and the current
      *> unbeaten run from MATCHES.
       01 WS-PLAYER-COUNT             PIC 999 VALUE 0.
       01 WS-PLAYER-TABLE.
          05 WS-PL-ENTRY OCCURS 300 TIMES.
             10 WS-PL-PLAYER-ID       PIC X(10).
             10 WS-PL-CAREER-GAMES    PIC 9(6).
             10 WS-PL-CAREER-YACHTS   PIC 9(6).
             10 WS-PL-CAREER-SEASONS  PIC 9(4).
             10 WS-PL-SEASON-FLAG     PIC X.
                88 PL-ON-SEASON       VALUE "Y".
             10 WS-PL-SEASON-GAMES    PIC 9(4).
             10 WS-PL-SEASON-YACHTS   PIC 9(4).
             10 WS-PL-TONIGHT-FLAG    PIC X.
                88 PL-PLAYED-TONIGHT  VALUE "Y".
             10 WS-PL-TONIGHT-YACHTS  PIC 99.
             10 WS-PL-PERFECT-FLAG    PIC X.
                88 PL-PERFECT-TONIGHT VALUE "Y".
             10 WS-PL-PERFECT-POINTS  PIC 9(4).
             10 WS-PL-EARLIER-FLAG    PIC X.
                88 PL-PERFECT-BEFORE  VALUE "Y".
             10 WS-PL-RUN             PIC 9(4).

      *> One entry per player per night, just enough of the card to
      *> tell a perfect one.
       01 WS-CARD-COUNT               PIC 9(4) VALUE 0.
       01 WS-CARD-TABLE.
          05 WS-CARD-ENTRY OCCURS 6000 TIMES.
             10 WS-CD-PLAYER-ID       PIC X(10).
             10 WS-CD-NIGHT           PIC X(8).
             10 WS-CD-ROUNDS          PIC 99.
             10 WS-CD-MAXED           PIC 99.
             10 WS-CD-POINTS          PIC 9(4).

      *> The whole record book as read, less this hall's record rows
      *> (re-derived below) and its milestones dated tonight (so a
      *> rerun, or a rerun after the night was backed out and
      *> rescored, announces exactly what the night now holds).
       01 WS-BOOK-COUNT               PIC 9(4) VALUE 0.
       01 WS-BOOK-TABLE.
          05 WS-BOOK-ENTRY OCCURS 3000 TIMES PIC X(52).

       01 WS-REPORT-HEADING.
          05 FILLER PIC X(28) VALUE "RECORD".
          05 FILLER PIC X(12) VALUE "HOLDER".
          05 FILLER PIC X(32) VALUE "NAME".
          05 FILLER PIC X(8) VALUE " VALUE".
          05 FILLER PIC X(11) VALUE "SEASON".
          05 FILLER PIC X(10) VALUE "SET".

       01 WS-RECORD-LINE.
          05 WS-RL-TITLE              PIC X(26).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RL-HOLDER             PIC X(10).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RL-NAME               PIC X(30).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RL-VALUE              PIC ZZZZZ9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RL-SEASON             PIC X(9).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RL-DATE               PIC X(10).

       01 WS-TONIGHT-LINE.
          05 WS-TL-KIND               PIC X(12).
          05 WS-TL-TEXT               PIC X(26).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-TL-HOLDER             PIC X(10).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-TL-NAME               PIC X(30).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-TL-VALUE              PIC ZZZZZ9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-TL-NOTE               PIC X(28).

       01 WS-NUMBER-EDITS.
          05 WS-VALUE-OUT             PIC ZZZZZ9.

       PROCEDURE DIVISION.
       RUN-RECORD-BOOK.
           PERFORM READ-RUN-PARAMETER
           PERFORM DERIVE-NIGHT-DATE
           PERFORM READ-HALL-PARM
           PERFORM READ-LEAGUE-RULES

           *> The book only looks at a night that is on the books for
           *> good - a night still running or never scored could yet
           *> be rerun or backed out.
           PERFORM CHECK-NIGHT-FINALIZED
           IF NOT NIGHT-FINALIZED
               DISPLAY "RECBOOK: run refused - night " WS-NIGHT-DATE
                  " is not finalized for " FUNCTION TRIM(WS-HALL-NAME)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-CURRENT-SEASON
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LOAD-RECORD-BOOK
           IF RETURN-CODE = 8
               GOBACK
           END-IF

           *> Offered oldest first, so a value tied later leaves the
           *> record with whoever set it first.
           PERFORM OFFER-CARRIED-UNBEATEN-RUN
           PERFORM LOAD-CAREER-HISTORY
           PERFORM LOAD-SEASON-HISTORY
           PERFORM LOAD-SCORED-CARDS
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LOAD-SEASON-MATCHES
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PLAYER-COUNT
               PERFORM OFFER-PLAYER-TOTALS
           END-PERFORM

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PLAYER-COUNT
               IF PL-PLAYED-TONIGHT(WS-P) AND PL-ON-SEASON(WS-P)
                   PERFORM AWARD-PLAYER-MILESTONES
               END-IF
           END-PERFORM
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
               PERFORM SETTLE-ONE-RECORD
           END-PERFORM

           PERFORM WRITE-RECORD-BOOK-FILE
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM PRINT-RECORD-BOOK

           DISPLAY "RECBOOK: night " WS-NIGHT-DATE " - "
              WS-NEW-RECORD-COUNT " new record(s), "
              WS-MILESTONE-COUNT " milestone(s) tonight"
           GOBACK.

       READ-RUN-PARAMETER.
           *> The same YACHTPRM record the nightly run reads, so the
           *> book checks the night that was just scored.
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF YPR-GAME-DATE NOT = SPACES
                       MOVE YPR-GAME-DATE TO WS-PARM-GAME-DATE
                   END-IF
           END-READ
           CLOSE RUN-PARM-FILE.

       DERIVE-NIGHT-DATE.
           IF WS-PARM-GAME-DATE NOT = SPACES
               MOVE WS-PARM-GAME-DATE TO WS-NIGHT-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
               MOVE SPACES TO WS-NIGHT-DATE
               STRING WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2) "-"
                      WS-RUN-STAMP(7:2)
                  DELIMITED BY SIZE INTO WS-NIGHT-DATE
               END-STRING
           END-IF
           MOVE SPACES TO WS-NIGHT-DATE-8
           STRING WS-NIGHT-DATE(1:4) WS-NIGHT-DATE(6:2)
                  WS-NIGHT-DATE(9:2)
              DELIMITED BY SIZE INTO WS-NIGHT-DATE-8
           END-STRING.

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

       READ-LEAGUE-RULES.
           *> A house league scoring straights or the yacht at other
           *> than the standard 30 and 50 moves those maximums with it.
           MOVE SPACES TO WS-HALL-NAME
           OPEN INPUT LEAGUE-RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE "N" TO WS-RULES-EOF
               PERFORM UNTIL RULES-AT-EOF
                   READ LEAGUE-RULES-FILE
                       AT END
                           MOVE "Y" TO WS-RULES-EOF
                       NOT AT END
                           IF LGR-HALL-CODE = WS-HALL-CODE
                               PERFORM TAKE-LEAGUE-RULES
                               MOVE "Y" TO WS-RULES-EOF
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
           MOVE WS-STRAIGHT-SCORE TO WS-CATEGORY-MAX(9)
           MOVE WS-STRAIGHT-SCORE TO WS-CATEGORY-MAX(10)
           MOVE WS-YACHT-SCORE TO WS-CATEGORY-MAX(12).

       TAKE-LEAGUE-RULES.
           MOVE LGR-HALL-NAME TO WS-HALL-NAME
           IF LGR-YACHT-SCORE IS NUMERIC
               MOVE LGR-YACHT-SCORE TO WS-YACHT-SCORE
           END-IF
           IF LGR-STRAIGHT-SCORE IS NUMERIC
               MOVE LGR-STRAIGHT-SCORE TO WS-STRAIGHT-SCORE
           END-IF.

       CHECK-NIGHT-FINALIZED.
           MOVE "N" TO WS-NIGHT-FINAL-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RUNCTL-EOF
           PERFORM UNTIL RUNCTL-AT-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-RUNCTL-EOF
                   NOT AT END
                       IF RCT-RUN-DATE = WS-NIGHT-DATE-8
                          AND RCT-HALL-CODE = WS-HALL-CODE
                          AND RCT-RUN-FINALIZED
                           MOVE "Y" TO WS-NIGHT-FINAL-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       READ-CURRENT-SEASON.
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "RECBOOK: fatal - season history file not avail
      -             "able - status " WS-SEASON-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CURRENT-SEASON-ID
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS = "00"
               MOVE SH-SEASON-ID TO WS-CURRENT-SEASON-ID
           END-IF
           IF WS-CURRENT-SEASON-ID = SPACES
               DISPLAY "RECBOOK: fatal - no season control record for
      -             " " FUNCTION TRIM(WS-HALL-NAME)
               CLOSE SEASON-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-RECORD-BOOK.
           *> No book yet is a first run - every record starts empty.
           MOVE 0 TO WS-BOOK-COUNT
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
               MOVE 0 TO WS-RC-BEFORE-VALUE(WS-R)
               MOVE SPACES TO WS-RC-BEFORE-HOLDER(WS-R)
               MOVE SPACES TO WS-RC-BEFORE-SEASON(WS-R)
               MOVE SPACES TO WS-RC-BEFORE-DATE(WS-R)
               MOVE WS-RC-BEFORE(WS-R) TO WS-RC-AFTER(WS-R)
               MOVE WS-RC-BEFORE(WS-R) TO WS-RC-STORED(WS-R)
               MOVE "N" TO WS-RC-NEW-FLAG(WS-R)
           END-PERFORM
           OPEN INPUT RECORD-BOOK-FILE
           IF WS-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BOOK-EOF
           PERFORM UNTIL BOOK-AT-EOF
               READ RECORD-BOOK-FILE
                   AT END
                       MOVE "Y" TO WS-BOOK-EOF
                   NOT AT END
                       PERFORM TAKE-BOOK-ROW
               END-READ
           END-PERFORM
           CLOSE RECORD-BOOK-FILE
           IF WS-BOOK-COUNT > WS-BOOK-LIMIT
               DISPLAY "RECBOOK: fatal - record book holds more than "
                  WS-BOOK-LIMIT " rows - book left unchanged"
               CLOSE SEASON-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.

       TAKE-BOOK-ROW.
           IF RB-HALL-CODE = WS-HALL-CODE AND RB-ALL-TIME-RECORD
               PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
                   IF RB-ENTRY-CODE = WS-RN-CODE(WS-R)
                       MOVE RB-VALUE TO WS-RC-STORED-VALUE(WS-R)
                       MOVE RB-PLAYER-ID TO WS-RC-STORED-HOLDER(WS-R)
                       MOVE RB-SEASON-ID TO WS-RC-STORED-SEASON(WS-R)
                       MOVE RB-SET-DATE TO WS-RC-STORED-DATE(WS-R)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF RB-HALL-CODE = WS-HALL-CODE AND RB-MILESTONE
              AND RB-SET-DATE = WS-NIGHT-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BOOK-COUNT
           IF WS-BOOK-COUNT <= WS-BOOK-LIMIT
               MOVE RECORD-BOOK-RECORD TO WS-BOOK-ENTRY(WS-BOOK-COUNT)
           END-IF.

       OFFER-CARRIED-UNBEATEN-RUN.
           *> MATCHES only ever holds the current season's fixtures,
           *> so the longest run of the seasons before it is the one
           *> thing the book itself has to remember. A stored run
           *> from this season is recounted from MATCHES instead.
           IF WS-RC-STORED-VALUE(WS-UNBEATEN-REC) = 0
              OR WS-RC-STORED-SEASON(WS-UNBEATEN-REC)
                 = WS-CURRENT-SEASON-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-UNBEATEN-REC TO WS-OFFER-RECORD
           MOVE "B" TO WS-OFFER-WHEN
           MOVE WS-RC-STORED-VALUE(WS-UNBEATEN-REC) TO WS-OFFER-VALUE
           MOVE WS-RC-STORED-HOLDER(WS-UNBEATEN-REC) TO WS-OFFER-HOLDER
           MOVE WS-RC-STORED-SEASON(WS-UNBEATEN-REC) TO WS-OFFER-SEASON
           MOVE WS-RC-STORED-DATE(WS-UNBEATEN-REC) TO WS-OFFER-DATE
           PERFORM OFFER-RECORD-VALUE.

       LOAD-CAREER-HISTORY.
           *> The closed seasons, as SEASONCL archived them. A row for
           *> the current season would only be YACHT's safety net
           *> copy and is counted from SEASONHX instead.
           OPEN INPUT CAREER-HISTORY-FILE
           IF WS-CAREER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAREER-EOF
           PERFORM UNTIL CAREER-AT-EOF
               READ CAREER-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-CAREER-EOF
                   NOT AT END
                       IF CH-HALL-CODE = WS-HALL-CODE
                          AND CH-SEASON-ID NOT = WS-CURRENT-SEASON-ID
                           PERFORM TAKE-CAREER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAREER-HISTORY-FILE.

       TAKE-CAREER-ROW.
           MOVE "B" TO WS-OFFER-WHEN
           MOVE CH-PLAYER-ID TO WS-OFFER-HOLDER
           MOVE CH-SEASON-ID TO WS-OFFER-SEASON
           MOVE SPACES TO WS-OFFER-DATE
           MOVE WS-BEST-GAME-REC TO WS-OFFER-RECORD
           MOVE CH-BEST-GAME TO WS-OFFER-VALUE
           PERFORM OFFER-RECORD-VALUE
           MOVE WS-SEASON-YACHTS-REC TO WS-OFFER-RECORD
           MOVE CH-YACHT-COUNT TO WS-OFFER-VALUE
           PERFORM OFFER-RECORD-VALUE
           MOVE CH-PLAYER-ID TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-PLAYER
           IF WS-PLAYER-INDEX > 0
               ADD CH-GAMES-PLAYED
                  TO WS-PL-CAREER-GAMES(WS-PLAYER-INDEX)
               ADD CH-YACHT-COUNT
                  TO WS-PL-CAREER-YACHTS(WS-PLAYER-INDEX)
               IF CH-GAMES-PLAYED > 0
                   ADD 1 TO WS-PL-CAREER-SEASONS(WS-PLAYER-INDEX)
               END-IF
           END-IF.

       LOAD-SEASON-HISTORY.
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE LOW-VALUES TO SH-PLAYER-ID
           START SEASON-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
           END-START
           MOVE "N" TO WS-SEASON-EOF
           IF WS-SEASON-STATUS NOT = "00"
               MOVE "Y" TO WS-SEASON-EOF
           END-IF
           PERFORM UNTIL SEASON-AT-EOF
               READ SEASON-HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SEASON-EOF
                   NOT AT END
                       IF SH-HALL-CODE NOT = WS-HALL-CODE
                           MOVE "Y" TO WS-SEASON-EOF
                       ELSE
                           IF SH-PLAYER-ID NOT = WS-SEASON-CONTROL-KEY
                               PERFORM TAKE-SEASON-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEASON-HISTORY-FILE.

       TAKE-SEASON-ROW.
           MOVE SH-PLAYER-ID TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-PLAYER
           IF WS-PLAYER-INDEX > 0
               MOVE "Y" TO WS-PL-SEASON-FLAG(WS-PLAYER-INDEX)
               MOVE SH-GAMES-PLAYED
                  TO WS-PL-SEASON-GAMES(WS-PLAYER-INDEX)
               MOVE SH-YACHT-COUNT
                  TO WS-PL-SEASON-YACHTS(WS-PLAYER-INDEX)
           END-IF.

       LOAD-SCORED-CARDS.
           OPEN INPUT SCORED-HISTORY-FILE
           IF WS-SCOREHX-STATUS NOT = "00"
               DISPLAY "RECBOOK: fatal - scored history file not avail
      -             "able - status " WS-SCOREHX-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCOREHX-EOF
           PERFORM UNTIL SCOREHX-AT-EOF
               READ SCORED-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-SCOREHX-EOF
                   NOT AT END
                       IF SRL-HALL-CODE = WS-HALL-CODE
                          AND NOT SRL-REVERSED
                           PERFORM TAKE-SCORED-ROLL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORED-HISTORY-FILE
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               PERFORM JUDGE-ONE-CARD
           END-PERFORM.

       TAKE-SCORED-ROLL.
           ADD 1 TO WS-ROLLS-READ
           IF SRL-RUN-DATE = WS-NIGHT-DATE-8
               MOVE SRL-PLAYER-ID TO WS-LOOKUP-ID
               PERFORM FIND-OR-ADD-PLAYER
               IF WS-PLAYER-INDEX > 0
                   MOVE "Y" TO WS-PL-TONIGHT-FLAG(WS-PLAYER-INDEX)
                   IF SRL-YACHT-FLAG = 1
                       ADD 1 TO WS-PL-TONIGHT-YACHTS(WS-PLAYER-INDEX)
                   END-IF
               END-IF
           END-IF
           *> A night's rows are appended together, so the player's
           *> card for the night is among the latest cards with the
           *> same date - search back only that far.
           MOVE 0 TO WS-CARD-INDEX
           PERFORM VARYING WS-CD FROM WS-CARD-COUNT BY -1
                   UNTIL WS-CD < 1 OR WS-CARD-INDEX > 0
               IF WS-CD-NIGHT(WS-CD) NOT = SRL-RUN-DATE
                   MOVE 1 TO WS-CD
               ELSE
                   IF WS-CD-PLAYER-ID(WS-CD) = SRL-PLAYER-ID
                       MOVE WS-CD TO WS-CARD-INDEX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CARD-INDEX = 0
               IF WS-CARD-COUNT >= 6000
                   IF NOT CARD-TABLE-FULL
                       DISPLAY "RECBOOK: warning - card table is full
      -                     "- maximum 6000 cards - later cards not che
      -                     "cked for a perfect card"
                       MOVE "Y" TO WS-CARD-FULL-FLAG
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-CARD-COUNT TO WS-CARD-INDEX
               MOVE SRL-PLAYER-ID TO WS-CD-PLAYER-ID(WS-CARD-INDEX)
               MOVE SRL-RUN-DATE TO WS-CD-NIGHT(WS-CARD-INDEX)
               MOVE 0 TO WS-CD-ROUNDS(WS-CARD-INDEX)
               MOVE 0 TO WS-CD-MAXED(WS-CARD-INDEX)
               MOVE 0 TO WS-CD-POINTS(WS-CARD-INDEX)
           END-IF
           IF WS-CD-ROUNDS(WS-CARD-INDEX) >= 12
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CD-ROUNDS(WS-CARD-INDEX)
           ADD SRL-POINTS TO WS-CD-POINTS(WS-CARD-INDEX)
           MOVE 0 TO WS-CAT-INDEX
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 12
               IF SRL-CATEGORY = WS-CATEGORY-NAME(WS-C)
                   MOVE WS-C TO WS-CAT-INDEX
               END-IF
           END-PERFORM
           IF WS-CAT-INDEX > 0
               IF SRL-POINTS >= WS-CATEGORY-MAX(WS-CAT-INDEX)
                   ADD 1 TO WS-CD-MAXED(WS-CARD-INDEX)
               END-IF
           END-IF.

       JUDGE-ONE-CARD.
           IF WS-CD-ROUNDS(WS-CD) < 12 OR WS-CD-MAXED(WS-CD) < 12
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-PLAYER-ID(WS-CD) TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-PLAYER
           IF WS-PLAYER-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CD-NIGHT(WS-CD) = WS-NIGHT-DATE-8
               MOVE "Y" TO WS-PL-PERFECT-FLAG(WS-PLAYER-INDEX)
               MOVE WS-CD-POINTS(WS-CD)
                  TO WS-PL-PERFECT-POINTS(WS-PLAYER-INDEX)
           ELSE
               IF WS-CD-NIGHT(WS-CD) < WS-NIGHT-DATE-8
                   MOVE "Y" TO WS-PL-EARLIER-FLAG(WS-PLAYER-INDEX)
               END-IF
           END-IF.

       LOAD-SEASON-MATCHES.
           *> Best games and unbeaten runs of the season so far, in
           *> fixture order. A night after this one is not counted, so
           *> a rerun of an earlier night sees the book as it stood.
           OPEN INPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = "00"
               DISPLAY "RECBOOK: warning - match file not available -
      -             "status " WS-MATCH-STATUS " - this season's best ga
      -             "mes and unbeaten runs not counted"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MATCH-EOF
           PERFORM UNTIL MATCH-AT-EOF
               READ MATCH-FILE
                   AT END
                       MOVE "Y" TO WS-MATCH-EOF
                   NOT AT END
                       IF MAT-HALL-CODE = WS-HALL-CODE
                          AND NOT MAT-UNPLAYED
                          AND NOT MAT-IS-BYE
                          AND MAT-GAME-DATE <= WS-NIGHT-DATE
                           PERFORM TAKE-MATCH-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCH-FILE.

       TAKE-MATCH-ROW.
           ADD 1 TO WS-MATCHES-READ
           IF MAT-GAME-DATE < WS-NIGHT-DATE
               MOVE "B" TO WS-OFFER-WHEN
           ELSE
               MOVE "A" TO WS-OFFER-WHEN
           END-IF
           MOVE MAT-HOME-ID TO WS-SIDE-ID
           MOVE MAT-HOME-POINTS TO WS-SIDE-POINTS
           MOVE "N" TO WS-SIDE-LOST-FLAG
           IF MAT-AWAY-WIN
               MOVE "Y" TO WS-SIDE-LOST-FLAG
           END-IF
           PERFORM TAKE-MATCH-SIDE
           MOVE MAT-AWAY-ID TO WS-SIDE-ID
           MOVE MAT-AWAY-POINTS TO WS-SIDE-POINTS
           MOVE "N" TO WS-SIDE-LOST-FLAG
           IF MAT-HOME-WIN
               MOVE "Y" TO WS-SIDE-LOST-FLAG
           END-IF
           PERFORM TAKE-MATCH-SIDE.

       TAKE-MATCH-SIDE.
           *> A draw keeps a run going; only a loss, forfeits
           *> included, ends it.
           MOVE WS-SIDE-ID TO WS-OFFER-HOLDER
           MOVE WS-CURRENT-SEASON-ID TO WS-OFFER-SEASON
           MOVE MAT-GAME-DATE TO WS-OFFER-DATE
           MOVE WS-BEST-GAME-REC TO WS-OFFER-RECORD
           MOVE WS-SIDE-POINTS TO WS-OFFER-VALUE
           PERFORM OFFER-RECORD-VALUE
           MOVE WS-SIDE-ID TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-PLAYER
           IF WS-PLAYER-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           IF SIDE-LOST
               MOVE 0 TO WS-PL-RUN(WS-PLAYER-INDEX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PL-RUN(WS-PLAYER-INDEX)
           MOVE WS-UNBEATEN-REC TO WS-OFFER-RECORD
           MOVE WS-PL-RUN(WS-PLAYER-INDEX) TO WS-OFFER-VALUE
           PERFORM OFFER-RECORD-VALUE.

       OFFER-PLAYER-TOTALS.
           *> This season's yachts and seasons played, as they stood
           *> before tonight's cards and after them.
           IF NOT PL-ON-SEASON(WS-P)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PL-PLAYER-ID(WS-P) TO WS-OFFER-HOLDER
           MOVE WS-CURRENT-SEASON-ID TO WS-OFFER-SEASON
           MOVE SPACES TO WS-OFFER-DATE
           MOVE "A" TO WS-OFFER-WHEN
           MOVE WS-SEASON-YACHTS-REC TO WS-OFFER-RECORD
           MOVE WS-PL-SEASON-YACHTS(WS-P) TO WS-OFFER-VALUE
           PERFORM OFFER-RECORD-VALUE
           COMPUTE WS-SEASONS-AFTER = WS-PL-CAREER-SEASONS(WS-P)
           IF WS-PL-SEASON-GAMES(WS-P) > 0
               ADD 1 TO WS-SEASONS-AFTER
           END-IF
           MOVE WS-SEASONS-REC TO WS-OFFER-RECORD
           MOVE WS-SEASONS-AFTER TO WS-OFFER-VALUE
           PERFORM OFFER-RECORD-VALUE
           MOVE WS-PL-CAREER-SEASONS(WS-P) TO WS-SEASONS-BEFORE
           IF PL-PLAYED-TONIGHT(WS-P)
               IF WS-PL-SEASON-GAMES(WS-P) > 1
                   ADD 1 TO WS-SEASONS-BEFORE
               END-IF
               IF WS-PL-SEASON-YACHTS(WS-P)
                  >= WS-PL-TONIGHT-YACHTS(WS-P)
                   COMPUTE WS-OFFER-VALUE = WS-PL-SEASON-YACHTS(WS-P)
                      - WS-PL-TONIGHT-YACHTS(WS-P)
               ELSE
                   MOVE 0 TO WS-OFFER-VALUE
               END-IF
           ELSE
               IF WS-PL-SEASON-GAMES(WS-P) > 0
                   ADD 1 TO WS-SEASONS-BEFORE
               END-IF
               MOVE WS-PL-SEASON-YACHTS(WS-P) TO WS-OFFER-VALUE
           END-IF
           MOVE WS-SEASON-YACHTS-REC TO WS-OFFER-RECORD
           PERFORM OFFER-BEFORE-VALUE
           MOVE WS-SEASONS-REC TO WS-OFFER-RECORD
           MOVE WS-SEASONS-BEFORE TO WS-OFFER-VALUE
           PERFORM OFFER-BEFORE-VALUE.

       OFFER-RECORD-VALUE.
           *> Only a strictly better value takes a record - a tie
           *> leaves it with the player who got there first.
           IF WS-OFFER-VALUE > WS-RC-AFTER-VALUE(WS-OFFER-RECORD)
               MOVE WS-OFFER-VALUE
                  TO WS-RC-AFTER-VALUE(WS-OFFER-RECORD)
               MOVE WS-OFFER-HOLDER
                  TO WS-RC-AFTER-HOLDER(WS-OFFER-RECORD)
               MOVE WS-OFFER-SEASON
                  TO WS-RC-AFTER-SEASON(WS-OFFER-RECORD)
               MOVE WS-OFFER-DATE TO WS-RC-AFTER-DATE(WS-OFFER-RECORD)
           END-IF
           IF OFFER-BEFORE-AND-AFTER
               PERFORM OFFER-BEFORE-VALUE
           END-IF.

       OFFER-BEFORE-VALUE.
           IF WS-OFFER-VALUE > WS-RC-BEFORE-VALUE(WS-OFFER-RECORD)
               MOVE WS-OFFER-VALUE
                  TO WS-RC-BEFORE-VALUE(WS-OFFER-RECORD)
               MOVE WS-OFFER-HOLDER
                  TO WS-RC-BEFORE-HOLDER(WS-OFFER-RECORD)
               MOVE WS-OFFER-SEASON
                  TO WS-RC-BEFORE-SEASON(WS-OFFER-RECORD)
               MOVE WS-OFFER-DATE TO WS-RC-BEFORE-DATE(WS-OFFER-RECORD)
           END-IF.

       AWARD-PLAYER-MILESTONES.
           *> Career counts are the closed seasons plus the season to
           *> date, which already includes tonight's card.
           MOVE WS-PL-PLAYER-ID(WS-P) TO WS-LOOKUP-ID
           COMPUTE WS-COUNT-AFTER = WS-PL-CAREER-GAMES(WS-P)
              + WS-PL-SEASON-GAMES(WS-P)
           COMPUTE WS-COUNT-BEFORE = WS-COUNT-AFTER - 1
           COMPUTE WS-STEP-BEFORE = WS-COUNT-BEFORE / WS-GAMES-STEP
           COMPUTE WS-STEP-AFTER = WS-COUNT-AFTER / WS-GAMES-STEP
           IF WS-STEP-AFTER > WS-STEP-BEFORE
               MOVE "GAMES" TO WS-MILESTONE-CODE
               COMPUTE WS-MILESTONE-VALUE
                  = WS-STEP-AFTER * WS-GAMES-STEP
               PERFORM ADD-MILESTONE-ROW
           END-IF

           COMPUTE WS-COUNT-AFTER = WS-PL-CAREER-YACHTS(WS-P)
              + WS-PL-SEASON-YACHTS(WS-P)
           MOVE 0 TO WS-COUNT-BEFORE
           IF WS-COUNT-AFTER > WS-PL-TONIGHT-YACHTS(WS-P)
               COMPUTE WS-COUNT-BEFORE = WS-COUNT-AFTER
                  - WS-PL-TONIGHT-YACHTS(WS-P)
           END-IF
           COMPUTE WS-STEP-BEFORE = WS-COUNT-BEFORE / WS-YACHTS-STEP
           COMPUTE WS-STEP-AFTER = WS-COUNT-AFTER / WS-YACHTS-STEP
           IF WS-STEP-AFTER > WS-STEP-BEFORE
               MOVE "YACHTS" TO WS-MILESTONE-CODE
               COMPUTE WS-MILESTONE-VALUE
                  = WS-STEP-AFTER * WS-YACHTS-STEP
               PERFORM ADD-MILESTONE-ROW
           END-IF

           *> Only the first perfect card counts - one on an earlier
           *> night, or one already on the book from a night since
           *> purged from SCOREHX, means tonight's is not the first.
           IF PL-PERFECT-TONIGHT(WS-P) AND NOT PL-PERFECT-BEFORE(WS-P)
               MOVE "PERFECT" TO WS-MILESTONE-CODE
               MOVE WS-PL-PERFECT-POINTS(WS-P) TO WS-MILESTONE-VALUE
               PERFORM ADD-MILESTONE-ROW
           END-IF.

       ADD-MILESTONE-ROW.
           MOVE "N" TO WS-MILESTONE-FOUND-FLAG
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BOOK-COUNT OR MILESTONE-ON-BOOK
               MOVE WS-BOOK-ENTRY(WS-B) TO RECORD-BOOK-RECORD
               IF RB-HALL-CODE = WS-HALL-CODE AND RB-MILESTONE
                  AND RB-ENTRY-CODE = WS-MILESTONE-CODE
                  AND RB-PLAYER-ID = WS-LOOKUP-ID
                   IF RB-VALUE = WS-MILESTONE-VALUE
                      OR WS-MILESTONE-CODE = "PERFECT"
                       MOVE "Y" TO WS-MILESTONE-FOUND-FLAG
                   END-IF
               END-IF
           END-PERFORM
           IF MILESTONE-ON-BOOK
               EXIT PARAGRAPH
           END-IF
           IF WS-BOOK-COUNT >= WS-BOOK-LIMIT
               DISPLAY "RECBOOK: warning - record book is full - "
                  FUNCTION TRIM(WS-MILESTONE-CODE) " milestone for "
                  WS-LOOKUP-ID " not recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECORD-BOOK-RECORD
           MOVE WS-HALL-CODE TO RB-HALL-CODE
           MOVE "M" TO RB-ENTRY-TYPE
           MOVE WS-MILESTONE-CODE TO RB-ENTRY-CODE
           MOVE WS-LOOKUP-ID TO RB-PLAYER-ID
           MOVE WS-MILESTONE-VALUE TO RB-VALUE
           MOVE WS-CURRENT-SEASON-ID TO RB-SEASON-ID
           MOVE WS-NIGHT-DATE TO RB-SET-DATE
           ADD 1 TO WS-BOOK-COUNT
           MOVE RECORD-BOOK-RECORD TO WS-BOOK-ENTRY(WS-BOOK-COUNT)
           ADD 1 TO WS-MILESTONE-COUNT.

       SETTLE-ONE-RECORD.
           *> A record that fell tonight is dated tonight. One that
           *> stands keeps the date it was first set - from its match
           *> when MATCHES still has it, otherwise from the book.
           IF WS-RC-AFTER-VALUE(WS-R) > WS-RC-BEFORE-VALUE(WS-R)
               MOVE "Y" TO WS-RC-NEW-FLAG(WS-R)
               MOVE WS-NIGHT-DATE TO WS-RC-AFTER-DATE(WS-R)
               ADD 1 TO WS-NEW-RECORD-COUNT
           ELSE
               IF WS-RC-AFTER-DATE(WS-R) = SPACES
                  AND WS-RC-AFTER-VALUE(WS-R)
                      = WS-RC-STORED-VALUE(WS-R)
                  AND WS-RC-AFTER-HOLDER(WS-R)
                      = WS-RC-STORED-HOLDER(WS-R)
                  AND WS-RC-AFTER-SEASON(WS-R)
                      = WS-RC-STORED-SEASON(WS-R)
                   MOVE WS-RC-STORED-DATE(WS-R)
                      TO WS-RC-AFTER-DATE(WS-R)
               END-IF
           END-IF
           IF WS-RC-AFTER-VALUE(WS-R) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECORD-BOOK-RECORD
           MOVE WS-HALL-CODE TO RB-HALL-CODE
           MOVE "R" TO RB-ENTRY-TYPE
           MOVE WS-RN-CODE(WS-R) TO RB-ENTRY-CODE
           MOVE WS-RC-AFTER-HOLDER(WS-R) TO RB-PLAYER-ID
           MOVE WS-RC-AFTER-VALUE(WS-R) TO RB-VALUE
           MOVE WS-RC-AFTER-SEASON(WS-R) TO RB-SEASON-ID
           MOVE WS-RC-AFTER-DATE(WS-R) TO RB-SET-DATE
           IF WS-BOOK-COUNT < WS-BOOK-LIMIT
               ADD 1 TO WS-BOOK-COUNT
               MOVE RECORD-BOOK-RECORD TO WS-BOOK-ENTRY(WS-BOOK-COUNT)
           ELSE
               DISPLAY "RECBOOK: warning - record book is full - "
                  FUNCTION TRIM(WS-RN-CODE(WS-R)) " record not kept"
           END-IF.

       WRITE-RECORD-BOOK-FILE.
           OPEN OUTPUT RECORD-BOOK-FILE
           IF WS-BOOK-STATUS NOT = "00"
               DISPLAY "RECBOOK: fatal - record book file not availabl
      -             "e - status " WS-BOOK-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BOOK-COUNT
               MOVE WS-BOOK-ENTRY(WS-B) TO RECORD-BOOK-RECORD
               WRITE RECORD-BOOK-RECORD
           END-PERFORM
           CLOSE RECORD-BOOK-FILE.

       PRINT-RECORD-BOOK.
           OPEN OUTPUT RECORD-BOOK-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "RECBOOK: warning - record book report not avai
      -             "lable - status " WS-REPORT-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAILABLE
           END-IF
           MOVE SPACES TO RECORD-BOOK-REPORT-LINE
           STRING "LEAGUE RECORD BOOK - " WS-HALL-NAME
                  " - NIGHT " WS-NIGHT-DATE
              DELIMITED BY SIZE INTO RECORD-BOOK-REPORT-LINE
           END-STRING
           WRITE RECORD-BOOK-REPORT-LINE
           MOVE SPACES TO RECORD-BOOK-REPORT-LINE
           WRITE RECORD-BOOK-REPORT-LINE
           MOVE WS-REPORT-HEADING TO RECORD-BOOK-REPORT-LINE
           WRITE RECORD-BOOK-REPORT-LINE
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
               PERFORM PRINT-ONE-RECORD
           END-PERFORM

           MOVE SPACES TO RECORD-BOOK-REPORT-LINE
           WRITE RECORD-BOOK-REPORT-LINE
           MOVE "NEW RECORDS AND MILESTONES TONIGHT"
              TO RECORD-BOOK-REPORT-LINE
           WRITE RECORD-BOOK-REPORT-LINE
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 4
               IF RC-NEW-TONIGHT(WS-R)
                   PERFORM PRINT-NEW-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BOOK-COUNT
               MOVE WS-BOOK-ENTRY(WS-B) TO RECORD-BOOK-RECORD
               IF RB-HALL-CODE = WS-HALL-CODE AND RB-MILESTONE
                  AND RB-SET-DATE = WS-NIGHT-DATE
                   PERFORM PRINT-MILESTONE
               END-IF
           END-PERFORM
           IF WS-NEW-RECORD-COUNT = 0 AND WS-MILESTONE-COUNT = 0
               MOVE "  NONE TONIGHT" TO RECORD-BOOK-REPORT-LINE
               WRITE RECORD-BOOK-REPORT-LINE
           END-IF

           MOVE SPACES TO RECORD-BOOK-REPORT-LINE
           WRITE RECORD-BOOK-REPORT-LINE
           MOVE SPACES TO RECORD-BOOK-REPORT-LINE
           STRING "NEW RECORDS " WS-NEW-RECORD-COUNT
                  "  MILESTONES " WS-MILESTONE-COUNT
                  "  MATCHES READ " WS-MATCHES-READ
                  "  ROLLS READ " WS-ROLLS-READ
                  "  SEASON " WS-CURRENT-SEASON-ID
              DELIMITED BY SIZE INTO RECORD-BOOK-REPORT-LINE
           END-STRING
           WRITE RECORD-BOOK-REPORT-LINE
           IF MASTER-AVAILABLE
               CLOSE PLAYER-MASTER-FILE
           END-IF
           CLOSE RECORD-BOOK-REPORT-FILE.

       PRINT-ONE-RECORD.
           MOVE WS-RN-TITLE(WS-R) TO WS-RL-TITLE
           IF WS-RC-AFTER-VALUE(WS-R) = 0
               MOVE "-- NONE --" TO WS-RL-HOLDER
               MOVE SPACES TO WS-RL-NAME
               MOVE 0 TO WS-RL-VALUE
               MOVE SPACES TO WS-RL-SEASON
               MOVE SPACES TO WS-RL-DATE
           ELSE
               MOVE WS-RC-AFTER-HOLDER(WS-R) TO WS-RL-HOLDER
               MOVE WS-RC-AFTER-HOLDER(WS-R) TO WS-LOOKUP-ID
               PERFORM LOOK-UP-PLAYER-NAME
               MOVE WS-LOOKUP-NAME TO WS-RL-NAME
               MOVE WS-RC-AFTER-VALUE(WS-R) TO WS-RL-VALUE
               MOVE WS-RC-AFTER-SEASON(WS-R) TO WS-RL-SEASON
               MOVE WS-RC-AFTER-DATE(WS-R) TO WS-RL-DATE
           END-IF
           MOVE WS-RECORD-LINE TO RECORD-BOOK-REPORT-LINE
           WRITE RECORD-BOOK-REPORT-LINE.

       PRINT-NEW-RECORD.
           MOVE "NEW RECORD" TO WS-TL-KIND
           MOVE WS-RN-TITLE(WS-R) TO WS-TL-TEXT
           MOVE WS-RC-AFTER-HOLDER(WS-R) TO WS-TL-HOLDER
           MOVE WS-RC-AFTER-HOLDER(WS-R) TO WS-LOOKUP-ID
           PERFORM LOOK-UP-PLAYER-NAME
           MOVE WS-LOOKUP-NAME TO WS-TL-NAME
           MOVE WS-RC-AFTER-VALUE(WS-R) TO WS-TL-VALUE
           MOVE SPACES TO WS-TL-NOTE
           IF WS-RC-BEFORE-VALUE(WS-R) = 0
               MOVE "FIRST ON THE BOOK" TO WS-TL-NOTE
           ELSE
               MOVE WS-RC-BEFORE-VALUE(WS-R) TO WS-VALUE-OUT
               STRING "WAS " FUNCTION TRIM(WS-VALUE-OUT) " BY "
                      WS-RC-BEFORE-HOLDER(WS-R)
                  DELIMITED BY SIZE INTO WS-TL-NOTE
               END-STRING
           END-IF
           MOVE WS-TONIGHT-LINE TO RECORD-BOOK-REPORT-LINE
           WRITE RECORD-BOOK-REPORT-LINE.

       PRINT-MILESTONE.
           MOVE "MILESTONE" TO WS-TL-KIND
           EVALUATE RB-ENTRY-CODE
               WHEN "GAMES"
                   MOVE "CAREER GAMES PLAYED" TO WS-TL-TEXT
               WHEN "YACHTS"
                   MOVE "CAREER YACHTS ROLLED" TO WS-TL-TEXT
               WHEN "PERFECT"
                   MOVE "FIRST PERFECT CARD" TO WS-TL-TEXT
               WHEN OTHER
                   MOVE RB-ENTRY-CODE TO WS-TL-TEXT
           END-EVALUATE
           MOVE RB-PLAYER-ID TO WS-TL-HOLDER
           MOVE RB-PLAYER-ID TO WS-LOOKUP-ID
           PERFORM LOOK-UP-PLAYER-NAME
           MOVE WS-LOOKUP-NAME TO WS-TL-NAME
           MOVE RB-VALUE TO WS-TL-VALUE
           MOVE SPACES TO WS-TL-NOTE
           IF RB-ENTRY-CODE = "PERFECT"
               MOVE "POINTS ON THE CARD" TO WS-TL-NOTE
           END-IF
           MOVE WS-TONIGHT-LINE TO RECORD-BOOK-REPORT-LINE
           WRITE RECORD-BOOK-REPORT-LINE.

       LOOK-UP-PLAYER-NAME.
           MOVE SPACES TO WS-LOOKUP-NAME
           IF NOT MASTER-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE PM-PLAYER-NAME TO WS-LOOKUP-NAME
           ELSE
               MOVE "(NOT ON PLAYER MASTER)" TO WS-LOOKUP-NAME
           END-IF.

       FIND-OR-ADD-PLAYER.
           MOVE 0 TO WS-PLAYER-INDEX
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PLAYER-COUNT
               IF WS-PL-PLAYER-ID(WS-P) = WS-LOOKUP-ID
                   MOVE WS-P TO WS-PLAYER-INDEX
               END-IF
           END-PERFORM
           IF WS-PLAYER-INDEX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAYER-COUNT >= 300
               IF NOT PLAYER-TABLE-FULL
                   DISPLAY "RECBOOK: warning - player table is full -
      -                 " maximum 300 players"
                   MOVE "Y" TO WS-PLAYER-FULL-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAYER-COUNT
           MOVE WS-PLAYER-COUNT TO WS-PLAYER-INDEX
           MOVE WS-LOOKUP-ID TO WS-PL-PLAYER-ID(WS-PLAYER-INDEX)
           MOVE 0 TO WS-PL-CAREER-GAMES(WS-PLAYER-INDEX)
           MOVE 0 TO WS-PL-CAREER-YACHTS(WS-PLAYER-INDEX)
           MOVE 0 TO WS-PL-CAREER-SEASONS(WS-PLAYER-INDEX)
           MOVE "N" TO WS-PL-SEASON-FLAG(WS-PLAYER-INDEX)
           MOVE 0 TO WS-PL-SEASON-GAMES(WS-PLAYER-INDEX)
           MOVE 0 TO WS-PL-SEASON-YACHTS(WS-PLAYER-INDEX)
           MOVE "N" TO WS-PL-TONIGHT-FLAG(WS-PLAYER-INDEX)
           MOVE 0 TO WS-PL-TONIGHT-YACHTS(WS-PLAYER-INDEX)
           MOVE "N" TO WS-PL-PERFECT-FLAG(WS-PLAYER-INDEX)
           MOVE 0 TO WS-PL-PERFECT-POINTS(WS-PLAYER-INDEX)
           MOVE "N" TO WS-PL-EARLIER-FLAG(WS-PLAYER-INDEX)
           MOVE 0 TO WS-PL-RUN(WS-PLAYER-INDEX).
