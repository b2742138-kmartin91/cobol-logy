       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYOFF-PARM-FILE ASSIGN TO "PLAYPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT MATCH-FILE ASSIGN TO "MATCHES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "PLAYOFFB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BRACKET-STATUS.

           SELECT CAREER-HISTORY-FILE ASSIGN TO "CAREERHX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAREER-STATUS.

           SELECT CAREER-WORK-FILE ASSIGN TO "CAREERHW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAREER-WORK-STATUS.

           SELECT BRACKET-SHEET-FILE ASSIGN TO "PLAYOFRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT BRACKET-WORK-FILE ASSIGN TO "PLAYOFBW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BRACKET-WORK-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYOFF-PARM-FILE.
       01  PLAYOFF-PARM-RECORD.
           05  PPR-RUN-MODE           PIC X(7).
           05  FILLER                 PIC X.
           05  PPR-SEED-COUNT         PIC 99.

       FD  SEASON-HISTORY-FILE.
       COPY "CPY-SEASON-HISTORY.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "CPY-PLAYER-MASTER.cpy".

       FD  SCHEDULE-FILE.
       COPY "CPY-SCHEDULE-RECORD.cpy".

       FD  MATCH-FILE.
       COPY "CPY-MATCH-RECORD.cpy".

       FD  BRACKET-FILE.
       COPY "CPY-PLAYOFF-BRACKET.cpy".

       FD  CAREER-HISTORY-FILE.
       COPY "CPY-CAREER-HISTORY.cpy".

       FD  CAREER-WORK-FILE.
       01  CAREER-WORK-RECORD         PIC X(53).

       FD  BRACKET-SHEET-FILE.
       01  BRACKET-SHEET-LINE         PIC X(120).

       FD  BRACKET-WORK-FILE.
       01  BRACKET-WORK-RECORD        PIC X(72).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-PARM-STATUS           PIC XX VALUE SPACES.
          05 WS-SEASON-STATUS         PIC XX VALUE SPACES.
          05 WS-MASTER-STATUS         PIC XX VALUE SPACES.
          05 WS-SCHEDULE-STATUS       PIC XX VALUE SPACES.
          05 WS-MATCH-STATUS          PIC XX VALUE SPACES.
          05 WS-BRACKET-STATUS        PIC XX VALUE SPACES.
          05 WS-CAREER-STATUS         PIC XX VALUE SPACES.
          05 WS-CAREER-WORK-STATUS    PIC XX VALUE SPACES.
          05 WS-SHEET-STATUS          PIC XX VALUE SPACES.
          05 WS-SEASON-EOF            PIC X VALUE "N".
             88 SEASON-AT-EOF         VALUE "Y".
          05 WS-SCHEDULE-EOF          PIC X VALUE "N".
             88 SCHEDULE-AT-EOF       VALUE "Y".
          05 WS-MATCH-EOF             PIC X VALUE "N".
             88 MATCH-AT-EOF          VALUE "Y".
          05 WS-BRACKET-EOF           PIC X VALUE "N".
             88 BRACKET-AT-EOF        VALUE "Y".
          05 WS-CAREER-EOF            PIC X VALUE "N".
             88 CAREER-AT-EOF         VALUE "Y".
          05 WS-MASTER-AVAILABLE      PIC X VALUE "N".
             88 MASTER-AVAILABLE      VALUE "Y".
          05 WS-BRACKET-WORK-STATUS   PIC XX VALUE SPACES.

      *> The hall whose playoff is run, from HALLPRM - blank for the
      *> original league. Its season, schedule, pairings and bracket
      *> are read and written for that hall only.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.
          05 WS-KEPT-BRACKET-COUNT    PIC 9(5) VALUE 0.

      *> SEED builds the bracket from the closed season's standings;
      *> ADVANCE settles the current round from the scored playoff
      *> night and pairs the next one. With no parameter record the
      *> run seeds when no bracket is on file for the season and
      *> advances when one is, seeding four per division.
       01 WS-RUN-FIELDS.
          05 WS-RUN-MODE              PIC X(7) VALUE SPACES.
             88 SEED-MODE             VALUE "SEED".
             88 ADVANCE-MODE          VALUE "ADVANCE".
          05 WS-SEED-LIMIT            PIC 99 VALUE 4.
          05 WS-RUN-REFUSED           PIC X VALUE "N".
             88 RUN-REFUSED           VALUE "Y".
          05 WS-SEASON-CONTROL-KEY    PIC X(10) VALUE "##CONTROL#".
          05 WS-SEASON-ID             PIC X(9) VALUE SPACES.
          05 WS-SEASON-CLOSED         PIC X VALUE "N".
             88 SEASON-IS-CLOSED      VALUE "Y".
          05 WS-BYE-ID                PIC X(10) VALUE "##BYE#####".

      *> Playoff nights come from the schedule in date order - round
      *> n of every division's bracket is played on the n-th one.
       01 WS-PLAYOFF-DATE-COUNT       PIC 9 VALUE 0.
       01 WS-PLAYOFF-DATES.
          05 WS-PO-DATE OCCURS 8 TIMES PIC X(10).

      *> Closed-season standings, ranked on the same ladder the
      *> closeout's final standings use.
       01 WS-STANDING-COUNT           PIC 999 VALUE 0.
       01 WS-STANDING-TABLE.
          05 WS-ST-ENTRY OCCURS 100 TIMES.
             10 WS-ST-PLAYER-ID       PIC X(10).
             10 WS-ST-PLAYER-NAME     PIC X(20).
             10 WS-ST-DIVISION        PIC X.
             10 WS-ST-SEASON-TOTAL    PIC 9(6).
             10 WS-ST-YACHT-COUNT     PIC 9(4).
             10 WS-ST-BEST-GAME       PIC 9(4).
       01 WS-STANDING-TEMP            PIC X(45).

       01 WS-DIVISION-TABLE.
          05 WS-DV-ENTRY OCCURS 2 TIMES.
             10 WS-DV-CODE            PIC X.
             10 WS-DV-SEEDS           PIC 99.
             10 WS-DV-SIZE            PIC 99.
             10 WS-DV-ROUNDS          PIC 9.
             10 WS-DV-CURRENT-ROUND   PIC 9.
             10 WS-DV-DONE-FLAG       PIC X.
                88 DV-DECIDED         VALUE "Y".

       01 WS-BRACKET-COUNT            PIC 999 VALUE 0.
       01 WS-BRACKET-TABLE.
          05 WS-BE-ENTRY OCCURS 80 TIMES.
             10 WS-BE-DIVISION        PIC X.
             10 WS-BE-ROUND           PIC 9.
             10 WS-BE-SLOT            PIC 99.
             10 WS-BE-SEED            PIC 99.
             10 WS-BE-PLAYER-ID       PIC X(10).
             10 WS-BE-PLAYER-NAME     PIC X(20).
             10 WS-BE-GAME-DATE       PIC X(10).
             10 WS-BE-OUTCOME         PIC X.
                88 BE-PENDING         VALUE SPACE.
                88 BE-ADVANCED        VALUE "W".
                88 BE-ELIMINATED      VALUE "L".
                88 BE-CHAMPION        VALUE "C".
             10 WS-BE-POINTS          PIC 9(4).

      *> Standard bracket order - seed 1 meets the lowest seed and
      *> the top two can only meet in the final. Built by doubling:
      *> every seed s in a field of n is followed by 2n + 1 - s.
       01 WS-SEED-ORDER-FIELDS.
          05 WS-SO-LENGTH             PIC 99 VALUE 0.
          05 WS-SO-ORDER OCCURS 16 TIMES PIC 99.
          05 WS-SO-WORK OCCURS 16 TIMES PIC 99.

       01 WS-MATCH-COUNT              PIC 9(4) VALUE 0.
       01 WS-MATCH-TABLE.
          05 WS-MT-RECORD OCCURS 2000 TIMES PIC X(52).

       01 WS-WORK-FIELDS.
          05 WS-D                     PIC 9 VALUE 0.
          05 WS-I                     PIC 999 VALUE 0.
          05 WS-J                     PIC 999 VALUE 0.
          05 WS-K                     PIC 999 VALUE 0.
          05 WS-S                     PIC 99 VALUE 0.
          05 WS-MT                    PIC 9(4) VALUE 0.
          05 WS-ROUND                 PIC 9 VALUE 0.
          05 WS-NEXT-ROUND            PIC 9 VALUE 0.
          05 WS-PAIR                  PIC 99 VALUE 0.
          05 WS-HOME-ENTRY            PIC 999 VALUE 0.
          05 WS-AWAY-ENTRY            PIC 999 VALUE 0.
          05 WS-WIN-ENTRY             PIC 999 VALUE 0.
          05 WS-LOSE-ENTRY            PIC 999 VALUE 0.
          05 WS-MATCH-INDEX           PIC 9(4) VALUE 0.
          05 WS-ROUND-DATE            PIC X(10) VALUE SPACES.
          05 WS-SETTLED-COUNT         PIC 999 VALUE 0.
          05 WS-UNSETTLED-COUNT       PIC 999 VALUE 0.
          05 WS-MISSING-COUNT         PIC 999 VALUE 0.
          05 WS-PAIRINGS-WRITTEN      PIC 999 VALUE 0.
          05 WS-CHAMPIONS-MARKED      PIC 99 VALUE 0.
          05 WS-ACTIVE-DIVISIONS      PIC 9 VALUE 0.
          05 WS-WIN-NOTE              PIC X(24) VALUE SPACES.
          05 WS-CAREER-ROWS           PIC 9(6) VALUE 0.
          05 WS-CAREER-COPIED         PIC 9(6) VALUE 0.
          05 WS-SHEET-TITLE           PIC X(30) VALUE SPACES.

      *> Winner notes by bracket entry, carried to the sheet so a
      *> draw or a no-show decided by seed is explained in print.
       01 WS-NOTE-TABLE.
          05 WS-BE-NOTE OCCURS 80 TIMES PIC X(24).

       01 WS-BRACKET-DETAIL-LINE.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-HOME-SEED         PIC Z9.
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-BDL-HOME-ID           PIC X(10).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-BDL-HOME-NAME         PIC X(20).
          05 WS-BDL-HOME-POINTS       PIC ZZZZ.
          05 FILLER                   PIC X(4) VALUE " VS ".
          05 WS-BDL-AWAY-SEED         PIC Z9.
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-BDL-AWAY-ID           PIC X(10).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-BDL-AWAY-NAME         PIC X(20).
          05 WS-BDL-AWAY-POINTS       PIC ZZZZ.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-WINNER-ID         PIC X(10).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-NOTE              PIC X(24).

       PROCEDURE DIVISION.
       RUN-PLAYOFF-BRACKET.
           PERFORM READ-HALL-PARM
           PERFORM LOAD-PLAYOFF-SEASON
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PLAYOFF-DATES
           IF WS-PLAYOFF-DATE-COUNT = 0
               DISPLAY "PLAYOFF: run refused - the schedule carries no
      -             " PLAYOFF nights - run SCHEDGEN first"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-BRACKET-FILE
           PERFORM READ-PLAYOFF-PARM
           MOVE "N" TO WS-MASTER-AVAILABLE
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAILABLE
           END-IF
           IF SEED-MODE
               PERFORM SEED-PLAYOFF-BRACKET
           ELSE
               PERFORM ADVANCE-PLAYOFF-BRACKET
           END-IF
           IF MASTER-AVAILABLE
               CLOSE PLAYER-MASTER-FILE
           END-IF
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-BRACKET-FILE
           PERFORM APPEND-ROUND-PAIRINGS
           PERFORM PRINT-BRACKET-SHEET
           IF WS-CHAMPIONS-MARKED > 0
               PERFORM MARK-CAREER-CHAMPIONS
           END-IF
           DISPLAY "PLAYOFF: season " WS-SEASON-ID " - "
              WS-PAIRINGS-WRITTEN " playoff pairing(s) written - "
              WS-CHAMPIONS-MARKED " champion(s) decided"
           GOBACK.

       READ-HALL-PARM.
           *> No hall parameter, or a blank one, is the original
           *> league; the hall's name is the one on its LEAGRULE
           *> record.
           MOVE SPACES TO WS-HALL-CODE WS-HALL-NAME
           OPEN INPUT HALL-PARM-FILE
           IF WS-HALL-PARM-STATUS = "00"
               READ HALL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HLP-HALL-CODE TO WS-HALL-CODE
               END-READ
               CLOSE HALL-PARM-FILE
           END-IF
           OPEN INPUT LEAGUE-RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE "N" TO WS-RULES-EOF
               PERFORM UNTIL RULES-AT-EOF
                   READ LEAGUE-RULES-FILE
                       AT END
                           MOVE "Y" TO WS-RULES-EOF
                       NOT AT END
                           IF LGR-HALL-CODE = WS-HALL-CODE
                               MOVE LGR-HALL-NAME TO WS-HALL-NAME
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
           END-IF.

       LOAD-PLAYOFF-SEASON.
           *> The playoff belongs to the season the history file still
           *> holds, and only once the closeout has frozen it on the
           *> career archive - seeding from a season still in play
           *> would seed from standings that can yet change.
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "PLAYOFF: run refused - season history file not
      -             " available - status " WS-SEASON-STATUS
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "PLAYOFF: run refused - season history file car
      -             "ries no control record - season id unknown"
               CLOSE SEASON-HISTORY-FILE
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE SH-SEASON-ID TO WS-SEASON-ID
           CLOSE SEASON-HISTORY-FILE

           MOVE "N" TO WS-SEASON-CLOSED
           OPEN INPUT CAREER-HISTORY-FILE
           IF WS-CAREER-STATUS = "00"
               MOVE "N" TO WS-CAREER-EOF
               PERFORM UNTIL CAREER-AT-EOF
                   READ CAREER-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-CAREER-EOF
                       NOT AT END
                           IF CH-SEASON-ID = WS-SEASON-ID
                              AND CH-HALL-CODE = WS-HALL-CODE
                               MOVE "Y" TO WS-SEASON-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAREER-HISTORY-FILE
           END-IF
           IF NOT SEASON-IS-CLOSED
               DISPLAY "PLAYOFF: run refused - season " WS-SEASON-ID
                  " has not been closed - run SEASONCL first"
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.

       LOAD-PLAYOFF-DATES.
           MOVE 0 TO WS-PLAYOFF-DATE-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCHEDULE-EOF
           PERFORM UNTIL SCHEDULE-AT-EOF
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       IF SCH-NIGHT-TYPE = "PLAYOFF"
                          AND SCH-HALL-CODE = WS-HALL-CODE
                          AND WS-PLAYOFF-DATE-COUNT < 8
                           ADD 1 TO WS-PLAYOFF-DATE-COUNT
                           MOVE SCH-DATE
                              TO WS-PO-DATE(WS-PLAYOFF-DATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       LOAD-BRACKET-FILE.
           *> Only the season's own bracket is loaded - last year's
           *> file is simply replaced when this season seeds.
           MOVE "A" TO WS-DV-CODE(1)
           MOVE "B" TO WS-DV-CODE(2)
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 2
               MOVE 0 TO WS-DV-SEEDS(WS-D)
               MOVE 0 TO WS-DV-SIZE(WS-D)
               MOVE 0 TO WS-DV-ROUNDS(WS-D)
               MOVE 0 TO WS-DV-CURRENT-ROUND(WS-D)
               MOVE "N" TO WS-DV-DONE-FLAG(WS-D)
           END-PERFORM
           MOVE 0 TO WS-BRACKET-COUNT
           OPEN INPUT BRACKET-FILE
           IF WS-BRACKET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BRACKET-EOF
           PERFORM UNTIL BRACKET-AT-EOF
               READ BRACKET-FILE
                   AT END
                       MOVE "Y" TO WS-BRACKET-EOF
                   NOT AT END
                       IF PB-SEASON-ID = WS-SEASON-ID
                          AND PB-HALL-CODE = WS-HALL-CODE
                           PERFORM LOAD-ONE-BRACKET-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRACKET-FILE.

       LOAD-ONE-BRACKET-ENTRY.
           IF WS-BRACKET-COUNT >= 80
               DISPLAY "PLAYOFF: warning - bracket table is full - max
      -             "imum 80 bracket entries"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRACKET-COUNT
           MOVE PB-DIVISION TO WS-BE-DIVISION(WS-BRACKET-COUNT)
           MOVE PB-ROUND TO WS-BE-ROUND(WS-BRACKET-COUNT)
           MOVE PB-SLOT TO WS-BE-SLOT(WS-BRACKET-COUNT)
           MOVE PB-SEED TO WS-BE-SEED(WS-BRACKET-COUNT)
           MOVE PB-PLAYER-ID TO WS-BE-PLAYER-ID(WS-BRACKET-COUNT)
           MOVE PB-PLAYER-NAME TO WS-BE-PLAYER-NAME(WS-BRACKET-COUNT)
           MOVE PB-GAME-DATE TO WS-BE-GAME-DATE(WS-BRACKET-COUNT)
           MOVE PB-OUTCOME TO WS-BE-OUTCOME(WS-BRACKET-COUNT)
           MOVE PB-POINTS TO WS-BE-POINTS(WS-BRACKET-COUNT)
           MOVE SPACES TO WS-BE-NOTE(WS-BRACKET-COUNT)
           MOVE 0 TO WS-D
           IF PB-DIVISION = WS-DV-CODE(1)
               MOVE 1 TO WS-D
           END-IF
           IF PB-DIVISION = WS-DV-CODE(2)
               MOVE 2 TO WS-D
           END-IF
           IF WS-D = 0
               EXIT PARAGRAPH
           END-IF
           IF PB-ROUND = 1
               ADD 1 TO WS-DV-SIZE(WS-D)
               IF PB-PLAYER-ID NOT = WS-BYE-ID
                   ADD 1 TO WS-DV-SEEDS(WS-D)
               END-IF
           END-IF
           IF PB-ROUND > WS-DV-CURRENT-ROUND(WS-D)
               MOVE PB-ROUND TO WS-DV-CURRENT-ROUND(WS-D)
           END-IF
           IF PB-OUTCOME = "C"
               MOVE "Y" TO WS-DV-DONE-FLAG(WS-D)
           END-IF.

       READ-PLAYOFF-PARM.
           IF WS-BRACKET-COUNT = 0
               MOVE "SEED" TO WS-RUN-MODE
           ELSE
               MOVE "ADVANCE" TO WS-RUN-MODE
           END-IF
           OPEN INPUT PLAYOFF-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PLAYOFF-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PPR-RUN-MODE = "SEED" OR "ADVANCE"
                       MOVE PPR-RUN-MODE TO WS-RUN-MODE
                   END-IF
                   IF PPR-SEED-COUNT IS NUMERIC
                      AND PPR-SEED-COUNT >= 2
                      AND PPR-SEED-COUNT <= 16
                       MOVE PPR-SEED-COUNT TO WS-SEED-LIMIT
                   END-IF
           END-READ
           CLOSE PLAYOFF-PARM-FILE.

       SEED-PLAYOFF-BRACKET.
           *> A bracket already seeded for the season is never seeded
           *> over - its results would be lost and round one paired
           *> into MATCHES a second time.
           IF WS-BRACKET-COUNT > 0
               DISPLAY "PLAYOFF: run refused - season " WS-SEASON-ID
                  " playoffs are already seeded"
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-FINAL-STANDINGS
           PERFORM RANK-FINAL-STANDINGS
           MOVE 0 TO WS-ACTIVE-DIVISIONS
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 2
               PERFORM SIZE-ONE-DIVISION
           END-PERFORM
           IF RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTIVE-DIVISIONS = 0
               DISPLAY "PLAYOFF: run refused - no division has two pla
      -             "yers to seed"
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 2
               IF WS-DV-SEEDS(WS-D) >= 2
                   PERFORM SEED-ONE-DIVISION
               END-IF
           END-PERFORM
           MOVE "SEEDED" TO WS-SHEET-TITLE
           MOVE 1 TO WS-NEXT-ROUND.

       LOAD-FINAL-STANDINGS.
           *> Players who left the league since the season closed are
           *> not seeded - their place goes to the next in line.
           MOVE 0 TO WS-STANDING-COUNT
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
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
                       IF SH-HALL-CODE = WS-HALL-CODE
                           PERFORM ADD-ONE-STANDING
                       ELSE
                           MOVE "Y" TO WS-SEASON-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEASON-HISTORY-FILE.

       ADD-ONE-STANDING.
           IF SH-PLAYER-ID = WS-SEASON-CONTROL-KEY
              OR SH-GAMES-PLAYED = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-STANDING-COUNT >= 100
               DISPLAY "PLAYOFF: warning - standings table is full - m
      -             "aximum 100 players per season"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PM-PLAYER-NAME
           IF MASTER-AVAILABLE
               MOVE SH-PLAYER-ID TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
               IF WS-MASTER-STATUS = "00" AND NOT PM-ACTIVE
                   EXIT PARAGRAPH
               END-IF
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE SPACES TO PM-PLAYER-NAME
               END-IF
           END-IF
           ADD 1 TO WS-STANDING-COUNT
           MOVE SH-PLAYER-ID TO WS-ST-PLAYER-ID(WS-STANDING-COUNT)
           MOVE PM-PLAYER-NAME TO WS-ST-PLAYER-NAME(WS-STANDING-COUNT)
           MOVE SH-DIVISION TO WS-ST-DIVISION(WS-STANDING-COUNT)
           MOVE SH-SEASON-TOTAL
              TO WS-ST-SEASON-TOTAL(WS-STANDING-COUNT)
           MOVE SH-YACHT-COUNT TO WS-ST-YACHT-COUNT(WS-STANDING-COUNT)
           MOVE SH-BEST-GAME TO WS-ST-BEST-GAME(WS-STANDING-COUNT).

       RANK-FINAL-STANDINGS.
           *> The closeout's placing ladder - season total, then most
           *> yachts, then best game - so a playoff seed is the same
           *> place the final standings printed for the division.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STANDING-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-STANDING-COUNT - WS-I
                   IF WS-ST-SEASON-TOTAL(WS-J) <
                      WS-ST-SEASON-TOTAL(WS-J + 1)
                      OR (WS-ST-SEASON-TOTAL(WS-J) =
                          WS-ST-SEASON-TOTAL(WS-J + 1)
                          AND WS-ST-YACHT-COUNT(WS-J) <
                              WS-ST-YACHT-COUNT(WS-J + 1))
                      OR (WS-ST-SEASON-TOTAL(WS-J) =
                          WS-ST-SEASON-TOTAL(WS-J + 1)
                          AND WS-ST-YACHT-COUNT(WS-J) =
                              WS-ST-YACHT-COUNT(WS-J + 1)
                          AND WS-ST-BEST-GAME(WS-J) <
                              WS-ST-BEST-GAME(WS-J + 1))
                       MOVE WS-ST-ENTRY(WS-J) TO WS-STANDING-TEMP
                       MOVE WS-ST-ENTRY(WS-J + 1) TO WS-ST-ENTRY(WS-J)
                       MOVE WS-STANDING-TEMP TO WS-ST-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SIZE-ONE-DIVISION.
           *> The field is the top N the division can supply, padded
           *> with byes to a power of two; the byes fall to the top
           *> seeds. Every round needs its own playoff night.
           MOVE 0 TO WS-DV-SEEDS(WS-D)
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STANDING-COUNT
               IF WS-ST-DIVISION(WS-I) = WS-DV-CODE(WS-D)
                  AND WS-DV-SEEDS(WS-D) < WS-SEED-LIMIT
                   ADD 1 TO WS-DV-SEEDS(WS-D)
               END-IF
           END-PERFORM
           IF WS-DV-SEEDS(WS-D) < 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTIVE-DIVISIONS
           MOVE 2 TO WS-DV-SIZE(WS-D)
           MOVE 1 TO WS-DV-ROUNDS(WS-D)
           PERFORM UNTIL WS-DV-SIZE(WS-D) >= WS-DV-SEEDS(WS-D)
               COMPUTE WS-DV-SIZE(WS-D) = WS-DV-SIZE(WS-D) * 2
               ADD 1 TO WS-DV-ROUNDS(WS-D)
           END-PERFORM
           IF WS-DV-ROUNDS(WS-D) > WS-PLAYOFF-DATE-COUNT
               DISPLAY "PLAYOFF: run refused - division "
                  WS-DV-CODE(WS-D) " needs " WS-DV-ROUNDS(WS-D)
                  " round(s) but the schedule carries "
                  WS-PLAYOFF-DATE-COUNT " playoff night(s)"
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.

       SEED-ONE-DIVISION.
           PERFORM BUILD-SEED-ORDER
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-DV-SIZE(WS-D)
               ADD 1 TO WS-BRACKET-COUNT
               MOVE WS-DV-CODE(WS-D) TO WS-BE-DIVISION(WS-BRACKET-COUNT)
               MOVE 1 TO WS-BE-ROUND(WS-BRACKET-COUNT)
               MOVE WS-S TO WS-BE-SLOT(WS-BRACKET-COUNT)
               MOVE WS-SO-ORDER(WS-S) TO WS-BE-SEED(WS-BRACKET-COUNT)
               MOVE WS-PO-DATE(1) TO WS-BE-GAME-DATE(WS-BRACKET-COUNT)
               MOVE SPACE TO WS-BE-OUTCOME(WS-BRACKET-COUNT)
               MOVE 0 TO WS-BE-POINTS(WS-BRACKET-COUNT)
               MOVE SPACES TO WS-BE-NOTE(WS-BRACKET-COUNT)
               IF WS-SO-ORDER(WS-S) > WS-DV-SEEDS(WS-D)
                   MOVE WS-BYE-ID TO WS-BE-PLAYER-ID(WS-BRACKET-COUNT)
                   MOVE "BYE" TO WS-BE-PLAYER-NAME(WS-BRACKET-COUNT)
               ELSE
                   PERFORM FIND-SEEDED-PLAYER
               END-IF
           END-PERFORM
           MOVE 1 TO WS-DV-CURRENT-ROUND(WS-D).

       BUILD-SEED-ORDER.
           MOVE 1 TO WS-SO-ORDER(1)
           MOVE 1 TO WS-SO-LENGTH
           PERFORM UNTIL WS-SO-LENGTH >= WS-DV-SIZE(WS-D)
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SO-LENGTH
                   MOVE WS-SO-ORDER(WS-S) TO WS-SO-WORK(WS-S * 2 - 1)
                   COMPUTE WS-SO-WORK(WS-S * 2) =
                      WS-SO-LENGTH * 2 + 1 - WS-SO-ORDER(WS-S)
               END-PERFORM
               COMPUTE WS-SO-LENGTH = WS-SO-LENGTH * 2
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SO-LENGTH
                   MOVE WS-SO-WORK(WS-S) TO WS-SO-ORDER(WS-S)
               END-PERFORM
           END-PERFORM.

       FIND-SEEDED-PLAYER.
           *> Seed n is the n-th player of the division in standings
           *> order.
           MOVE 0 TO WS-K
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STANDING-COUNT
               IF WS-ST-DIVISION(WS-I) = WS-DV-CODE(WS-D)
                   ADD 1 TO WS-K
                   IF WS-K = WS-SO-ORDER(WS-S)
                       MOVE WS-ST-PLAYER-ID(WS-I)
                          TO WS-BE-PLAYER-ID(WS-BRACKET-COUNT)
                       MOVE WS-ST-PLAYER-NAME(WS-I)
                          TO WS-BE-PLAYER-NAME(WS-BRACKET-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       ADVANCE-PLAYOFF-BRACKET.
           *> Every division still playing sits on the same round -
           *> they seeded together and share the playoff nights - so
           *> one advance settles round n everywhere and pairs n + 1.
           IF WS-BRACKET-COUNT = 0
               DISPLAY "PLAYOFF: run refused - no bracket on file for
      -             "season " WS-SEASON-ID " - seed it first"
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROUND
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 2
               IF WS-DV-SIZE(WS-D) >= 2 AND NOT DV-DECIDED(WS-D)
                   MOVE WS-DV-CURRENT-ROUND(WS-D) TO WS-ROUND
               END-IF
           END-PERFORM
           IF WS-ROUND = 0
               DISPLAY "PLAYOFF: run refused - season " WS-SEASON-ID
                  " playoffs are complete"
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PO-DATE(WS-ROUND) TO WS-ROUND-DATE
           PERFORM LOAD-PLAYOFF-MATCHES
           PERFORM COUNT-ROUND-RESULTS
           IF RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-ROUND = WS-ROUND + 1
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 2
               IF WS-DV-SIZE(WS-D) >= 2 AND NOT DV-DECIDED(WS-D)
                   PERFORM ADVANCE-ONE-DIVISION
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SHEET-TITLE
           STRING "AFTER ROUND " WS-ROUND
              DELIMITED BY SIZE INTO WS-SHEET-TITLE
           END-STRING.

       LOAD-PLAYOFF-MATCHES.
           MOVE 0 TO WS-MATCH-COUNT
           OPEN INPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MATCH-EOF
           PERFORM UNTIL MATCH-AT-EOF
               READ MATCH-FILE
                   AT END
                       MOVE "Y" TO WS-MATCH-EOF
                   NOT AT END
                       IF MAT-GAME-DATE = WS-ROUND-DATE
                          AND MAT-HALL-CODE = WS-HALL-CODE
                          AND WS-MATCH-COUNT < 2000
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE MATCH-RECORD
                              TO WS-MT-RECORD(WS-MATCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCH-FILE.

       COUNT-ROUND-RESULTS.
           *> The round is only advanced once its night has been
           *> scored. A night that scored but left a pairing unsettled
           *> means neither player turned in a card; that pairing goes
           *> to the better seed rather than holding up the bracket.
           MOVE 0 TO WS-SETTLED-COUNT
           MOVE 0 TO WS-UNSETTLED-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 2
               IF WS-DV-SIZE(WS-D) >= 2 AND NOT DV-DECIDED(WS-D)
                   PERFORM COUNT-ONE-DIVISION-RESULTS
               END-IF
           END-PERFORM
           IF WS-MISSING-COUNT > 0
               DISPLAY "PLAYOFF: run refused - " WS-MISSING-COUNT
                  " round " WS-ROUND " pairing(s) missing from MATCHES
      -             " for " WS-ROUND-DATE
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-SETTLED-COUNT = 0 AND WS-UNSETTLED-COUNT > 0
               DISPLAY "PLAYOFF: run refused - round " WS-ROUND
                  " night " WS-ROUND-DATE " has not been scored"
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.

       COUNT-ONE-DIVISION-RESULTS.
           PERFORM COUNT-ROUND-ENTRIES
           PERFORM VARYING WS-PAIR FROM 1 BY 1
                   UNTIL WS-PAIR * 2 > WS-K
               PERFORM FIND-PAIR-ENTRIES
               IF WS-BE-PLAYER-ID(WS-AWAY-ENTRY) NOT = WS-BYE-ID
                   PERFORM FIND-PAIR-MATCH
                   IF WS-MATCH-INDEX = 0
                       ADD 1 TO WS-MISSING-COUNT
                   ELSE
                       MOVE WS-MT-RECORD(WS-MATCH-INDEX)
                          TO MATCH-RECORD
                       IF MAT-UNPLAYED
                           ADD 1 TO WS-UNSETTLED-COUNT
                       ELSE
                           ADD 1 TO WS-SETTLED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-PAIR-ENTRIES.
           *> Slots 2n - 1 and 2n of the current round meet; the odd
           *> slot was written as the home side.
           MOVE 0 TO WS-HOME-ENTRY
           MOVE 0 TO WS-AWAY-ENTRY
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BRACKET-COUNT
               IF WS-BE-DIVISION(WS-I) = WS-DV-CODE(WS-D)
                  AND WS-BE-ROUND(WS-I) = WS-ROUND
                   IF WS-BE-SLOT(WS-I) = WS-PAIR * 2 - 1
                       MOVE WS-I TO WS-HOME-ENTRY
                   END-IF
                   IF WS-BE-SLOT(WS-I) = WS-PAIR * 2
                       MOVE WS-I TO WS-AWAY-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       FIND-PAIR-MATCH.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-MT FROM 1 BY 1
                   UNTIL WS-MT > WS-MATCH-COUNT
               MOVE WS-MT-RECORD(WS-MT) TO MATCH-RECORD
               IF MAT-HOME-ID = WS-BE-PLAYER-ID(WS-HOME-ENTRY)
                  AND MAT-AWAY-ID = WS-BE-PLAYER-ID(WS-AWAY-ENTRY)
                   MOVE WS-MT TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.

       COUNT-ROUND-ENTRIES.
           *> Round n of a field of s holds s / 2 ** (n - 1) entries.
           MOVE WS-DV-SIZE(WS-D) TO WS-K
           PERFORM VARYING WS-S FROM 2 BY 1 UNTIL WS-S > WS-ROUND
               COMPUTE WS-K = WS-K / 2
           END-PERFORM.

       ADVANCE-ONE-DIVISION.
           *> The round has been scored: with one match left in the
           *> division the final's winner is champion, otherwise each
           *> winner takes slot n of the next round.
           PERFORM COUNT-ROUND-ENTRIES
           PERFORM VARYING WS-PAIR FROM 1 BY 1
                   UNTIL WS-PAIR * 2 > WS-K
               PERFORM SETTLE-ONE-PAIR
               PERFORM ADD-NEXT-ROUND-ENTRY
           END-PERFORM
           MOVE WS-NEXT-ROUND TO WS-DV-CURRENT-ROUND(WS-D).

       SETTLE-ONE-PAIR.
           PERFORM FIND-PAIR-ENTRIES
           MOVE SPACES TO WS-WIN-NOTE
           IF WS-BE-PLAYER-ID(WS-AWAY-ENTRY) = WS-BYE-ID
               MOVE WS-HOME-ENTRY TO WS-WIN-ENTRY
               MOVE WS-AWAY-ENTRY TO WS-LOSE-ENTRY
               MOVE "BYE" TO WS-WIN-NOTE
               PERFORM RECORD-PAIR-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAIR-MATCH
           MOVE WS-MT-RECORD(WS-MATCH-INDEX) TO MATCH-RECORD
           MOVE MAT-HOME-POINTS TO WS-BE-POINTS(WS-HOME-ENTRY)
           MOVE MAT-AWAY-POINTS TO WS-BE-POINTS(WS-AWAY-ENTRY)
           EVALUATE TRUE
               WHEN MAT-HOME-WIN
                   MOVE WS-HOME-ENTRY TO WS-WIN-ENTRY
                   MOVE WS-AWAY-ENTRY TO WS-LOSE-ENTRY
               WHEN MAT-AWAY-WIN
                   MOVE WS-AWAY-ENTRY TO WS-WIN-ENTRY
                   MOVE WS-HOME-ENTRY TO WS-LOSE-ENTRY
               WHEN OTHER
                   *> Single elimination cannot carry a draw forward -
                   *> level totals, or a pairing neither side turned
                   *> up for, go to the better seed.
                   IF WS-BE-SEED(WS-HOME-ENTRY) <
                      WS-BE-SEED(WS-AWAY-ENTRY)
                       MOVE WS-HOME-ENTRY TO WS-WIN-ENTRY
                       MOVE WS-AWAY-ENTRY TO WS-LOSE-ENTRY
                   ELSE
                       MOVE WS-AWAY-ENTRY TO WS-WIN-ENTRY
                       MOVE WS-HOME-ENTRY TO WS-LOSE-ENTRY
                   END-IF
                   IF MAT-DRAW
                       MOVE "DRAW - HIGHER SEED" TO WS-WIN-NOTE
                   ELSE
                       MOVE "NO CARDS - HIGHER SEED" TO WS-WIN-NOTE
                   END-IF
           END-EVALUATE
           PERFORM RECORD-PAIR-RESULT.

       RECORD-PAIR-RESULT.
           MOVE "W" TO WS-BE-OUTCOME(WS-WIN-ENTRY)
           MOVE "L" TO WS-BE-OUTCOME(WS-LOSE-ENTRY)
           MOVE WS-WIN-NOTE TO WS-BE-NOTE(WS-WIN-ENTRY).

       ADD-NEXT-ROUND-ENTRY.
           IF WS-BRACKET-COUNT >= 80
               DISPLAY "PLAYOFF: warning - bracket table is full - max
      -             "imum 80 bracket entries"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRACKET-COUNT
           MOVE WS-DV-CODE(WS-D) TO WS-BE-DIVISION(WS-BRACKET-COUNT)
           MOVE WS-NEXT-ROUND TO WS-BE-ROUND(WS-BRACKET-COUNT)
           MOVE WS-PAIR TO WS-BE-SLOT(WS-BRACKET-COUNT)
           MOVE WS-BE-SEED(WS-WIN-ENTRY)
              TO WS-BE-SEED(WS-BRACKET-COUNT)
           MOVE WS-BE-PLAYER-ID(WS-WIN-ENTRY)
              TO WS-BE-PLAYER-ID(WS-BRACKET-COUNT)
           MOVE WS-BE-PLAYER-NAME(WS-WIN-ENTRY)
              TO WS-BE-PLAYER-NAME(WS-BRACKET-COUNT)
           MOVE 0 TO WS-BE-POINTS(WS-BRACKET-COUNT)
           MOVE SPACES TO WS-BE-NOTE(WS-BRACKET-COUNT)
           IF WS-K = 2
               MOVE SPACES TO WS-BE-GAME-DATE(WS-BRACKET-COUNT)
               MOVE "C" TO WS-BE-OUTCOME(WS-BRACKET-COUNT)
               MOVE "Y" TO WS-DV-DONE-FLAG(WS-D)
               ADD 1 TO WS-CHAMPIONS-MARKED
           ELSE
               MOVE WS-PO-DATE(WS-NEXT-ROUND)
                  TO WS-BE-GAME-DATE(WS-BRACKET-COUNT)
               MOVE SPACE TO WS-BE-OUTCOME(WS-BRACKET-COUNT)
           END-IF.

       WRITE-BRACKET-FILE.
           PERFORM SAVE-OTHER-HALL-BRACKETS
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BRACKET-FILE
           IF WS-BRACKET-STATUS NOT = "00"
               DISPLAY "PLAYOFF: fatal - bracket file write failed - s
      -             "tatus " WS-BRACKET-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM RESTORE-OTHER-HALL-BRACKETS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BRACKET-COUNT
               MOVE SPACES TO BRACKET-RECORD
               MOVE WS-SEASON-ID TO PB-SEASON-ID
               MOVE WS-BE-DIVISION(WS-I) TO PB-DIVISION
               MOVE WS-BE-ROUND(WS-I) TO PB-ROUND
               MOVE WS-BE-SLOT(WS-I) TO PB-SLOT
               MOVE WS-BE-SEED(WS-I) TO PB-SEED
               MOVE WS-BE-PLAYER-ID(WS-I) TO PB-PLAYER-ID
               MOVE WS-BE-PLAYER-NAME(WS-I) TO PB-PLAYER-NAME
               MOVE WS-BE-GAME-DATE(WS-I) TO PB-GAME-DATE
               MOVE WS-BE-OUTCOME(WS-I) TO PB-OUTCOME
               MOVE WS-BE-POINTS(WS-I) TO PB-POINTS
               MOVE WS-HALL-CODE TO PB-HALL-CODE
               WRITE BRACKET-RECORD
           END-PERFORM
           CLOSE BRACKET-FILE.

       SAVE-OTHER-HALL-BRACKETS.
           *> The other halls' brackets are set aside on PLAYOFBW
           *> before the file is rewritten - only this hall's bracket
           *> is replaced.
           MOVE 0 TO WS-KEPT-BRACKET-COUNT
           OPEN INPUT BRACKET-FILE
           IF WS-BRACKET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BRACKET-WORK-FILE
           IF WS-BRACKET-WORK-STATUS NOT = "00"
               DISPLAY "PLAYOFF: fatal - bracket work file not availa
      -             "ble - status " WS-BRACKET-WORK-STATUS
               CLOSE BRACKET-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BRACKET-EOF
           PERFORM UNTIL BRACKET-AT-EOF
               READ BRACKET-FILE
                   AT END
                       MOVE "Y" TO WS-BRACKET-EOF
                   NOT AT END
                       IF PB-HALL-CODE NOT = WS-HALL-CODE
                           WRITE BRACKET-WORK-RECORD
                              FROM BRACKET-RECORD
                           ADD 1 TO WS-KEPT-BRACKET-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRACKET-FILE
           CLOSE BRACKET-WORK-FILE.

       RESTORE-OTHER-HALL-BRACKETS.
           IF WS-KEPT-BRACKET-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BRACKET-WORK-FILE
           MOVE "N" TO WS-BRACKET-EOF
           PERFORM UNTIL BRACKET-AT-EOF
               READ BRACKET-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-BRACKET-EOF
                   NOT AT END
                       WRITE BRACKET-RECORD FROM BRACKET-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE BRACKET-WORK-FILE.

       APPEND-ROUND-PAIRINGS.
           *> The new round goes onto MATCHES beside the season's own
           *> fixtures, so the scoring pass settles a playoff night
           *> exactly as it settles any other.
           MOVE 0 TO WS-PAIRINGS-WRITTEN
           OPEN EXTEND MATCH-FILE
           IF WS-MATCH-STATUS NOT = "00"
               OPEN OUTPUT MATCH-FILE
           END-IF
           IF WS-MATCH-STATUS NOT = "00"
               DISPLAY "PLAYOFF: fatal - match file not available - st
      -             "atus " WS-MATCH-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-ROUND TO WS-ROUND
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 2
               IF WS-DV-SIZE(WS-D) >= 2 AND NOT DV-DECIDED(WS-D)
                  AND WS-DV-CURRENT-ROUND(WS-D) = WS-ROUND
                   PERFORM APPEND-ONE-DIVISION-ROUND
               END-IF
           END-PERFORM
           CLOSE MATCH-FILE.

       APPEND-ONE-DIVISION-ROUND.
           PERFORM VARYING WS-PAIR FROM 1 BY 1
                   UNTIL WS-PAIR > 8
               PERFORM FIND-PAIR-ENTRIES
               IF WS-HOME-ENTRY > 0 AND WS-AWAY-ENTRY > 0
                   MOVE SPACES TO MATCH-RECORD
                   MOVE WS-BE-GAME-DATE(WS-HOME-ENTRY) TO MAT-GAME-DATE
                   MOVE WS-DV-CODE(WS-D) TO MAT-DIVISION
                   MOVE WS-BE-PLAYER-ID(WS-HOME-ENTRY) TO MAT-HOME-ID
                   MOVE WS-BE-PLAYER-ID(WS-AWAY-ENTRY) TO MAT-AWAY-ID
                   MOVE SPACE TO MAT-RESULT
                   MOVE 0 TO MAT-HOME-POINTS
                   MOVE 0 TO MAT-AWAY-POINTS
                   MOVE WS-HALL-CODE TO MAT-HALL-CODE
                   MOVE 0 TO MAT-TABLE-NUMBER
                   WRITE MATCH-RECORD
                   ADD 1 TO WS-PAIRINGS-WRITTEN
               END-IF
           END-PERFORM.

       PRINT-BRACKET-SHEET.
           OPEN OUTPUT BRACKET-SHEET-FILE
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "PLAYOFF: warning - bracket sheet write failed
      -             "- status " WS-SHEET-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BRACKET-SHEET-LINE
           STRING "PLAYOFF BRACKET - " WS-HALL-NAME
                  " - SEASON " WS-SEASON-ID " - " WS-SHEET-TITLE
              DELIMITED BY SIZE INTO BRACKET-SHEET-LINE
           END-STRING
           WRITE BRACKET-SHEET-LINE
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 2
               IF WS-DV-SIZE(WS-D) >= 2
                   PERFORM PRINT-ONE-DIVISION-BRACKET
               END-IF
           END-PERFORM
           CLOSE BRACKET-SHEET-FILE.

       PRINT-ONE-DIVISION-BRACKET.
           MOVE SPACES TO BRACKET-SHEET-LINE
           WRITE BRACKET-SHEET-LINE
           MOVE SPACES TO BRACKET-SHEET-LINE
           STRING "DIVISION " WS-DV-CODE(WS-D) " - "
                  WS-DV-SEEDS(WS-D) " SEED(S)"
              DELIMITED BY SIZE INTO BRACKET-SHEET-LINE
           END-STRING
           WRITE BRACKET-SHEET-LINE
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > WS-DV-CURRENT-ROUND(WS-D)
               PERFORM PRINT-ONE-ROUND
           END-PERFORM.

       PRINT-ONE-ROUND.
           MOVE SPACES TO WS-ROUND-DATE
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BRACKET-COUNT
               IF WS-BE-DIVISION(WS-I) = WS-DV-CODE(WS-D)
                  AND WS-BE-ROUND(WS-I) = WS-ROUND
                   ADD 1 TO WS-J
                   MOVE WS-BE-GAME-DATE(WS-I) TO WS-ROUND-DATE
                   MOVE WS-I TO WS-WIN-ENTRY
               END-IF
           END-PERFORM
           IF WS-J = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BRACKET-SHEET-LINE
           IF WS-J = 1 AND BE-CHAMPION(WS-WIN-ENTRY)
               STRING " CHAMPION - (" WS-BE-SEED(WS-WIN-ENTRY) ") "
                      WS-BE-PLAYER-ID(WS-WIN-ENTRY) " "
                      WS-BE-PLAYER-NAME(WS-WIN-ENTRY)
                  DELIMITED BY SIZE INTO BRACKET-SHEET-LINE
               END-STRING
               WRITE BRACKET-SHEET-LINE
               EXIT PARAGRAPH
           END-IF
           STRING " ROUND " WS-ROUND " - " WS-ROUND-DATE
              DELIMITED BY SIZE INTO BRACKET-SHEET-LINE
           END-STRING
           WRITE BRACKET-SHEET-LINE
           PERFORM VARYING WS-PAIR FROM 1 BY 1
                   UNTIL WS-PAIR * 2 > WS-J
               PERFORM FIND-PAIR-ENTRIES
               PERFORM PRINT-ONE-PAIRING
           END-PERFORM.

       PRINT-ONE-PAIRING.
           MOVE SPACES TO WS-BRACKET-DETAIL-LINE
           MOVE WS-BE-SEED(WS-HOME-ENTRY) TO WS-BDL-HOME-SEED
           MOVE WS-BE-PLAYER-ID(WS-HOME-ENTRY) TO WS-BDL-HOME-ID
           MOVE WS-BE-PLAYER-NAME(WS-HOME-ENTRY) TO WS-BDL-HOME-NAME
           MOVE WS-BE-SEED(WS-AWAY-ENTRY) TO WS-BDL-AWAY-SEED
           MOVE WS-BE-PLAYER-NAME(WS-AWAY-ENTRY) TO WS-BDL-AWAY-NAME
           IF WS-BE-PLAYER-ID(WS-AWAY-ENTRY) = WS-BYE-ID
               MOVE "BYE" TO WS-BDL-AWAY-ID
               MOVE 0 TO WS-BDL-AWAY-SEED
           ELSE
               MOVE WS-BE-PLAYER-ID(WS-AWAY-ENTRY) TO WS-BDL-AWAY-ID
           END-IF
           IF BE-PENDING(WS-HOME-ENTRY)
               MOVE SPACES TO WS-BDL-WINNER-ID
           ELSE
               MOVE WS-BE-POINTS(WS-HOME-ENTRY) TO WS-BDL-HOME-POINTS
               MOVE WS-BE-POINTS(WS-AWAY-ENTRY) TO WS-BDL-AWAY-POINTS
               IF BE-ADVANCED(WS-HOME-ENTRY)
                   MOVE WS-BE-PLAYER-ID(WS-HOME-ENTRY)
                      TO WS-BDL-WINNER-ID
                   MOVE WS-BE-NOTE(WS-HOME-ENTRY) TO WS-BDL-NOTE
               ELSE
                   MOVE WS-BE-PLAYER-ID(WS-AWAY-ENTRY)
                      TO WS-BDL-WINNER-ID
                   MOVE WS-BE-NOTE(WS-AWAY-ENTRY) TO WS-BDL-NOTE
               END-IF
           END-IF
           MOVE WS-BRACKET-DETAIL-LINE TO BRACKET-SHEET-LINE
           WRITE BRACKET-SHEET-LINE.

       MARK-CAREER-CHAMPIONS.
           *> The career archive is a sequential file, so the champion
           *> flag is set by copying it aside and writing it back with
           *> the champions' season rows marked. The archive is only
           *> rewritten from a complete copy.
           MOVE 0 TO WS-CAREER-ROWS
           MOVE 0 TO WS-CAREER-COPIED
           OPEN INPUT CAREER-HISTORY-FILE
           IF WS-CAREER-STATUS NOT = "00"
               DISPLAY "PLAYOFF: warning - career archive not availabl
      -             "e - champion not recorded - status "
                  WS-CAREER-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CAREER-WORK-FILE
           IF WS-CAREER-WORK-STATUS NOT = "00"
               DISPLAY "PLAYOFF: warning - career work file not availa
      -             "ble - champion not recorded - status "
                  WS-CAREER-WORK-STATUS
               CLOSE CAREER-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAREER-EOF
           PERFORM UNTIL CAREER-AT-EOF
               READ CAREER-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-CAREER-EOF
                   NOT AT END
                       ADD 1 TO WS-CAREER-ROWS
                       MOVE CAREER-HISTORY-RECORD TO CAREER-WORK-RECORD
                       WRITE CAREER-WORK-RECORD
                       IF WS-CAREER-WORK-STATUS = "00"
                           ADD 1 TO WS-CAREER-COPIED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAREER-HISTORY-FILE
           CLOSE CAREER-WORK-FILE
           IF WS-CAREER-COPIED NOT = WS-CAREER-ROWS
               DISPLAY "PLAYOFF: warning - career archive copy is inco
      -             "mplete - champion not recorded"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-K
           OPEN INPUT CAREER-WORK-FILE
           OPEN OUTPUT CAREER-HISTORY-FILE
           IF WS-CAREER-STATUS NOT = "00"
               DISPLAY "PLAYOFF: warning - career archive rewrite fail
      -             "ed - complete copy left on CAREERHW - status "
                  WS-CAREER-STATUS
               CLOSE CAREER-WORK-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAREER-EOF
           PERFORM UNTIL CAREER-AT-EOF
               READ CAREER-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-CAREER-EOF
                   NOT AT END
                       MOVE CAREER-WORK-RECORD TO CAREER-HISTORY-RECORD
                       PERFORM MARK-ONE-CAREER-ROW
                       WRITE CAREER-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE CAREER-WORK-FILE
           CLOSE CAREER-HISTORY-FILE
           IF WS-K < WS-CHAMPIONS-MARKED
               DISPLAY "PLAYOFF: warning - " WS-CHAMPIONS-MARKED
                  " champion(s) decided but " WS-K
                  " career row(s) found to mark"
           END-IF.

       MARK-ONE-CAREER-ROW.
           IF CH-SEASON-ID NOT = WS-SEASON-ID
              OR CH-HALL-CODE NOT = WS-HALL-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BRACKET-COUNT
               IF BE-CHAMPION(WS-I)
                  AND WS-BE-PLAYER-ID(WS-I) = CH-PLAYER-ID
                  AND WS-BE-DIVISION(WS-I) = CH-DIVISION
                   MOVE "C" TO CH-PLAYOFF-RESULT
                   ADD 1 TO WS-K
               END-IF
           END-PERFORM.
