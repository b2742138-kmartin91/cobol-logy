       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIRPLAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAIRPLAY-PARM-FILE ASSIGN TO "FAIRPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT SCORED-HISTORY-FILE ASSIGN TO "SCOREHX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCOREHX-STATUS.

           SELECT FAIRPLAY-REPORT-FILE ASSIGN TO "FAIRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Optional review thresholds for the rules committee - any
      *> field left blank or zero keeps the standing default: at least
      *> 60 rolls before a player's rates are judged, a yacht rate 3.0
      *> times the rest of the league with at least 3 yachts, a dice
      *> chi-square limit of 20.52 (five degrees of freedom, one in a
      *> thousand by chance), repeated cards of at least 4 rounds and
      *> perfect cards of at least 6 rounds.
       FD  FAIRPLAY-PARM-FILE.
       01  FAIRPLAY-PARM-RECORD.
           05  FPR-MIN-ROLLS          PIC 9(4).
           05  FILLER                 PIC X.
           05  FPR-YACHT-FACTOR       PIC 9V9.
           05  FILLER                 PIC X.
           05  FPR-MIN-YACHTS         PIC 99.
           05  FILLER                 PIC X.
           05  FPR-CHI-LIMIT          PIC 99V99.
           05  FILLER                 PIC X.
           05  FPR-MIN-SEQ-ROUNDS     PIC 99.
           05  FILLER                 PIC X.
           05  FPR-MIN-CARD-ROUNDS    PIC 99.

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       FD  SCORED-HISTORY-FILE.
       COPY "CPY-SCORED-ROLL.cpy".

       FD  FAIRPLAY-REPORT-FILE.
       01  FAIRPLAY-REPORT-LINE       PIC X(120).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-PARM-STATUS           PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-SCOREHX-STATUS        PIC XX VALUE SPACES.
          05 WS-REPORT-STATUS         PIC XX VALUE SPACES.
          05 WS-SCOREHX-EOF           PIC X VALUE "N".
             88 SCOREHX-AT-EOF        VALUE "Y".
          05 WS-CARD-FULL-FLAG        PIC X VALUE "N".
             88 CARD-TABLE-FULL       VALUE "Y".
          05 WS-PLAYER-FULL-FLAG      PIC X VALUE "N".
             88 PLAYER-TABLE-FULL     VALUE "Y".

      *> The hall under review - named on HALLPRM, blank for the
      *> original league. Its players are measured against the rest
      *> of that hall's league under that hall's rules; other halls'
      *> rolls are left out of every count.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.

       01 WS-REVIEW-LIMITS.
          05 WS-MIN-ROLLS             PIC 9(4) VALUE 60.
          05 WS-YACHT-FACTOR          PIC 9V9 VALUE 3.0.
          05 WS-MIN-YACHTS            PIC 99 VALUE 3.
          05 WS-CHI-LIMIT             PIC 99V99 VALUE 20.52.
          05 WS-MIN-SEQ-ROUNDS        PIC 99 VALUE 4.
          05 WS-MIN-CARD-ROUNDS       PIC 99 VALUE 6.

       01 WS-LEAGUE-RULES.
          05 WS-YACHT-SCORE           PIC 999 VALUE 50.
          05 WS-STRAIGHT-SCORE        PIC 999 VALUE 30.

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
      *> bonus - five of the face for the upper section, sixes over
      *> fives for a full house, four sixes for four of a kind. The
      *> straights and the yacht are set from the league rules.
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

       01 WS-WORK-FIELDS.
          05 WS-C                     PIC 99 VALUE 0.
          05 WS-CAT-INDEX             PIC 99 VALUE 0.
          05 WS-I                     PIC 9 VALUE 0.
          05 WS-F                     PIC 9 VALUE 0.
          05 WS-R                     PIC 99 VALUE 0.
          05 WS-S                     PIC 99 VALUE 0.
          05 WS-P                     PIC 999 VALUE 0.
          05 WS-PLAYER-INDEX          PIC 999 VALUE 0.
          05 WS-CD                    PIC 9(4) VALUE 0.
          05 WS-CD2                   PIC 9(4) VALUE 0.
          05 WS-CARD-INDEX            PIC 9(4) VALUE 0.
          05 WS-DICE-VALUE            PIC 9 VALUE 0.
          05 WS-SWAP-ROUND            PIC 99 VALUE 0.
          05 WS-SWAP-DICE             PIC X(5) VALUE SPACES.
          05 WS-SEQ-POS               PIC 99 VALUE 0.
          05 WS-ROLLS-READ            PIC 9(7) VALUE 0.
          05 WS-REVERSED-SKIPPED      PIC 9(7) VALUE 0.
          05 WS-PTR                   PIC 999 VALUE 0.
          05 WS-LIST-COUNT            PIC 99 VALUE 0.
          05 WS-NIGHT-COUNT           PIC 9(4) VALUE 0.
          05 WS-FIRST-NIGHT           PIC X(8) VALUE SPACES.
          05 WS-LAST-NIGHT            PIC X(8) VALUE SPACES.
          05 WS-MATCH-COUNT           PIC 9(4) VALUE 0.
          05 WS-OTHER-NIGHT-FLAG      PIC X VALUE "N".
             88 MATCH-ON-OTHER-NIGHT  VALUE "Y".

       01 WS-LEAGUE-TOTALS.
          05 WS-LG-ROLLS              PIC 9(8) VALUE 0.
          05 WS-LG-YACHTS             PIC 9(7) VALUE 0.
          05 WS-LG-FACE OCCURS 6 TIMES PIC 9(9) VALUE 0.
          05 WS-LG-FACE-TOTAL         PIC 9(9) VALUE 0.
          05 WS-LG-CARDS              PIC 9(6) VALUE 0.
          05 WS-LG-CARD-POINTS        PIC 9(9) VALUE 0.
          05 WS-LG-ROUNDS             PIC 9(8) VALUE 0.
          05 WS-LG-MAXED              PIC 9(8) VALUE 0.

       01 WS-MEASURE-FIELDS.
          05 WS-REST-ROLLS            PIC 9(8) VALUE 0.
          05 WS-REST-YACHTS           PIC 9(7) VALUE 0.
          05 WS-REST-FACE             PIC 9(9) VALUE 0.
          05 WS-REST-FACE-TOTAL       PIC 9(9) VALUE 0.
          05 WS-PLAYER-FACE-TOTAL     PIC 9(8) VALUE 0.
          05 WS-PLAYER-RATE           PIC 9(4)V9 VALUE 0.
          05 WS-REST-RATE             PIC 9(4)V9 VALUE 0.
          05 WS-RATE-RATIO            PIC 999V9 VALUE 0.
          05 WS-EXPECTED              PIC 9(8)V9(4) VALUE 0.
          05 WS-DEVIATION             PIC S9(8)V9(4) VALUE 0.
          05 WS-CHI-SQUARE            PIC 9(7)V99 VALUE 0.
          05 WS-PLAYER-PCT            PIC 999V9 VALUE 0.
          05 WS-LEAGUE-PCT            PIC 999V9 VALUE 0.
          05 WS-AVG-CARD-POINTS       PIC 9(4)V9 VALUE 0.
          05 WS-MAXED-PCT             PIC 999V9 VALUE 0.

       01 WS-FLAG-COUNTS.
          05 WS-YACHT-FLAGS           PIC 9(4) VALUE 0.
          05 WS-FACE-FLAGS            PIC 9(4) VALUE 0.
          05 WS-SEQ-FLAGS             PIC 9(4) VALUE 0.
          05 WS-PERFECT-FLAGS         PIC 9(4) VALUE 0.
          05 WS-TOTAL-FLAGS           PIC 9(5) VALUE 0.

       01 WS-PLAYER-COUNT             PIC 999 VALUE 0.
       01 WS-PLAYER-TABLE.
          05 WS-FP-ENTRY OCCURS 300 TIMES.
             10 WS-FP-PLAYER-ID       PIC X(10).
             10 WS-FP-ROLLS           PIC 9(6).
             10 WS-FP-YACHTS          PIC 9(5).
             10 WS-FP-FACE OCCURS 6 TIMES PIC 9(7).

      *> One entry per player per night - the card as it was played,
      *> its rounds kept by round number so the dice can be laid out
      *> in the order they were rolled.
       01 WS-CARD-COUNT               PIC 9(4) VALUE 0.
       01 WS-CARD-TABLE.
          05 WS-CARD-ENTRY OCCURS 6000 TIMES.
             10 WS-CD-PLAYER-ID       PIC X(10).
             10 WS-CD-NIGHT           PIC X(8).
             10 WS-CD-ROUNDS          PIC 99.
             10 WS-CD-YACHTS          PIC 99.
             10 WS-CD-MAXED           PIC 99.
             10 WS-CD-POINTS          PIC 9(4).
             10 WS-CD-SEQUENCE        PIC X(60).
             10 WS-CD-ROUND OCCURS 12 TIMES.
                15 WS-CD-ROUND-NO     PIC 99.
                15 WS-CD-ROUND-DICE   PIC X(5).

       01 WS-YACHT-FLAG-LINE.
          05 FILLER                   PIC X(7) VALUE "PLAYER ".
          05 WS-YFL-PLAYER-ID         PIC X(10).
          05 FILLER                   PIC X(8) VALUE "  ROLLS ".
          05 WS-YFL-ROLLS             PIC ZZZZZ9.
          05 FILLER                   PIC X(9) VALUE "  YACHTS ".
          05 WS-YFL-YACHTS            PIC ZZZZ9.
          05 FILLER                   PIC X(12) VALUE "  PER 1000 ".
          05 WS-YFL-RATE              PIC ZZZ9.9.
          05 FILLER                   PIC X(17)
             VALUE "  REST OF LEAGUE ".
          05 WS-YFL-REST-RATE         PIC ZZZ9.9.
          05 FILLER                   PIC X(8) VALUE "  RATIO ".
          05 WS-YFL-RATIO             PIC ZZ9.9.
          05 FILLER                   PIC X VALUE "X".

       01 WS-FACE-FLAG-LINE.
          05 FILLER                   PIC X(7) VALUE "PLAYER ".
          05 WS-FFL-PLAYER-ID         PIC X(10).
          05 FILLER                   PIC X(7) VALUE "  DICE ".
          05 WS-FFL-DICE              PIC ZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE "  CHI-SQUARE ".
          05 WS-FFL-CHI               PIC ZZZZZ9.99.
          05 FILLER                   PIC X(8) VALUE "  LIMIT ".
          05 WS-FFL-LIMIT             PIC Z9.99.

       01 WS-FACE-DETAIL-LINE.
          05 FILLER                   PIC X(9) VALUE "    FACE ".
          05 WS-FDL-FACE              PIC 9.
          05 FILLER                   PIC X(9) VALUE "  PLAYER ".
          05 WS-FDL-COUNT             PIC ZZZZZZ9.
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-FDL-PLAYER-PCT        PIC ZZ9.9.
          05 FILLER                   PIC X(10) VALUE "%  LEAGUE ".
          05 WS-FDL-LEAGUE-PCT        PIC ZZ9.9.
          05 FILLER                   PIC X VALUE "%".

       01 WS-PERFECT-FLAG-LINE.
          05 FILLER                   PIC X(7) VALUE "PLAYER ".
          05 WS-PFL-PLAYER-ID         PIC X(10).
          05 FILLER                   PIC X(8) VALUE "  NIGHT ".
          05 WS-PFL-NIGHT             PIC X(8).
          05 FILLER                   PIC X(9) VALUE "  ROUNDS ".
          05 WS-PFL-ROUNDS            PIC Z9.
          05 FILLER                   PIC X(15) VALUE " ALL AT MAXIMUM".
          05 FILLER                   PIC X(9) VALUE "  POINTS ".
          05 WS-PFL-POINTS            PIC ZZZ9.
          05 FILLER                   PIC X(23)
             VALUE "  LEAGUE AVERAGE CARD ".
          05 WS-PFL-AVERAGE           PIC ZZZ9.9.

       01 WS-NUMBER-EDITS.
          05 WS-COUNT-OUT             PIC ZZZZZZZ9.
          05 WS-RATE-OUT              PIC ZZZ9.9.
          05 WS-PCT-OUT               PIC ZZ9.9.
          05 WS-ROUNDS-OUT            PIC Z9.
          05 WS-YACHTS-OUT            PIC Z9.

       PROCEDURE DIVISION.
       RUN-FAIR-PLAY-REVIEW.
           PERFORM READ-REVIEW-LIMITS
           PERFORM READ-HALL-PARM
           PERFORM READ-LEAGUE-RULES

           OPEN INPUT SCORED-HISTORY-FILE
           IF WS-SCOREHX-STATUS NOT = "00"
               DISPLAY "FAIRPLAY: fatal - scored history file not avai
      -             "lable - status " WS-SCOREHX-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FAIRPLAY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FAIRPLAY: fatal - review report not available
      -             "- status " WS-REPORT-STATUS
               CLOSE SCORED-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-SCOREHX-EOF
           PERFORM UNTIL SCOREHX-AT-EOF
               READ SCORED-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-SCOREHX-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE SCORED-HISTORY-FILE

           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               PERFORM ORDER-ONE-CARD
           END-PERFORM

           PERFORM WRITE-BASELINE-SECTION
           PERFORM WRITE-YACHT-RATE-SECTION
           PERFORM WRITE-FACE-FAIRNESS-SECTION
           PERFORM WRITE-REPEATED-CARD-SECTION
           PERFORM WRITE-PERFECT-CARD-SECTION

           COMPUTE WS-TOTAL-FLAGS = WS-YACHT-FLAGS + WS-FACE-FLAGS
              + WS-SEQ-FLAGS + WS-PERFECT-FLAGS
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "FLAGS RAISED " WS-TOTAL-FLAGS
                  "  YACHT RATE " WS-YACHT-FLAGS
                  "  DICE FAIRNESS " WS-FACE-FLAGS
                  "  REPEATED CARDS " WS-SEQ-FLAGS
                  "  PERFECT CARDS " WS-PERFECT-FLAGS
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE
           CLOSE FAIRPLAY-REPORT-FILE
           DISPLAY "FAIRPLAY: " WS-ROLLS-READ " scored roll(s) review
      -        "ed - " WS-TOTAL-FLAGS " flag(s) raised"
           GOBACK.

       READ-REVIEW-LIMITS.
           OPEN INPUT FAIRPLAY-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ FAIRPLAY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FPR-MIN-ROLLS IS NUMERIC AND FPR-MIN-ROLLS > 0
                       MOVE FPR-MIN-ROLLS TO WS-MIN-ROLLS
                   END-IF
                   IF FPR-YACHT-FACTOR IS NUMERIC
                      AND FPR-YACHT-FACTOR > 0
                       MOVE FPR-YACHT-FACTOR TO WS-YACHT-FACTOR
                   END-IF
                   IF FPR-MIN-YACHTS IS NUMERIC AND FPR-MIN-YACHTS > 0
                       MOVE FPR-MIN-YACHTS TO WS-MIN-YACHTS
                   END-IF
                   IF FPR-CHI-LIMIT IS NUMERIC AND FPR-CHI-LIMIT > 0
                       MOVE FPR-CHI-LIMIT TO WS-CHI-LIMIT
                   END-IF
                   IF FPR-MIN-SEQ-ROUNDS IS NUMERIC
                      AND FPR-MIN-SEQ-ROUNDS > 0
                       MOVE FPR-MIN-SEQ-ROUNDS TO WS-MIN-SEQ-ROUNDS
                   END-IF
                   IF FPR-MIN-CARD-ROUNDS IS NUMERIC
                      AND FPR-MIN-CARD-ROUNDS > 0
                       MOVE FPR-MIN-CARD-ROUNDS TO WS-MIN-CARD-ROUNDS
                   END-IF
           END-READ
           CLOSE FAIRPLAY-PARM-FILE.

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

       TALLY-ONE-HISTORY-ROW.
           IF SRL-HALL-CODE NOT = WS-HALL-CODE
               EXIT PARAGRAPH
           END-IF
           IF SRL-REVERSED
               ADD 1 TO WS-REVERSED-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROLLS-READ
           ADD 1 TO WS-LG-ROLLS
           IF SRL-YACHT-FLAG = 1
               ADD 1 TO WS-LG-YACHTS
           END-IF
           PERFORM FIND-OR-ADD-REVIEW-PLAYER
           IF WS-PLAYER-INDEX > 0
               ADD 1 TO WS-FP-ROLLS(WS-PLAYER-INDEX)
               IF SRL-YACHT-FLAG = 1
                   ADD 1 TO WS-FP-YACHTS(WS-PLAYER-INDEX)
               END-IF
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               IF SRL-DICE(WS-I:1) >= "1" AND SRL-DICE(WS-I:1) <= "6"
                   MOVE SRL-DICE(WS-I:1) TO WS-DICE-VALUE
                   ADD 1 TO WS-LG-FACE(WS-DICE-VALUE)
                   IF WS-PLAYER-INDEX > 0
                       ADD 1
                          TO WS-FP-FACE(WS-PLAYER-INDEX, WS-DICE-VALUE)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM ADD-ROW-TO-CARD.

       FIND-OR-ADD-REVIEW-PLAYER.
           MOVE 0 TO WS-PLAYER-INDEX
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PLAYER-COUNT
               IF WS-FP-PLAYER-ID(WS-P) = SRL-PLAYER-ID
                   MOVE WS-P TO WS-PLAYER-INDEX
               END-IF
           END-PERFORM
           IF WS-PLAYER-INDEX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAYER-COUNT >= 300
               IF NOT PLAYER-TABLE-FULL
                   DISPLAY "FAIRPLAY: warning - player table is full -
      -                 " maximum 300 players"
                   MOVE "Y" TO WS-PLAYER-FULL-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAYER-COUNT
           MOVE WS-PLAYER-COUNT TO WS-PLAYER-INDEX
           MOVE SRL-PLAYER-ID TO WS-FP-PLAYER-ID(WS-PLAYER-INDEX)
           MOVE 0 TO WS-FP-ROLLS(WS-PLAYER-INDEX)
           MOVE 0 TO WS-FP-YACHTS(WS-PLAYER-INDEX)
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               MOVE 0 TO WS-FP-FACE(WS-PLAYER-INDEX, WS-F)
           END-PERFORM.

       ADD-ROW-TO-CARD.
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
                       DISPLAY "FAIRPLAY: warning - card table is full
      -                     " - maximum 6000 cards - later cards not re
      -                     "viewed"
                       MOVE "Y" TO WS-CARD-FULL-FLAG
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-CARD-COUNT TO WS-CARD-INDEX
               MOVE SRL-PLAYER-ID TO WS-CD-PLAYER-ID(WS-CARD-INDEX)
               MOVE SRL-RUN-DATE TO WS-CD-NIGHT(WS-CARD-INDEX)
               MOVE 0 TO WS-CD-ROUNDS(WS-CARD-INDEX)
               MOVE 0 TO WS-CD-YACHTS(WS-CARD-INDEX)
               MOVE 0 TO WS-CD-MAXED(WS-CARD-INDEX)
               MOVE 0 TO WS-CD-POINTS(WS-CARD-INDEX)
               MOVE SPACES TO WS-CD-SEQUENCE(WS-CARD-INDEX)
           END-IF
           IF WS-CD-ROUNDS(WS-CARD-INDEX) >= 12
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CD-ROUNDS(WS-CARD-INDEX)
           MOVE WS-CD-ROUNDS(WS-CARD-INDEX) TO WS-R
           MOVE SRL-ROUND-NUMBER TO WS-CD-ROUND-NO(WS-CARD-INDEX, WS-R)
           MOVE SRL-DICE TO WS-CD-ROUND-DICE(WS-CARD-INDEX, WS-R)
           ADD SRL-POINTS TO WS-CD-POINTS(WS-CARD-INDEX)
           IF SRL-YACHT-FLAG = 1
               ADD 1 TO WS-CD-YACHTS(WS-CARD-INDEX)
           END-IF
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

       ORDER-ONE-CARD.
           *> Lay the rounds out in round-number order and string the
           *> dice together - two nights with the same string are the
           *> same score sheet rolled twice.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R >= WS-CD-ROUNDS(WS-CD)
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-CD-ROUNDS(WS-CD) - WS-R
                   IF WS-CD-ROUND-NO(WS-CD, WS-S)
                      > WS-CD-ROUND-NO(WS-CD, WS-S + 1)
                       MOVE WS-CD-ROUND-NO(WS-CD, WS-S)
                          TO WS-SWAP-ROUND
                       MOVE WS-CD-ROUND-DICE(WS-CD, WS-S)
                          TO WS-SWAP-DICE
                       MOVE WS-CD-ROUND-NO(WS-CD, WS-S + 1)
                          TO WS-CD-ROUND-NO(WS-CD, WS-S)
                       MOVE WS-CD-ROUND-DICE(WS-CD, WS-S + 1)
                          TO WS-CD-ROUND-DICE(WS-CD, WS-S)
                       MOVE WS-SWAP-ROUND
                          TO WS-CD-ROUND-NO(WS-CD, WS-S + 1)
                       MOVE WS-SWAP-DICE
                          TO WS-CD-ROUND-DICE(WS-CD, WS-S + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-CD-SEQUENCE(WS-CD)
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-CD-ROUNDS(WS-CD)
               COMPUTE WS-SEQ-POS = (WS-R - 1) * 5 + 1
               MOVE WS-CD-ROUND-DICE(WS-CD, WS-R)
                  TO WS-CD-SEQUENCE(WS-CD)(WS-SEQ-POS:5)
           END-PERFORM
           ADD 1 TO WS-LG-CARDS
           ADD WS-CD-POINTS(WS-CD) TO WS-LG-CARD-POINTS
           ADD WS-CD-ROUNDS(WS-CD) TO WS-LG-ROUNDS
           ADD WS-CD-MAXED(WS-CD) TO WS-LG-MAXED.

       WRITE-BASELINE-SECTION.
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "SUSPICIOUS PLAY REVIEW - SCORED ROLL HISTORY - "
                  WS-HALL-NAME
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           MOVE "LEAGUE BASELINE" TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "ROLLS " WS-LG-ROLLS "  PLAYERS " WS-PLAYER-COUNT
                  "  CARDS " WS-CARD-COUNT
                  "  REVERSED ROWS SKIPPED " WS-REVERSED-SKIPPED
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE
           IF WS-LG-ROLLS > 0
               COMPUTE WS-RATE-OUT ROUNDED =
                  (WS-LG-YACHTS * 1000) / WS-LG-ROLLS
           ELSE
               MOVE 0 TO WS-RATE-OUT
           END-IF
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "YACHTS " WS-LG-YACHTS "  PER 1000 ROLLS "
                  WS-RATE-OUT
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE
           IF WS-LG-CARDS > 0
               COMPUTE WS-AVG-CARD-POINTS ROUNDED =
                  WS-LG-CARD-POINTS / WS-LG-CARDS
           END-IF
           IF WS-LG-ROUNDS > 0
               COMPUTE WS-MAXED-PCT ROUNDED =
                  (WS-LG-MAXED * 100) / WS-LG-ROUNDS
           END-IF
           MOVE WS-AVG-CARD-POINTS TO WS-RATE-OUT
           MOVE WS-MAXED-PCT TO WS-PCT-OUT
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "AVERAGE CARD POINTS " WS-RATE-OUT
                  "  ROUNDS AT CATEGORY MAXIMUM " WS-PCT-OUT "%"
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE
           MOVE 0 TO WS-LG-FACE-TOTAL
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               ADD WS-LG-FACE(WS-F) TO WS-LG-FACE-TOTAL
           END-PERFORM
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           MOVE 1 TO WS-PTR
           STRING "DICE FACES" DELIMITED BY SIZE
              INTO FAIRPLAY-REPORT-LINE WITH POINTER WS-PTR
           END-STRING
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               IF WS-LG-FACE-TOTAL > 0
                   COMPUTE WS-LEAGUE-PCT ROUNDED =
                      (WS-LG-FACE(WS-F) * 100) / WS-LG-FACE-TOTAL
               ELSE
                   MOVE 0 TO WS-LEAGUE-PCT
               END-IF
               MOVE WS-LEAGUE-PCT TO WS-PCT-OUT
               STRING "  " WS-F "=" WS-PCT-OUT "%" DELIMITED BY SIZE
                  INTO FAIRPLAY-REPORT-LINE WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           WRITE FAIRPLAY-REPORT-LINE
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "EACH PLAYER IS MEASURED AGAINST THE REST OF THE "
                  "LEAGUE - AT LEAST " WS-MIN-ROLLS
                  " ROLLS TO BE JUDGED"
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE.

       WRITE-YACHT-RATE-SECTION.
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           MOVE "YACHT RATE FAR ABOVE THE LEAGUE"
              TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PLAYER-COUNT
               PERFORM TEST-ONE-YACHT-RATE
           END-PERFORM
           IF WS-YACHT-FLAGS = 0
               MOVE "NONE FLAGGED" TO FAIRPLAY-REPORT-LINE
               WRITE FAIRPLAY-REPORT-LINE
           END-IF.

       TEST-ONE-YACHT-RATE.
           IF WS-FP-ROLLS(WS-P) < WS-MIN-ROLLS
              OR WS-FP-YACHTS(WS-P) < WS-MIN-YACHTS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REST-ROLLS = WS-LG-ROLLS - WS-FP-ROLLS(WS-P)
           COMPUTE WS-REST-YACHTS = WS-LG-YACHTS - WS-FP-YACHTS(WS-P)
           IF WS-REST-ROLLS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PLAYER-RATE ROUNDED =
              (WS-FP-YACHTS(WS-P) * 1000) / WS-FP-ROLLS(WS-P)
           COMPUTE WS-REST-RATE ROUNDED =
              (WS-REST-YACHTS * 1000) / WS-REST-ROLLS
           *> Nobody else rolling a yacht at all makes the ratio
           *> unbounded - it reads as the top of the scale.
           IF WS-REST-YACHTS = 0
               MOVE 999.9 TO WS-RATE-RATIO
           ELSE
               COMPUTE WS-RATE-RATIO ROUNDED =
                  (WS-FP-YACHTS(WS-P) * WS-REST-ROLLS)
                  / (WS-FP-ROLLS(WS-P) * WS-REST-YACHTS)
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-RATE-RATIO
               END-COMPUTE
           END-IF
           IF WS-RATE-RATIO < WS-YACHT-FACTOR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-YACHT-FLAGS
           MOVE WS-FP-PLAYER-ID(WS-P) TO WS-YFL-PLAYER-ID
           MOVE WS-FP-ROLLS(WS-P) TO WS-YFL-ROLLS
           MOVE WS-FP-YACHTS(WS-P) TO WS-YFL-YACHTS
           MOVE WS-PLAYER-RATE TO WS-YFL-RATE
           MOVE WS-REST-RATE TO WS-YFL-REST-RATE
           MOVE WS-RATE-RATIO TO WS-YFL-RATIO
           MOVE WS-YACHT-FLAG-LINE TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           PERFORM WRITE-YACHT-NIGHTS.

       WRITE-YACHT-NIGHTS.
           *> The nights the yachts came on, with how many each night,
           *> eight nights to a line.
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           MOVE "    NIGHTS " TO FAIRPLAY-REPORT-LINE
           MOVE 12 TO WS-PTR
           MOVE 0 TO WS-LIST-COUNT
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               IF WS-CD-PLAYER-ID(WS-CD) = WS-FP-PLAYER-ID(WS-P)
                  AND WS-CD-YACHTS(WS-CD) > 0
                   IF WS-LIST-COUNT >= 8
                       WRITE FAIRPLAY-REPORT-LINE
                       MOVE SPACES TO FAIRPLAY-REPORT-LINE
                       MOVE 12 TO WS-PTR
                       MOVE 0 TO WS-LIST-COUNT
                   END-IF
                   MOVE WS-CD-YACHTS(WS-CD) TO WS-YACHTS-OUT
                   STRING WS-CD-NIGHT(WS-CD) "("
                          FUNCTION TRIM(WS-YACHTS-OUT) ") "
                      DELIMITED BY SIZE
                      INTO FAIRPLAY-REPORT-LINE WITH POINTER WS-PTR
                   END-STRING
                   ADD 1 TO WS-LIST-COUNT
               END-IF
           END-PERFORM
           IF WS-LIST-COUNT > 0
               WRITE FAIRPLAY-REPORT-LINE
           END-IF.

       WRITE-FACE-FAIRNESS-SECTION.
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           MOVE "DICE FACES FAIL THE FAIRNESS CHECK"
              TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PLAYER-COUNT
               PERFORM TEST-ONE-FACE-SPREAD
           END-PERFORM
           IF WS-FACE-FLAGS = 0
               MOVE "NONE FLAGGED" TO FAIRPLAY-REPORT-LINE
               WRITE FAIRPLAY-REPORT-LINE
           END-IF.

       TEST-ONE-FACE-SPREAD.
           *> Held dice skew every player's faces toward the sixes, so
           *> fairness is judged against the faces the rest of the
           *> league actually shows, not an even one in six.
           IF WS-FP-ROLLS(WS-P) < WS-MIN-ROLLS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PLAYER-FACE-TOTAL
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               ADD WS-FP-FACE(WS-P, WS-F) TO WS-PLAYER-FACE-TOTAL
           END-PERFORM
           COMPUTE WS-REST-FACE-TOTAL =
              WS-LG-FACE-TOTAL - WS-PLAYER-FACE-TOTAL
           IF WS-REST-FACE-TOTAL = 0 OR WS-PLAYER-FACE-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHI-SQUARE
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               COMPUTE WS-REST-FACE =
                  WS-LG-FACE(WS-F) - WS-FP-FACE(WS-P, WS-F)
               IF WS-REST-FACE > 0
                   COMPUTE WS-EXPECTED ROUNDED =
                      (WS-PLAYER-FACE-TOTAL * WS-REST-FACE)
                      / WS-REST-FACE-TOTAL
                   COMPUTE WS-DEVIATION =
                      WS-FP-FACE(WS-P, WS-F) - WS-EXPECTED
                   COMPUTE WS-CHI-SQUARE ROUNDED = WS-CHI-SQUARE
                      + (WS-DEVIATION * WS-DEVIATION) / WS-EXPECTED
                      ON SIZE ERROR
                          MOVE 9999999.99 TO WS-CHI-SQUARE
                   END-COMPUTE
               END-IF
           END-PERFORM
           IF WS-CHI-SQUARE <= WS-CHI-LIMIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FACE-FLAGS
           MOVE WS-FP-PLAYER-ID(WS-P) TO WS-FFL-PLAYER-ID
           MOVE WS-PLAYER-FACE-TOTAL TO WS-FFL-DICE
           MOVE WS-CHI-SQUARE TO WS-FFL-CHI
           MOVE WS-CHI-LIMIT TO WS-FFL-LIMIT
           MOVE WS-FACE-FLAG-LINE TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           PERFORM WRITE-PLAYER-NIGHT-SPAN
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               COMPUTE WS-REST-FACE =
                  WS-LG-FACE(WS-F) - WS-FP-FACE(WS-P, WS-F)
               MOVE WS-F TO WS-FDL-FACE
               MOVE WS-FP-FACE(WS-P, WS-F) TO WS-FDL-COUNT
               COMPUTE WS-PLAYER-PCT ROUNDED =
                  (WS-FP-FACE(WS-P, WS-F) * 100) / WS-PLAYER-FACE-TOTAL
               COMPUTE WS-LEAGUE-PCT ROUNDED =
                  (WS-REST-FACE * 100) / WS-REST-FACE-TOTAL
               MOVE WS-PLAYER-PCT TO WS-FDL-PLAYER-PCT
               MOVE WS-LEAGUE-PCT TO WS-FDL-LEAGUE-PCT
               MOVE WS-FACE-DETAIL-LINE TO FAIRPLAY-REPORT-LINE
               WRITE FAIRPLAY-REPORT-LINE
           END-PERFORM.

       WRITE-PLAYER-NIGHT-SPAN.
           MOVE 0 TO WS-NIGHT-COUNT
           MOVE SPACES TO WS-FIRST-NIGHT
           MOVE SPACES TO WS-LAST-NIGHT
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               IF WS-CD-PLAYER-ID(WS-CD) = WS-FP-PLAYER-ID(WS-P)
                   ADD 1 TO WS-NIGHT-COUNT
                   IF WS-FIRST-NIGHT = SPACES
                      OR WS-CD-NIGHT(WS-CD) < WS-FIRST-NIGHT
                       MOVE WS-CD-NIGHT(WS-CD) TO WS-FIRST-NIGHT
                   END-IF
                   IF WS-CD-NIGHT(WS-CD) > WS-LAST-NIGHT
                       MOVE WS-CD-NIGHT(WS-CD) TO WS-LAST-NIGHT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-NIGHT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "    NIGHTS " FUNCTION TRIM(WS-COUNT-OUT)
                  " FROM " WS-FIRST-NIGHT " TO " WS-LAST-NIGHT
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE.

       WRITE-REPEATED-CARD-SECTION.
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           MOVE "IDENTICAL DICE SEQUENCES ON DIFFERENT NIGHTS"
              TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               IF WS-CD-ROUNDS(WS-CD) >= WS-MIN-SEQ-ROUNDS
                   PERFORM COMPARE-ONE-CARD-SEQUENCE
               END-IF
           END-PERFORM
           IF WS-SEQ-FLAGS = 0
               MOVE "NONE FLAGGED" TO FAIRPLAY-REPORT-LINE
               WRITE FAIRPLAY-REPORT-LINE
           END-IF.

       COMPARE-ONE-CARD-SEQUENCE.
           *> Each repeated sheet is reported once, led by the first
           *> card that played it - a card matching an earlier one was
           *> already listed under that card.
           MOVE 0 TO WS-MATCH-COUNT
           MOVE "N" TO WS-OTHER-NIGHT-FLAG
           PERFORM VARYING WS-CD2 FROM 1 BY 1
                   UNTIL WS-CD2 > WS-CARD-COUNT
               IF WS-CD2 NOT = WS-CD
                  AND WS-CD-ROUNDS(WS-CD2) = WS-CD-ROUNDS(WS-CD)
                  AND WS-CD-SEQUENCE(WS-CD2) = WS-CD-SEQUENCE(WS-CD)
                   IF WS-CD2 < WS-CD
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-CD-NIGHT(WS-CD2) NOT = WS-CD-NIGHT(WS-CD)
                       MOVE "Y" TO WS-OTHER-NIGHT-FLAG
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-COUNT = 0 OR NOT MATCH-ON-OTHER-NIGHT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REPEATED-CARD-GROUP.

       WRITE-REPEATED-CARD-GROUP.
           ADD 1 TO WS-SEQ-FLAGS
           MOVE WS-CD-ROUNDS(WS-CD) TO WS-ROUNDS-OUT
           COMPUTE WS-COUNT-OUT = WS-MATCH-COUNT + 1
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "SAME " WS-ROUNDS-OUT "-ROUND DICE SEQUENCE ON "
                  FUNCTION TRIM(WS-COUNT-OUT) " CARDS"
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           MOVE "    DICE" TO FAIRPLAY-REPORT-LINE
           MOVE 10 TO WS-PTR
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-CD-ROUNDS(WS-CD)
               STRING WS-CD-ROUND-DICE(WS-CD, WS-R) " "
                  DELIMITED BY SIZE
                  INTO FAIRPLAY-REPORT-LINE WITH POINTER WS-PTR
               END-STRING
           END-PERFORM
           WRITE FAIRPLAY-REPORT-LINE
           MOVE WS-CD TO WS-CD2
           PERFORM WRITE-REPEATED-CARD-NIGHT
           PERFORM VARYING WS-CD2 FROM WS-CD BY 1
                   UNTIL WS-CD2 > WS-CARD-COUNT
               IF WS-CD2 NOT = WS-CD
                  AND WS-CD-ROUNDS(WS-CD2) = WS-CD-ROUNDS(WS-CD)
                  AND WS-CD-SEQUENCE(WS-CD2) = WS-CD-SEQUENCE(WS-CD)
                   PERFORM WRITE-REPEATED-CARD-NIGHT
               END-IF
           END-PERFORM
           MOVE WS-CARD-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "    LEAGUE CARDS COMPARED "
                  FUNCTION TRIM(WS-COUNT-OUT)
                  " - ONE ROLL REPEATS BY CHANCE ABOUT 1 IN 7776, "
                  "A WHOLE SEQUENCE FAR LESS OFTEN"
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE.

       WRITE-REPEATED-CARD-NIGHT.
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "    PLAYER " WS-CD-PLAYER-ID(WS-CD2)
                  "  NIGHT " WS-CD-NIGHT(WS-CD2)
                  "  POINTS " WS-CD-POINTS(WS-CD2)
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE.

       WRITE-PERFECT-CARD-SECTION.
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           MOVE "EVERY ROUND AT ITS CATEGORY MAXIMUM"
              TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               IF WS-CD-ROUNDS(WS-CD) >= WS-MIN-CARD-ROUNDS
                  AND WS-CD-MAXED(WS-CD) = WS-CD-ROUNDS(WS-CD)
                   PERFORM WRITE-ONE-PERFECT-CARD
               END-IF
           END-PERFORM
           IF WS-PERFECT-FLAGS = 0
               MOVE "NONE FLAGGED" TO FAIRPLAY-REPORT-LINE
               WRITE FAIRPLAY-REPORT-LINE
           END-IF.

       WRITE-ONE-PERFECT-CARD.
           ADD 1 TO WS-PERFECT-FLAGS
           MOVE WS-CD-PLAYER-ID(WS-CD) TO WS-PFL-PLAYER-ID
           MOVE WS-CD-NIGHT(WS-CD) TO WS-PFL-NIGHT
           MOVE WS-CD-ROUNDS(WS-CD) TO WS-PFL-ROUNDS
           MOVE WS-CD-POINTS(WS-CD) TO WS-PFL-POINTS
           MOVE WS-AVG-CARD-POINTS TO WS-PFL-AVERAGE
           MOVE WS-PERFECT-FLAG-LINE TO FAIRPLAY-REPORT-LINE
           WRITE FAIRPLAY-REPORT-LINE
           MOVE WS-MAXED-PCT TO WS-PCT-OUT
           MOVE SPACES TO FAIRPLAY-REPORT-LINE
           STRING "    LEAGUE ROUNDS AT CATEGORY MAXIMUM " WS-PCT-OUT
                  "%"
              DELIMITED BY SIZE INTO FAIRPLAY-REPORT-LINE
           END-STRING
           WRITE FAIRPLAY-REPORT-LINE.
