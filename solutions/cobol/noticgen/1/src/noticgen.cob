       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "YACHTPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT MATCH-FILE ASSIGN TO "MATCHES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.

           SELECT EXPORT-FILE ASSIGN TO "YACHTEXP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PLAYER-CONTACT-FILE ASSIGN TO "PLAYCONT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PC-PLAYER-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT DUES-LEDGER-FILE ASSIGN TO "DUESLEDG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DL-PLAYER-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT BILLING-PARM-FILE ASSIGN TO "DUESBPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-PARM-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NOTICES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

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

       FD  MATCH-FILE.
       COPY "CPY-MATCH-RECORD.cpy".

       FD  EXPORT-FILE.
       01  EXPORT-RECORD              PIC X(160).

       FD  SEASON-HISTORY-FILE.
       COPY "CPY-SEASON-HISTORY.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "CPY-PLAYER-MASTER.cpy".

       FD  PLAYER-CONTACT-FILE.
       COPY "CPY-PLAYER-CONTACT.cpy".

       FD  DUES-LEDGER-FILE.
       COPY "CPY-DUES-LEDGER.cpy".

      *> The treasurer's billing terms - only the grace period is
      *> used here, so a reminder goes out on the same balances the
      *> billing run would charge a late fee on.
       FD  BILLING-PARM-FILE.
       01  BILLING-PARM-RECORD.
           05  BPR-BILL-DATE          PIC X(10).
           05  FILLER                 PIC X.
           05  BPR-DUES-AMOUNT        PIC 9(5)V99.
           05  FILLER                 PIC X.
           05  BPR-GRACE-DAYS         PIC 999.
           05  FILLER                 PIC X.
           05  BPR-LATE-FEE           PIC 9(5)V99.

       FD  NOTICE-FILE.
       COPY "CPY-PLAYER-NOTICE.cpy".
       COPY "CPY-CONTROL-TRAILER.cpy".

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-PARM-STATUS           PIC XX VALUE SPACES.
          05 WS-RUNCTL-STATUS         PIC XX VALUE SPACES.
          05 WS-MATCH-STATUS          PIC XX VALUE SPACES.
          05 WS-EXPORT-STATUS         PIC XX VALUE SPACES.
          05 WS-SEASON-STATUS         PIC XX VALUE SPACES.
          05 WS-MASTER-STATUS         PIC XX VALUE SPACES.
          05 WS-CONTACT-STATUS        PIC XX VALUE SPACES.
          05 WS-LEDGER-STATUS         PIC XX VALUE SPACES.
          05 WS-BILL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-NOTICE-STATUS         PIC XX VALUE SPACES.
          05 WS-RUNCTL-EOF            PIC X VALUE "N".
             88 RUNCTL-AT-EOF         VALUE "Y".
          05 WS-MATCH-EOF             PIC X VALUE "N".
             88 MATCH-AT-EOF          VALUE "Y".
          05 WS-EXPORT-EOF            PIC X VALUE "N".
             88 EXPORT-AT-EOF         VALUE "Y".
          05 WS-SEASON-EOF            PIC X VALUE "N".
             88 SEASON-AT-EOF         VALUE "Y".
          05 WS-MASTER-AVAILABLE      PIC X VALUE "N".
             88 MASTER-AVAILABLE      VALUE "Y".
          05 WS-CONTACT-AVAILABLE     PIC X VALUE "N".
             88 CONTACT-AVAILABLE     VALUE "Y".
          05 WS-LEDGER-AVAILABLE      PIC X VALUE "N".
             88 LEDGER-AVAILABLE      VALUE "Y".
          05 WS-NIGHT-FINAL-FLAG      PIC X VALUE "N".
             88 NIGHT-FINALIZED       VALUE "Y".
          05 WS-PLAYER-FULL-FLAG      PIC X VALUE "N".
             88 PLAYER-TABLE-FULL     VALUE "Y".
          05 WS-STANDING-FULL-FLAG    PIC X VALUE "N".
             88 STANDING-TABLE-FULL   VALUE "Y".

      *> The hall whose night the notices cover - named on HALLPRM,
      *> blank for the original league.
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
          05 WS-NIGHT-DATE-NUM REDEFINES WS-NIGHT-DATE-8
                                      PIC 9(8).
          05 WS-RUN-STAMP             PIC X(21) VALUE SPACES.
          05 WS-SEASON-CONTROL-KEY    PIC X(10) VALUE "##CONTROL#".
          05 WS-CURRENT-SEASON-ID     PIC X(9) VALUE SPACES.

      *> Arrears are judged as of the night, on the billing run's
      *> rule: a balance owing is overdue once the member's last
      *> payment is older than the grace period, or when the member
      *> has never paid and the balance was billed in an earlier
      *> cycle - one never billed is not yet overdue. With no
      *> billing terms on file the grace period is a month.
       01 WS-ARREARS-FIELDS.
          05 WS-GRACE-DAYS            PIC 999 VALUE 30.
          05 WS-OWING                 PIC S9(6)V99 VALUE 0.
          05 WS-PAY-DATE-8            PIC X(8) VALUE SPACES.
          05 WS-PAY-DATE-NUM REDEFINES WS-PAY-DATE-8
                                      PIC 9(8).
          05 WS-DAYS-OUTSTANDING      PIC S9(6) VALUE 0.
          05 WS-OVERDUE-FLAG          PIC X VALUE "N".
             88 BALANCE-OVERDUE       VALUE "Y".

      *> The export is comma-delimited: player id, the twelve
      *> category scores, upper subtotal and bonus, grand total,
      *> night, scratch total, multiplier, handicap flag, handicap
      *> and adjusted total.
       01 WS-EXPORT-PARSE-FIELDS.
          05 WS-XP-PLAYER-ID          PIC X(10) VALUE SPACES.
          05 WS-XP-SKIP OCCURS 14 TIMES PIC X(6).
          05 WS-XP-TOTAL              PIC X(8) VALUE SPACES.
          05 WS-XP-DATE               PIC X(8) VALUE SPACES.
          05 WS-XP-SCRATCH            PIC X(8) VALUE SPACES.
          05 WS-XP-MULTIPLIER         PIC X(8) VALUE SPACES.
          05 WS-XP-HCP-FLAG           PIC X VALUE SPACES.
          05 WS-XP-HCP-VALUE          PIC X(8) VALUE SPACES.
          05 WS-XP-ADJUSTED           PIC X(8) VALUE SPACES.
          05 WS-XP-JUST               PIC X(8) JUSTIFIED RIGHT
                                      VALUE SPACES.
          05 WS-XP-NUMBER             PIC 9(7) VALUE 0.

       01 WS-WORK-FIELDS.
          05 WS-P                     PIC 999 VALUE 0.
          05 WS-S                     PIC 999 VALUE 0.
          05 WS-PLAYER-INDEX          PIC 999 VALUE 0.
          05 WS-STANDING-INDEX        PIC 999 VALUE 0.
          05 WS-AHEAD-COUNT           PIC 999 VALUE 0.
          05 WS-LOOKUP-ID             PIC X(10) VALUE SPACES.
          05 WS-LOOKUP-NAME           PIC X(30) VALUE SPACES.
          05 WS-SIDE-ID               PIC X(10) VALUE SPACES.
          05 WS-SIDE-OPPONENT         PIC X(10) VALUE SPACES.
          05 WS-SIDE-RESULT           PIC X VALUE SPACE.
          05 WS-SIDE-POINTS           PIC 9(4) VALUE 0.
          05 WS-SIDE-OPP-POINTS       PIC 9(4) VALUE 0.
          05 WS-EXPORT-ROWS           PIC 9(5) VALUE 0.
          05 WS-NOTICE-COUNT          PIC 9(7) VALUE 0.
          05 WS-HASH-TOTAL            PIC 9(12) VALUE 0.
          05 WS-NOT-OPTED-COUNT       PIC 9(5) VALUE 0.
          05 WS-ARREARS-COUNT         PIC 9(5) VALUE 0.

      *> One entry per player who was paired on the night or handed
      *> in a card for it - the pairing from MATCHES, the card from
      *> the scoring pass's export.
       01 WS-PLAYER-COUNT             PIC 999 VALUE 0.
       01 WS-PLAYER-TABLE.
          05 WS-NT-ENTRY OCCURS 300 TIMES.
             10 WS-NT-PLAYER-ID       PIC X(10).
             10 WS-NT-RESULT          PIC X.
             10 WS-NT-OPPONENT-ID     PIC X(10).
             10 WS-NT-POINTS          PIC 9(4).
             10 WS-NT-OPP-POINTS      PIC 9(4).
             10 WS-NT-CARD-FLAG       PIC X.
                88 NT-CARD-SCORED     VALUE "Y".
             10 WS-NT-SCRATCH         PIC 9(4).
             10 WS-NT-HCP-FLAG        PIC X.
             10 WS-NT-ADJUSTED        PIC 9(4).

      *> The hall's season to date, for each player's place on it.
       01 WS-STANDING-COUNT           PIC 999 VALUE 0.
       01 WS-STANDING-TABLE.
          05 WS-SD-ENTRY OCCURS 300 TIMES.
             10 WS-SD-PLAYER-ID       PIC X(10).
             10 WS-SD-TOTAL           PIC 9(6).
             10 WS-SD-YACHTS          PIC 9(4).
             10 WS-SD-BEST            PIC 9(4).

       PROCEDURE DIVISION.
       RUN-NOTICE-GENERATION.
           PERFORM READ-RUN-PARAMETER
           PERFORM DERIVE-NIGHT-DATE
           PERFORM READ-HALL-PARM
           PERFORM READ-LEAGUE-RULES

           *> Results go to the players only once the night is on the
           *> books for good - a night still running could yet be
           *> rerun or backed out.
           PERFORM CHECK-NIGHT-FINALIZED
           IF NOT NIGHT-FINALIZED
               DISPLAY "NOTICGEN: run refused - night " WS-NIGHT-DATE
                  " is not finalized for " FUNCTION TRIM(WS-HALL-NAME)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-BILLING-TERMS
           PERFORM LOAD-NIGHT-PAIRINGS
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LOAD-EXPORT-TOTALS
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LOAD-SEASON-STANDINGS

           PERFORM OPEN-LOOKUP-FILES
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "NOTICGEN: fatal - notice file could not be opene
      -             "d - status " WS-NOTICE-STATUS
               PERFORM CLOSE-LOOKUP-FILES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PLAYER-COUNT
               PERFORM WRITE-PLAYER-NOTICE
           END-PERFORM
           MOVE SPACES TO CONTROL-TRAILER-RECORD
           MOVE "##TRAILER#" TO CTL-RECORD-ID
           MOVE WS-NOTICE-COUNT TO CTL-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO CTL-HASH-TOTAL
           WRITE CONTROL-TRAILER-RECORD
           CLOSE NOTICE-FILE
           PERFORM CLOSE-LOOKUP-FILES

           DISPLAY "NOTICGEN: night " WS-NIGHT-DATE " - "
              WS-NOTICE-COUNT " notice(s) written, "
              WS-NOT-OPTED-COUNT " player(s) not opted in, "
              WS-ARREARS-COUNT " arrears reminder(s)"
           GOBACK.

       READ-RUN-PARAMETER.
           *> The same YACHTPRM record the nightly run reads, so the
           *> notices cover the night that was just scored.
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
           *> Only the hall's name is wanted - it goes out on every
           *> notice so a member of two halls knows which night it is.
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

       READ-BILLING-TERMS.
           OPEN INPUT BILLING-PARM-FILE
           IF WS-BILL-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ BILLING-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BPR-GRACE-DAYS IS NUMERIC
                       MOVE BPR-GRACE-DAYS TO WS-GRACE-DAYS
                   END-IF
           END-READ
           CLOSE BILLING-PARM-FILE.

       LOAD-NIGHT-PAIRINGS.
           OPEN INPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = "00"
               DISPLAY "NOTICGEN: fatal - match file not available - sta
      -             "tus " WS-MATCH-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MATCH-EOF
           PERFORM UNTIL MATCH-AT-EOF
               READ MATCH-FILE
                   AT END
                       MOVE "Y" TO WS-MATCH-EOF
                   NOT AT END
                       IF MAT-HALL-CODE = WS-HALL-CODE
                          AND MAT-GAME-DATE = WS-NIGHT-DATE
                           PERFORM TAKE-MATCH-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCH-FILE.

       TAKE-MATCH-ROW.
           *> Each side of the pairing is told the result from where
           *> they sat. A player drawn against the bye has no opponent
           *> to name.
           MOVE MAT-HOME-ID TO WS-SIDE-ID
           MOVE MAT-AWAY-POINTS TO WS-SIDE-OPP-POINTS
           MOVE MAT-HOME-POINTS TO WS-SIDE-POINTS
           IF MAT-IS-BYE
               MOVE SPACES TO WS-SIDE-OPPONENT
               MOVE "B" TO WS-SIDE-RESULT
               MOVE 0 TO WS-SIDE-OPP-POINTS
               PERFORM TAKE-MATCH-SIDE
               EXIT PARAGRAPH
           END-IF
           MOVE MAT-AWAY-ID TO WS-SIDE-OPPONENT
           EVALUATE TRUE
               WHEN MAT-HOME-WIN
                   MOVE "W" TO WS-SIDE-RESULT
               WHEN MAT-AWAY-WIN
                   MOVE "L" TO WS-SIDE-RESULT
               WHEN MAT-DRAW
                   MOVE "D" TO WS-SIDE-RESULT
               WHEN OTHER
                   MOVE SPACE TO WS-SIDE-RESULT
           END-EVALUATE
           PERFORM TAKE-MATCH-SIDE

           MOVE MAT-AWAY-ID TO WS-SIDE-ID
           MOVE MAT-HOME-ID TO WS-SIDE-OPPONENT
           MOVE MAT-AWAY-POINTS TO WS-SIDE-POINTS
           MOVE MAT-HOME-POINTS TO WS-SIDE-OPP-POINTS
           EVALUATE TRUE
               WHEN MAT-HOME-WIN
                   MOVE "L" TO WS-SIDE-RESULT
               WHEN MAT-AWAY-WIN
                   MOVE "W" TO WS-SIDE-RESULT
               WHEN MAT-DRAW
                   MOVE "D" TO WS-SIDE-RESULT
               WHEN OTHER
                   MOVE SPACE TO WS-SIDE-RESULT
           END-EVALUATE
           PERFORM TAKE-MATCH-SIDE.

       TAKE-MATCH-SIDE.
           MOVE WS-SIDE-ID TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-PLAYER
           IF WS-PLAYER-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIDE-RESULT TO WS-NT-RESULT(WS-PLAYER-INDEX)
           MOVE WS-SIDE-OPPONENT TO WS-NT-OPPONENT-ID(WS-PLAYER-INDEX)
           MOVE WS-SIDE-POINTS TO WS-NT-POINTS(WS-PLAYER-INDEX)
           MOVE WS-SIDE-OPP-POINTS
              TO WS-NT-OPP-POINTS(WS-PLAYER-INDEX).

       LOAD-EXPORT-TOTALS.
           *> The card totals are the scoring pass's own numbers. An
           *> export stamped with another night is a scoring pass run
           *> for some other date since - sending it would tell every
           *> player the wrong score.
           OPEN INPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "NOTICGEN: fatal - export file not available - ru
      -             "n the scoring pass first - status "
                  WS-EXPORT-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EXPORT-EOF
           PERFORM UNTIL EXPORT-AT-EOF
               READ EXPORT-FILE
                   AT END
                       MOVE "Y" TO WS-EXPORT-EOF
                   NOT AT END
                       IF EXPORT-RECORD(1:10) NOT = "##TRAILER#"
                           PERFORM LOAD-ONE-EXPORT-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPORT-FILE.

       LOAD-ONE-EXPORT-TOTAL.
           MOVE SPACES TO WS-XP-PLAYER-ID
           MOVE SPACES TO WS-XP-TOTAL
           MOVE SPACES TO WS-XP-DATE
           MOVE SPACES TO WS-XP-SCRATCH
           MOVE SPACES TO WS-XP-HCP-FLAG
           MOVE SPACES TO WS-XP-ADJUSTED
           UNSTRING EXPORT-RECORD DELIMITED BY ","
               INTO WS-XP-PLAYER-ID
                    WS-XP-SKIP(1) WS-XP-SKIP(2) WS-XP-SKIP(3)
                    WS-XP-SKIP(4) WS-XP-SKIP(5) WS-XP-SKIP(6)
                    WS-XP-SKIP(7) WS-XP-SKIP(8) WS-XP-SKIP(9)
                    WS-XP-SKIP(10) WS-XP-SKIP(11) WS-XP-SKIP(12)
                    WS-XP-SKIP(13) WS-XP-SKIP(14)
                    WS-XP-TOTAL WS-XP-DATE WS-XP-SCRATCH
                    WS-XP-MULTIPLIER WS-XP-HCP-FLAG WS-XP-HCP-VALUE
                    WS-XP-ADJUSTED
           END-UNSTRING
           IF WS-XP-PLAYER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-XP-DATE NOT = WS-NIGHT-DATE-8
               DISPLAY "NOTICGEN: fatal - export file is for night "
                  WS-XP-DATE " not " WS-NIGHT-DATE-8
                  " - no notices written"
               MOVE "Y" TO WS-EXPORT-EOF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXPORT-ROWS
           MOVE WS-XP-PLAYER-ID TO WS-LOOKUP-ID
           PERFORM FIND-OR-ADD-PLAYER
           IF WS-PLAYER-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-NT-CARD-FLAG(WS-PLAYER-INDEX)
           *> The comma-delimited totals land left-justified with
           *> trailing spaces - right-justify and zero-fill before
           *> the class test. The grand total carries the night's
           *> multiplier; the notice shows the card as played.
           MOVE FUNCTION TRIM(WS-XP-SCRATCH) TO WS-XP-JUST
           INSPECT WS-XP-JUST REPLACING LEADING " " BY "0"
           IF WS-XP-JUST IS NUMERIC
               COMPUTE WS-XP-NUMBER = FUNCTION NUMVAL(WS-XP-JUST)
               MOVE WS-XP-NUMBER TO WS-NT-SCRATCH(WS-PLAYER-INDEX)
           END-IF
           MOVE FUNCTION TRIM(WS-XP-ADJUSTED) TO WS-XP-JUST
           INSPECT WS-XP-JUST REPLACING LEADING " " BY "0"
           IF WS-XP-JUST IS NUMERIC
               COMPUTE WS-XP-NUMBER = FUNCTION NUMVAL(WS-XP-JUST)
               MOVE WS-XP-NUMBER TO WS-NT-ADJUSTED(WS-PLAYER-INDEX)
           ELSE
               MOVE WS-NT-SCRATCH(WS-PLAYER-INDEX)
                  TO WS-NT-ADJUSTED(WS-PLAYER-INDEX)
           END-IF
           IF WS-XP-HCP-FLAG = "Y"
               MOVE "Y" TO WS-NT-HCP-FLAG(WS-PLAYER-INDEX)
           END-IF.

       LOAD-SEASON-STANDINGS.
           *> Without the season history the notices still go out,
           *> just without a standing.
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "NOTICGEN: warning - season history file not avai
      -             "lable - status " WS-SEASON-STATUS " - no standings 
      -             "on the notices"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS = "00"
               MOVE SH-SEASON-ID TO WS-CURRENT-SEASON-ID
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
           IF WS-STANDING-COUNT >= 300
               IF NOT STANDING-TABLE-FULL
                   DISPLAY "NOTICGEN: warning - standings table is full 
      -                 "- maximum 300 players"
                   MOVE "Y" TO WS-STANDING-FULL-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STANDING-COUNT
           MOVE SH-PLAYER-ID TO WS-SD-PLAYER-ID(WS-STANDING-COUNT)
           MOVE SH-SEASON-TOTAL TO WS-SD-TOTAL(WS-STANDING-COUNT)
           MOVE SH-YACHT-COUNT TO WS-SD-YACHTS(WS-STANDING-COUNT)
           MOVE SH-BEST-GAME TO WS-SD-BEST(WS-STANDING-COUNT).

       OPEN-LOOKUP-FILES.
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-AVAILABLE
           ELSE
               DISPLAY "NOTICGEN: warning - player master not available 
      -             "- status " WS-MASTER-STATUS
                  " - names left blank"
           END-IF
           *> No contact file means nobody has opted in - the notice
           *> file is written with its trailer and nothing else.
           OPEN INPUT PLAYER-CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-AVAILABLE
           ELSE
               DISPLAY "NOTICGEN: warning - player contact file not avai
      -             "lable - status " WS-CONTACT-STATUS
                  " - no notices written"
           END-IF
           OPEN INPUT DUES-LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "Y" TO WS-LEDGER-AVAILABLE
           ELSE
               DISPLAY "NOTICGEN: warning - dues ledger not available - 
      -             "status " WS-LEDGER-STATUS
                  " - no arrears reminders"
           END-IF.

       CLOSE-LOOKUP-FILES.
           IF MASTER-AVAILABLE
               CLOSE PLAYER-MASTER-FILE
           END-IF
           IF CONTACT-AVAILABLE
               CLOSE PLAYER-CONTACT-FILE
           END-IF
           IF LEDGER-AVAILABLE
               CLOSE DUES-LEDGER-FILE
           END-IF.

       WRITE-PLAYER-NOTICE.
           *> A player who has not opted in is never written, whatever
           *> else is on file for them.
           IF NOT CONTACT-AVAILABLE
               ADD 1 TO WS-NOT-OPTED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NT-PLAYER-ID(WS-P) TO PC-PLAYER-ID
           READ PLAYER-CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = "00"
               ADD 1 TO WS-NOT-OPTED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT PC-OPTED-IN
               ADD 1 TO WS-NOT-OPTED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PC-PHONE = SPACES AND PC-EMAIL = SPACES
               ADD 1 TO WS-NOT-OPTED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PLAYER-NOTICE-RECORD
           MOVE WS-NT-PLAYER-ID(WS-P) TO NTC-PLAYER-ID
           MOVE WS-NT-PLAYER-ID(WS-P) TO WS-LOOKUP-ID
           PERFORM LOOK-UP-PLAYER-NAME
           MOVE WS-LOOKUP-NAME TO NTC-PLAYER-NAME
           MOVE PC-PHONE TO NTC-PHONE
           MOVE PC-EMAIL TO NTC-EMAIL
           MOVE WS-NIGHT-DATE TO NTC-GAME-DATE
           MOVE WS-HALL-CODE TO NTC-HALL-CODE
           MOVE WS-HALL-NAME TO NTC-HALL-NAME
           IF NT-CARD-SCORED(WS-P)
               MOVE "Y" TO NTC-CARD-FLAG
           ELSE
               MOVE "N" TO NTC-CARD-FLAG
           END-IF
           MOVE WS-NT-SCRATCH(WS-P) TO NTC-SCRATCH-TOTAL
           MOVE WS-NT-HCP-FLAG(WS-P) TO NTC-HANDICAP-FLAG
           MOVE WS-NT-ADJUSTED(WS-P) TO NTC-ADJUSTED-TOTAL
           MOVE WS-NT-RESULT(WS-P) TO NTC-RESULT
           MOVE WS-NT-OPPONENT-ID(WS-P) TO NTC-OPPONENT-ID
           IF WS-NT-OPPONENT-ID(WS-P) NOT = SPACES
               MOVE WS-NT-OPPONENT-ID(WS-P) TO WS-LOOKUP-ID
               PERFORM LOOK-UP-PLAYER-NAME
               MOVE WS-LOOKUP-NAME TO NTC-OPPONENT-NAME
           END-IF
           MOVE WS-NT-POINTS(WS-P) TO NTC-PLAYER-POINTS
           MOVE WS-NT-OPP-POINTS(WS-P) TO NTC-OPPONENT-POINTS
           MOVE WS-CURRENT-SEASON-ID TO NTC-SEASON-ID
           PERFORM FIND-STANDING-POSITION
           MOVE WS-STANDING-COUNT TO NTC-STANDING-OF
           PERFORM TEST-DUES-ARREARS
           IF BALANCE-OVERDUE
               MOVE "Y" TO NTC-ARREARS-FLAG
               MOVE WS-OWING TO NTC-ARREARS-AMOUNT
               ADD 1 TO WS-ARREARS-COUNT
           ELSE
               MOVE "N" TO NTC-ARREARS-FLAG
               MOVE 0 TO NTC-ARREARS-AMOUNT
           END-IF
           WRITE PLAYER-NOTICE-RECORD
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "NOTICGEN: warning - notice write failed for "
                  WS-NT-PLAYER-ID(WS-P) " - status " WS-NOTICE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NOTICE-COUNT
           ADD WS-NT-SCRATCH(WS-P) TO WS-HASH-TOTAL.

       FIND-STANDING-POSITION.
           *> Placed as the closeout places the season: on total, then
           *> most yachts, then best game. Players level on all three
           *> share the place.
           MOVE 0 TO NTC-STANDING
           MOVE 0 TO WS-STANDING-INDEX
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STANDING-COUNT
               IF WS-SD-PLAYER-ID(WS-S) = WS-NT-PLAYER-ID(WS-P)
                   MOVE WS-S TO WS-STANDING-INDEX
               END-IF
           END-PERFORM
           IF WS-STANDING-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AHEAD-COUNT
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STANDING-COUNT
               IF WS-SD-TOTAL(WS-S) > WS-SD-TOTAL(WS-STANDING-INDEX)
                  OR (WS-SD-TOTAL(WS-S) =
                      WS-SD-TOTAL(WS-STANDING-INDEX)
                      AND WS-SD-YACHTS(WS-S) >
                          WS-SD-YACHTS(WS-STANDING-INDEX))
                  OR (WS-SD-TOTAL(WS-S) =
                      WS-SD-TOTAL(WS-STANDING-INDEX)
                      AND WS-SD-YACHTS(WS-S) =
                          WS-SD-YACHTS(WS-STANDING-INDEX)
                      AND WS-SD-BEST(WS-S) >
                          WS-SD-BEST(WS-STANDING-INDEX))
                   ADD 1 TO WS-AHEAD-COUNT
               END-IF
           END-PERFORM
           COMPUTE NTC-STANDING = WS-AHEAD-COUNT + 1.

       TEST-DUES-ARREARS.
           MOVE "N" TO WS-OVERDUE-FLAG
           MOVE 0 TO WS-OWING
           IF NOT LEDGER-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NT-PLAYER-ID(WS-P) TO DL-PLAYER-ID
           READ DUES-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OWING = DL-ASSESSED - DL-PAID
           IF WS-OWING <= 0
               EXIT PARAGRAPH
           END-IF
           IF DL-LAST-PAY-DATE = SPACES
               IF DL-BILL-CYCLE NOT = SPACES
                   MOVE "Y" TO WS-OVERDUE-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAY-DATE-8
           STRING DL-LAST-PAY-DATE(1:4) DL-LAST-PAY-DATE(6:2)
                  DL-LAST-PAY-DATE(9:2)
              DELIMITED BY SIZE INTO WS-PAY-DATE-8
           END-STRING
           *> A payment date that cannot be read sends no reminder -
           *> a member is never dunned on a date nobody can check.
           IF WS-PAY-DATE-8 IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAY-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NIGHT-DATE-8 IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OUTSTANDING =
              FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-PAY-DATE-NUM)
           IF WS-DAYS-OUTSTANDING > WS-GRACE-DAYS
               MOVE "Y" TO WS-OVERDUE-FLAG
           END-IF.

       LOOK-UP-PLAYER-NAME.
           MOVE SPACES TO WS-LOOKUP-NAME
           IF NOT MASTER-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE PM-PLAYER-NAME TO WS-LOOKUP-NAME
           END-IF.

       FIND-OR-ADD-PLAYER.
           MOVE 0 TO WS-PLAYER-INDEX
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-PLAYER-COUNT
               IF WS-NT-PLAYER-ID(WS-S) = WS-LOOKUP-ID
                   MOVE WS-S TO WS-PLAYER-INDEX
               END-IF
           END-PERFORM
           IF WS-PLAYER-INDEX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAYER-COUNT >= 300
               IF NOT PLAYER-TABLE-FULL
                   DISPLAY "NOTICGEN: warning - player table is full - m
      -                 "aximum 300 players"
                   MOVE "Y" TO WS-PLAYER-FULL-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAYER-COUNT
           MOVE WS-PLAYER-COUNT TO WS-PLAYER-INDEX
           MOVE WS-LOOKUP-ID TO WS-NT-PLAYER-ID(WS-PLAYER-INDEX)
           *> Until a pairing says otherwise the player handed in a
           *> card without one.
           MOVE "N" TO WS-NT-RESULT(WS-PLAYER-INDEX)
           MOVE SPACES TO WS-NT-OPPONENT-ID(WS-PLAYER-INDEX)
           MOVE 0 TO WS-NT-POINTS(WS-PLAYER-INDEX)
           MOVE 0 TO WS-NT-OPP-POINTS(WS-PLAYER-INDEX)
           MOVE "N" TO WS-NT-CARD-FLAG(WS-PLAYER-INDEX)
           MOVE 0 TO WS-NT-SCRATCH(WS-PLAYER-INDEX)
           MOVE "N" TO WS-NT-HCP-FLAG(WS-PLAYER-INDEX)
           MOVE 0 TO WS-NT-ADJUSTED(WS-PLAYER-INDEX).
