           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAREER-RPT-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT PRIZE-PARM-FILE ASSIGN TO "PRIZEPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRIZE-PARM-STATUS.

           SELECT DUES-LEDGER-FILE ASSIGN TO "DUESLEDG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DL-PLAYER-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRIZE-REGISTER-FILE ASSIGN TO "PRIZERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDGNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-HISTORY-FILE.
       FD  CAREER-REPORT-FILE.
       01  CAREER-REPORT-LINE         PIC X(120).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

      *> The treasurer's prize-fund table, one line per hall and
      *> award: F is the share of the season's dues paid into the
      *> pot, P a division's finishing place, Y the most yachts of
      *> the season and B its best game. Every percentage but F's is
      *> a share of the pot; what the table does not pay out stays
      *> in the fund. A hall with no F line runs no prize fund.
      *>     F     02500      25.00% of the dues to the pot
      *>     P A 01 03000     division A winner 30.00% of the pot
      *>     Y      00500     most yachts 5.00% of the pot
       FD  PRIZE-PARM-FILE.
       01  PRIZE-PARM-RECORD.
           05  PZP-HALL-CODE          PIC X(2).
           05  FILLER                 PIC X.
           05  PZP-AWARD-TYPE         PIC X.
               88 PZP-FUND-SHARE      VALUE "F".
               88 PZP-PLACE-AWARD     VALUE "P".
               88 PZP-MOST-YACHTS     VALUE "Y".
               88 PZP-BEST-GAME       VALUE "B".
           05  FILLER                 PIC X.
           05  PZP-DIVISION           PIC X.
           05  FILLER                 PIC X.
           05  PZP-PLACE              PIC 99.
           05  FILLER                 PIC X.
           05  PZP-PERCENT            PIC 9(3)V99.

       FD  DUES-LEDGER-FILE.
       COPY "CPY-DUES-LEDGER.cpy".

       FD  PRIZE-REGISTER-FILE.
       01  PRIZE-REGISTER-LINE        PIC X(120).

       FD  AUDIT-TRAIL-FILE.
       COPY "CPY-AUDIT-RECORD.cpy".

       FD  AUDIT-CONTROL-FILE.
       COPY "CPY-AUDIT-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       COPY "CPY-RETURN-CODE.cpy".

       01 WS-BATCH-FIELDS.
          05 WS-SEASON-STATUS         PIC XX VALUE SPACES.
          05 WS-MASTER-STATUS         PIC XX VALUE SPACES.
          05 WS-MASTER-AVAILABLE      PIC X VALUE "N".
             88 MASTER-AVAILABLE      VALUE "Y".

      *> The hall whose season is closed, from HALLPRM - blank for
      *> the original league. Each hall closes its own season on
      *> its own calendar; the career report still covers every
      *> season a player has played, in any hall.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.

       01 WS-CLOSEOUT-FIELDS.
          05 WS-SEASON-CONTROL-KEY    PIC X(10) VALUE "##CONTROL#".
          05 WS-CLOSING-SEASON-ID     PIC X(9) VALUE SPACES.
             88 SEASON-ALREADY-ARCHIVED VALUE "Y".
          05 WS-ARCHIVED-COUNT        PIC 999 VALUE 0.

      *> Prize fund for the closing season. The pot is the share of
      *> the dues the hall's members (home hall) have paid since the
      *> hall's last closeout; the stamp hall + season on a ledger
      *> row marks the closeout that last posted to it, so a second
      *> pass over the same season finds it and posts nothing.
       01 WS-PRIZE-PARM-FIELDS.
          05 WS-PRIZE-PARM-STATUS     PIC XX VALUE SPACES.
          05 WS-PRIZE-PARM-EOF        PIC X VALUE "N".
             88 PRIZE-PARM-AT-EOF     VALUE "Y".
          05 WS-PRIZE-FUND-FLAG       PIC X VALUE "N".
             88 PRIZE-FUND-ON         VALUE "Y".
          05 WS-PRIZE-PARM-ERROR      PIC X(40) VALUE SPACES.
          05 WS-POT-SHARE             PIC 9(3)V99 VALUE 0.
          05 WS-YACHT-PERCENT         PIC 9(3)V99 VALUE 0.
          05 WS-BEST-PERCENT          PIC 9(3)V99 VALUE 0.
          05 WS-PAYOUT-PCT-TOTAL      PIC 9(5)V99 VALUE 0.
          05 WS-PAYOUT-COUNT          PIC 99 VALUE 0.
          05 WS-PO-I                  PIC 99 VALUE 0.
          05 WS-PAYOUT-ENTRY OCCURS 50 TIMES.
             10 WS-PO-DIVISION        PIC X.
             10 WS-PO-PLACE           PIC 99.
             10 WS-PO-PERCENT         PIC 9(3)V99.

       01 WS-PRIZE-FUND-FIELDS.
          05 WS-LEDGER-STATUS         PIC XX VALUE SPACES.
          05 WS-REGISTER-STATUS       PIC XX VALUE SPACES.
          05 WS-AUDIT-STATUS          PIC XX VALUE SPACES.
          05 WS-LEDGER-EOF            PIC X VALUE "N".
             88 LEDGER-AT-EOF         VALUE "Y".
          05 WS-PRIZE-STAMP.
             10 WS-PRIZE-STAMP-HALL   PIC X(2).
             10 WS-PRIZE-STAMP-SEASON PIC X(9).
          05 WS-ALREADY-POSTED        PIC X VALUE "N".
             88 PRIZE-ALREADY-POSTED  VALUE "Y".
          05 WS-HOME-MEMBER-FLAG      PIC X VALUE "N".
             88 HOME-HALL-MEMBER      VALUE "Y".
          05 WS-NEW-ROW-FLAG          PIC X VALUE "N".
             88 LEDGER-ROW-IS-NEW     VALUE "Y".
          05 WS-ROW-CREDITS           PIC 9(5)V99 VALUE 0.
          05 WS-ROW-POT-PAID          PIC 9(5)V99 VALUE 0.
          05 WS-ROW-DUES              PIC S9(6)V99 VALUE 0.
          05 WS-OWING                 PIC S9(6)V99 VALUE 0.
          05 WS-SEASON-DUES           PIC 9(7)V99 VALUE 0.
          05 WS-DUES-MEMBERS          PIC 9(4) VALUE 0.
          05 WS-PRIZE-POT             PIC 9(7)V99 VALUE 0.
          05 WS-PLACE-AMOUNT          PIC 9(7)V99 VALUE 0.
          05 WS-POOL                  PIC 9(7)V99 VALUE 0.
          05 WS-SHARE                 PIC 9(7)V99 VALUE 0.
          05 WS-AWARDED-TOTAL         PIC 9(7)V99 VALUE 0.
          05 WS-ARREARS-TOTAL         PIC 9(7)V99 VALUE 0.
          05 WS-CREDIT-TOTAL          PIC 9(7)V99 VALUE 0.
          05 WS-UNPOSTED-TOTAL        PIC 9(7)V99 VALUE 0.
          05 WS-RETAINED              PIC 9(7)V99 VALUE 0.
          05 WS-POSTED-COUNT          PIC 999 VALUE 0.
          05 WS-UNPOSTED-COUNT        PIC 999 VALUE 0.
          05 WS-BASELINE-FAILED       PIC 999 VALUE 0.
          05 WS-BEST-VALUE            PIC 9(6) VALUE 0.
          05 WS-HOLDER-COUNT          PIC 999 VALUE 0.
          05 WS-AWARD-LABEL           PIC X(18) VALUE SPACES.
          05 WS-AWARD-TIED            PIC X VALUE "N".
          05 WS-PLACE-OUT             PIC 99 VALUE 0.

      *> One division at a time: the division's rows of the sorted
      *> season table, in standings order, and the run of rows the
      *> tiebreakers cannot separate. A tied run pools the payouts
      *> of every place it covers and shares the pool evenly; a
      *> cent that will not divide stays in the fund.
       01 WS-DIVISION-FIELDS.
          05 WS-DIVISION-COUNT        PIC 99 VALUE 0.
          05 WS-DV-I                  PIC 99 VALUE 0.
          05 WS-DV-J                  PIC 99 VALUE 0.
          05 WS-DV-FOUND              PIC X VALUE "N".
             88 DIVISION-LISTED       VALUE "Y".
          05 WS-DIVISION-CODE         PIC X VALUE SPACE.
          05 WS-DIVISION-SWAP         PIC X VALUE SPACE.
          05 WS-DIVISION-LIST         PIC X OCCURS 26 TIMES.
          05 WS-MEMBER-COUNT          PIC 999 VALUE 0.
          05 WS-MB-I                  PIC 999 VALUE 0.
          05 WS-DIVISION-MEMBER       PIC 999 OCCURS 100 TIMES.
          05 WS-TIE-FIRST             PIC 999 VALUE 0.
          05 WS-TIE-LAST              PIC 999 VALUE 0.
          05 WS-TIE-SIZE              PIC 999 VALUE 0.
          05 WS-PLACE                 PIC 999 VALUE 0.
          05 WS-TIE-ENDED             PIC X VALUE "N".
             88 TIE-RUN-ENDED         VALUE "Y".

       01 WS-AWARD-COUNT              PIC 999 VALUE 0.
       01 WS-AW-I                     PIC 999 VALUE 0.
       01 WS-AWARD-TABLE.
          05 WS-AWARD-ENTRY OCCURS 300 TIMES.
             10 WS-AW-PLAYER-ID       PIC X(10).
             10 WS-AW-PLAYER-NAME     PIC X(20).
             10 WS-AW-LABEL           PIC X(18).
             10 WS-AW-AMOUNT          PIC 9(7)V99.
             10 WS-AW-TO-ARREARS      PIC 9(7)V99.
             10 WS-AW-TO-CREDIT       PIC 9(7)V99.
             10 WS-AW-OUTCOME         PIC X(26).

       01 WS-AUDIT-GENERATION-FIELDS.
          05 WS-AUDIT-CTL-STATUS     PIC XX VALUE SPACES.
          05 WS-AUDIT-FILE-NAME      PIC X(20) VALUE "AUDITTRL".
          05 WS-AUDIT-NAME-SET       PIC X VALUE "N".
             88 AUDIT-NAME-RESOLVED  VALUE "Y".
          05 WS-AUDIT-HARD-STOP-FLAG PIC X VALUE "N".
             88 AUDIT-HARD-STOP      VALUE "Y".
          05 WS-AUDIT-TIMESTAMP      PIC X(21) VALUE SPACES.
          05 WS-AUDIT-INPUT-VALUE    PIC X(60) VALUE SPACES.

       01 WS-PRIZE-REGISTER-LINE.
          05 WS-PRL-LABEL             PIC X(18).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-PRL-PLAYER-ID         PIC X(10).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-PRL-PLAYER-NAME       PIC X(20).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-PRL-AMOUNT            PIC ZZZZZZ9.99.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-PRL-TO-ARREARS        PIC ZZZZZZ9.99.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-PRL-TO-CREDIT         PIC ZZZZZZ9.99.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-PRL-OUTCOME           PIC X(26).

       01 WS-PRIZE-TOTAL-LINE.
          05 WS-PTL-LABEL             PIC X(30).
          05 WS-PTL-AMOUNT            PIC ZZZZZZ9.99.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-PTL-NOTE              PIC X(50).

       01 WS-PRIZE-EDIT-FIELDS.
          05 WS-POT-OUT               PIC ZZZZZZ9.99.
          05 WS-RETAINED-OUT          PIC ZZZZZZ9.99.
          05 WS-PERCENT-OUT           PIC ZZ9.99.
          05 WS-MEMBERS-OUT           PIC ZZZ9.

       01 WS-SEASON-COUNT             PIC 999 VALUE 0.
       01 WS-SE-I                     PIC 999 VALUE 0.
       01 WS-SE-J                     PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       RUN-SEASON-CLOSEOUT.
           PERFORM READ-HALL-PARM
           PERFORM LOAD-CLOSING-SEASON
           IF RETURN-CODE = 8
               GOBACK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SORT-SEASON-TABLE
           PERFORM RUN-PRIZE-FUND
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM ARCHIVE-SEASON-ROWS
           PERFORM WRITE-FINAL-STANDINGS
           PERFORM WRITE-CAREER-REPORT
           DISPLAY "SEASONCL: season " WS-CLOSING-SEASON-ID " closed -
      -        " " WS-ARCHIVED-COUNT " player row(s) archived"
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

       LOAD-CLOSING-SEASON.
           *> The closeout freezes whatever season the history file
           *> currently belongs to - the id comes from the same
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               MOVE "Y" TO WS-MASTER-AVAILABLE
           END-IF

           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE LOW-VALUES TO SH-PLAYER-ID
           START SEASON-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
           END-START
           MOVE "N" TO WS-SEASON-EOF
           IF WS-SEASON-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO WS-SEASON-EOF
                   NOT AT END
                       IF SH-HALL-CODE = WS-HALL-CODE
                           PERFORM ADD-SEASON-TABLE-ENTRY
                       ELSE
                           MOVE "Y" TO WS-SEASON-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEASON-HISTORY-FILE
                       MOVE "Y" TO WS-CAREER-EOF
                   NOT AT END
                       IF CH-SEASON-ID = WS-CLOSING-SEASON-ID
                          AND CH-HALL-CODE = WS-HALL-CODE
                           MOVE "Y" TO WS-ALREADY-ARCHIVED
                       END-IF
                       PERFORM TALLY-CAREER-ROW
           MOVE WS-SE-WINS(WS-SE-I) TO CH-WINS
           MOVE WS-SE-LOSSES(WS-SE-I) TO CH-LOSSES
           MOVE WS-SE-DRAWS(WS-SE-I) TO CH-DRAWS
           MOVE WS-HALL-CODE TO CH-HALL-CODE
           WRITE CAREER-HISTORY-RECORD
           IF WS-CAREER-STATUS NOT = "00"
               DISPLAY "SEASONCL: warning - career archive write faile
               END-PERFORM
           END-PERFORM.

       RUN-PRIZE-FUND.
           *> Everything that can refuse the prize fund is checked
           *> before the dues ledger is touched, and the closeout
           *> stops there with nothing archived, so it can simply be
           *> rerun once the parameter or the ledger is put right.
           PERFORM READ-PRIZE-PARAMETER
           IF RETURN-CODE = 8 OR NOT PRIZE-FUND-ON
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PRIZE-FILES
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-AUDIT-TRAIL-FILE
           MOVE WS-HALL-CODE TO WS-PRIZE-STAMP-HALL
           MOVE WS-CLOSING-SEASON-ID TO WS-PRIZE-STAMP-SEASON
           PERFORM TOTAL-SEASON-DUES
           IF PRIZE-ALREADY-POSTED
               DISPLAY "SEASONCL: warning - prize fund for season "
                  WS-CLOSING-SEASON-ID " is already on the dues "
                  "ledger - not posted again"
               MOVE SPACES TO PRIZE-REGISTER-LINE
               STRING "PRIZE FUND FOR SEASON " WS-CLOSING-SEASON-ID
                      " WAS ALREADY POSTED TO THE DUES LEDGER - "
                      "NOTHING POSTED BY THIS RUN"
                  DELIMITED BY SIZE INTO PRIZE-REGISTER-LINE
               END-STRING
               WRITE PRIZE-REGISTER-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM SET-POT-BASELINES
               PERFORM ALLOCATE-DIVISION-PLACES
               PERFORM ALLOCATE-SEASON-AWARDS
               PERFORM VARYING WS-AW-I FROM 1 BY 1
                       UNTIL WS-AW-I > WS-AWARD-COUNT
                   PERFORM POST-ONE-AWARD
               END-PERFORM
               PERFORM WRITE-PRIZE-REGISTER
           END-IF
           CLOSE DUES-LEDGER-FILE
           CLOSE PLAYER-MASTER-FILE
           CLOSE PRIZE-REGISTER-FILE
           CLOSE AUDIT-TRAIL-FILE.

       READ-PRIZE-PARAMETER.
           *> No parameter file, or no F line for the hall, is a
           *> closeout without a prize fund - the league as it ran
           *> before. A table that is there but wrong refuses the run.
           MOVE "N" TO WS-PRIZE-FUND-FLAG
           MOVE 0 TO WS-PAYOUT-COUNT
           MOVE 0 TO WS-PAYOUT-PCT-TOTAL
           MOVE 0 TO WS-YACHT-PERCENT
           MOVE 0 TO WS-BEST-PERCENT
           OPEN INPUT PRIZE-PARM-FILE
           IF WS-PRIZE-PARM-STATUS NOT = "00"
               DISPLAY "SEASONCL: no prize parameter file - no prize "
                  "fund this closeout"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PRIZE-PARM-EOF
           PERFORM UNTIL PRIZE-PARM-AT-EOF
               READ PRIZE-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-PRIZE-PARM-EOF
                   NOT AT END
                       IF PZP-HALL-CODE = WS-HALL-CODE
                           PERFORM LOAD-PRIZE-PARM-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIZE-PARM-FILE
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           IF NOT PRIZE-FUND-ON
               IF WS-PAYOUT-COUNT > 0 OR WS-PAYOUT-PCT-TOTAL > 0
                   DISPLAY "SEASONCL: fatal - prize parameter has "
                      "awards but no F line for the pot share"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "SEASONCL: no prize fund for the hall - no "
                      "F line on the prize parameter"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYOUT-PCT-TOTAL > 100
               DISPLAY "SEASONCL: fatal - prize parameter pays out "
                  "more than 100% of the pot"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-PRIZE-PARM-LINE.
           MOVE SPACES TO WS-PRIZE-PARM-ERROR
           IF PZP-PERCENT IS NOT NUMERIC
               MOVE "percentage must be numeric"
                  TO WS-PRIZE-PARM-ERROR
           ELSE
               EVALUATE TRUE
                   WHEN PZP-FUND-SHARE
                       PERFORM LOAD-FUND-SHARE
                   WHEN PZP-PLACE-AWARD
                       PERFORM LOAD-PLACE-PAYOUT
                   WHEN PZP-MOST-YACHTS
                       IF WS-YACHT-PERCENT > 0
                           MOVE "most yachts keyed twice"
                              TO WS-PRIZE-PARM-ERROR
                       ELSE
                           MOVE PZP-PERCENT TO WS-YACHT-PERCENT
                           ADD PZP-PERCENT TO WS-PAYOUT-PCT-TOTAL
                       END-IF
                   WHEN PZP-BEST-GAME
                       IF WS-BEST-PERCENT > 0
                           MOVE "best game keyed twice"
                              TO WS-PRIZE-PARM-ERROR
                       ELSE
                           MOVE PZP-PERCENT TO WS-BEST-PERCENT
                           ADD PZP-PERCENT TO WS-PAYOUT-PCT-TOTAL
                       END-IF
                   WHEN OTHER
                       MOVE "award type must be F, P, Y or B"
                          TO WS-PRIZE-PARM-ERROR
               END-EVALUATE
           END-IF
           IF WS-PRIZE-PARM-ERROR NOT = SPACES
               DISPLAY "SEASONCL: fatal - prize parameter "
                  FUNCTION TRIM(WS-PRIZE-PARM-ERROR) " - "
                  PRIZE-PARM-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-FUND-SHARE.
           IF PRIZE-FUND-ON
               MOVE "F line keyed twice" TO WS-PRIZE-PARM-ERROR
               EXIT PARAGRAPH
           END-IF
           IF PZP-PERCENT > 100
               MOVE "pot share over 100%" TO WS-PRIZE-PARM-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PRIZE-FUND-FLAG
           MOVE PZP-PERCENT TO WS-POT-SHARE.

       LOAD-PLACE-PAYOUT.
           IF PZP-DIVISION = SPACE
              OR PZP-PLACE IS NOT NUMERIC
              OR PZP-PLACE = 0
               MOVE "place needs a division and place 01-99"
                  TO WS-PRIZE-PARM-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PO-I FROM 1 BY 1
                   UNTIL WS-PO-I > WS-PAYOUT-COUNT
               IF WS-PO-DIVISION(WS-PO-I) = PZP-DIVISION
                  AND WS-PO-PLACE(WS-PO-I) = PZP-PLACE
                   MOVE "place keyed twice" TO WS-PRIZE-PARM-ERROR
               END-IF
           END-PERFORM
           IF WS-PRIZE-PARM-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PAYOUT-COUNT >= 50
               MOVE "more than 50 places" TO WS-PRIZE-PARM-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAYOUT-COUNT
           MOVE PZP-DIVISION TO WS-PO-DIVISION(WS-PAYOUT-COUNT)
           MOVE PZP-PLACE TO WS-PO-PLACE(WS-PAYOUT-COUNT)
           MOVE PZP-PERCENT TO WS-PO-PERCENT(WS-PAYOUT-COUNT)
           ADD PZP-PERCENT TO WS-PAYOUT-PCT-TOTAL.

       OPEN-PRIZE-FILES.
           *> The ledger may not exist yet for a league that has
           *> never keyed dues - create it the way DUESMNT does.
           OPEN I-O DUES-LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT DUES-LEDGER-FILE
               CLOSE DUES-LEDGER-FILE
               OPEN I-O DUES-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "SEASONCL: fatal - dues ledger file not "
                  "available - status " WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "SEASONCL: fatal - player master file not "
                  "available for the prize fund - status "
                  WS-MASTER-STATUS
               CLOSE DUES-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PRIZE-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "SEASONCL: fatal - prize register not "
                  "available - status " WS-REGISTER-STATUS
               CLOSE DUES-LEDGER-FILE
               CLOSE PLAYER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.

       TOTAL-SEASON-DUES.
           *> A member's season dues are their own payments since the
           *> hall's last closeout: paid to date, less the prize money
           *> credited into it, less what earlier pots already took.
           MOVE "N" TO WS-ALREADY-POSTED
           MOVE 0 TO WS-SEASON-DUES
           MOVE 0 TO WS-DUES-MEMBERS
           MOVE LOW-VALUES TO DL-PLAYER-ID
           START DUES-LEDGER-FILE
               KEY IS NOT LESS THAN DL-PLAYER-ID
           END-START
           MOVE "N" TO WS-LEDGER-EOF
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "Y" TO WS-LEDGER-EOF
           END-IF
           PERFORM UNTIL LEDGER-AT-EOF
               READ DUES-LEDGER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       IF DL-PRIZE-STAMP = WS-PRIZE-STAMP
                           MOVE "Y" TO WS-ALREADY-POSTED
                       END-IF
                       PERFORM LOAD-LEDGER-PRIZE-FIELDS
                       IF HOME-HALL-MEMBER AND WS-ROW-DUES > 0
                           ADD WS-ROW-DUES TO WS-SEASON-DUES
                           ADD 1 TO WS-DUES-MEMBERS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LEDGER-STATUS
           COMPUTE WS-PRIZE-POT = WS-SEASON-DUES * WS-POT-SHARE / 100.

       LOAD-LEDGER-PRIZE-FIELDS.
           MOVE 0 TO WS-ROW-CREDITS
           MOVE 0 TO WS-ROW-POT-PAID
           IF DL-PRIZE-CREDITS IS NUMERIC
               MOVE DL-PRIZE-CREDITS TO WS-ROW-CREDITS
           END-IF
           IF DL-POT-PAID IS NUMERIC
               MOVE DL-POT-PAID TO WS-ROW-POT-PAID
           END-IF
           COMPUTE WS-ROW-DUES =
              DL-PAID - WS-ROW-CREDITS - WS-ROW-POT-PAID
           MOVE "N" TO WS-HOME-MEMBER-FLAG
           MOVE DL-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               IF PM-HOME-HALL = WS-HALL-CODE
                   MOVE "Y" TO WS-HOME-MEMBER-FLAG
               END-IF
           END-IF.

       SET-POT-BASELINES.
           *> The payments just pooled are marked taken, so the next
           *> season's pot starts from nothing.
           MOVE 0 TO WS-BASELINE-FAILED
           MOVE LOW-VALUES TO DL-PLAYER-ID
           START DUES-LEDGER-FILE
               KEY IS NOT LESS THAN DL-PLAYER-ID
           END-START
           MOVE "N" TO WS-LEDGER-EOF
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "Y" TO WS-LEDGER-EOF
           END-IF
           PERFORM UNTIL LEDGER-AT-EOF
               READ DUES-LEDGER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       PERFORM LOAD-LEDGER-PRIZE-FIELDS
                       IF HOME-HALL-MEMBER
                           PERFORM SET-ONE-POT-BASELINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LEDGER-STATUS
           IF WS-BASELINE-FAILED > 0
               DISPLAY "SEASONCL: warning - " WS-BASELINE-FAILED
                  " ledger row(s) could not be marked pooled - their "
                  "payments will count again next season"
               MOVE 4 TO RETURN-CODE
           END-IF.

       SET-ONE-POT-BASELINE.
           MOVE WS-ROW-CREDITS TO DL-PRIZE-CREDITS
           IF DL-PAID > WS-ROW-CREDITS
               COMPUTE DL-POT-PAID = DL-PAID - WS-ROW-CREDITS
           ELSE
               MOVE 0 TO DL-POT-PAID
           END-IF
           MOVE WS-PRIZE-STAMP TO DL-PRIZE-STAMP
           REWRITE DUES-LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = "00"
               ADD 1 TO WS-BASELINE-FAILED
           END-IF.

       ALLOCATE-DIVISION-PLACES.
           *> Divisions in letter order, each ranked on the standings
           *> ladder the season table is already sorted by.
           MOVE 0 TO WS-AWARD-COUNT
           MOVE 0 TO WS-DIVISION-COUNT
           PERFORM VARYING WS-SE-I FROM 1 BY 1
                   UNTIL WS-SE-I > WS-SEASON-COUNT
               MOVE "N" TO WS-DV-FOUND
               PERFORM VARYING WS-DV-I FROM 1 BY 1
                       UNTIL WS-DV-I > WS-DIVISION-COUNT
                   IF WS-DIVISION-LIST(WS-DV-I) =
                      WS-SE-DIVISION(WS-SE-I)
                       MOVE "Y" TO WS-DV-FOUND
                   END-IF
               END-PERFORM
               IF NOT DIVISION-LISTED AND WS-DIVISION-COUNT < 26
                   ADD 1 TO WS-DIVISION-COUNT
                   MOVE WS-SE-DIVISION(WS-SE-I)
                      TO WS-DIVISION-LIST(WS-DIVISION-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DV-I FROM 1 BY 1
                   UNTIL WS-DV-I > WS-DIVISION-COUNT
               PERFORM VARYING WS-DV-J FROM 1 BY 1
                       UNTIL WS-DV-J > WS-DIVISION-COUNT - WS-DV-I
                   IF WS-DIVISION-LIST(WS-DV-J) >
                      WS-DIVISION-LIST(WS-DV-J + 1)
                       MOVE WS-DIVISION-LIST(WS-DV-J)
                          TO WS-DIVISION-SWAP
                       MOVE WS-DIVISION-LIST(WS-DV-J + 1)
                          TO WS-DIVISION-LIST(WS-DV-J)
                       MOVE WS-DIVISION-SWAP
                          TO WS-DIVISION-LIST(WS-DV-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-DV-I FROM 1 BY 1
                   UNTIL WS-DV-I > WS-DIVISION-COUNT
               MOVE WS-DIVISION-LIST(WS-DV-I) TO WS-DIVISION-CODE
               PERFORM ALLOCATE-ONE-DIVISION
           END-PERFORM.

       ALLOCATE-ONE-DIVISION.
           MOVE 0 TO WS-MEMBER-COUNT
           PERFORM VARYING WS-SE-I FROM 1 BY 1
                   UNTIL WS-SE-I > WS-SEASON-COUNT
               IF WS-SE-DIVISION(WS-SE-I) = WS-DIVISION-CODE
                   ADD 1 TO WS-MEMBER-COUNT
                   MOVE WS-SE-I TO WS-DIVISION-MEMBER(WS-MEMBER-COUNT)
               END-IF
           END-PERFORM
           MOVE 1 TO WS-TIE-FIRST
           PERFORM UNTIL WS-TIE-FIRST > WS-MEMBER-COUNT
               PERFORM FIND-TIE-RUN
               PERFORM PAY-TIE-RUN
               COMPUTE WS-TIE-FIRST = WS-TIE-LAST + 1
           END-PERFORM.

       FIND-TIE-RUN.
           *> Players level on total, yachts and best game share the
           *> places they span - the same ladder the standings use.
           MOVE WS-TIE-FIRST TO WS-TIE-LAST
           MOVE "N" TO WS-TIE-ENDED
           PERFORM UNTIL TIE-RUN-ENDED
                   OR WS-TIE-LAST >= WS-MEMBER-COUNT
               MOVE WS-DIVISION-MEMBER(WS-TIE-LAST) TO WS-SE-I
               MOVE WS-DIVISION-MEMBER(WS-TIE-LAST + 1) TO WS-SE-J
               IF WS-SE-SEASON-TOTAL(WS-SE-I) =
                  WS-SE-SEASON-TOTAL(WS-SE-J)
                  AND WS-SE-YACHT-COUNT(WS-SE-I) =
                      WS-SE-YACHT-COUNT(WS-SE-J)
                  AND WS-SE-BEST-GAME(WS-SE-I) =
                      WS-SE-BEST-GAME(WS-SE-J)
                   ADD 1 TO WS-TIE-LAST
               ELSE
                   MOVE "Y" TO WS-TIE-ENDED
               END-IF
           END-PERFORM.

       PAY-TIE-RUN.
           MOVE 0 TO WS-POOL
           PERFORM VARYING WS-PLACE FROM WS-TIE-FIRST BY 1
                   UNTIL WS-PLACE > WS-TIE-LAST
               PERFORM VARYING WS-PO-I FROM 1 BY 1
                       UNTIL WS-PO-I > WS-PAYOUT-COUNT
                   IF WS-PO-DIVISION(WS-PO-I) = WS-DIVISION-CODE
                      AND WS-PO-PLACE(WS-PO-I) = WS-PLACE
                       COMPUTE WS-PLACE-AMOUNT =
                          WS-PRIZE-POT * WS-PO-PERCENT(WS-PO-I) / 100
                       ADD WS-PLACE-AMOUNT TO WS-POOL
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE WS-TIE-SIZE = WS-TIE-LAST - WS-TIE-FIRST + 1
           COMPUTE WS-SHARE = WS-POOL / WS-TIE-SIZE
           IF WS-SHARE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TIE-FIRST TO WS-PLACE-OUT
           MOVE SPACES TO WS-AWARD-LABEL
           STRING "DIV " WS-DIVISION-CODE " PLACE " WS-PLACE-OUT
              DELIMITED BY SIZE INTO WS-AWARD-LABEL
           END-STRING
           MOVE "N" TO WS-AWARD-TIED
           IF WS-TIE-SIZE > 1
               MOVE "Y" TO WS-AWARD-TIED
           END-IF
           PERFORM VARYING WS-MB-I FROM WS-TIE-FIRST BY 1
                   UNTIL WS-MB-I > WS-TIE-LAST
               MOVE WS-DIVISION-MEMBER(WS-MB-I) TO WS-SE-I
               PERFORM ADD-AWARD
           END-PERFORM.

       ALLOCATE-SEASON-AWARDS.
           *> The hall's most yachts and best game of the season; a
           *> shared best shares the award.
           IF WS-YACHT-PERCENT > 0
               MOVE 0 TO WS-BEST-VALUE
               PERFORM VARYING WS-SE-I FROM 1 BY 1
                       UNTIL WS-SE-I > WS-SEASON-COUNT
                   IF WS-SE-YACHT-COUNT(WS-SE-I) > WS-BEST-VALUE
                       MOVE WS-SE-YACHT-COUNT(WS-SE-I)
                          TO WS-BEST-VALUE
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-HOLDER-COUNT
               PERFORM VARYING WS-SE-I FROM 1 BY 1
                       UNTIL WS-SE-I > WS-SEASON-COUNT
                   IF WS-BEST-VALUE > 0
                      AND WS-SE-YACHT-COUNT(WS-SE-I) = WS-BEST-VALUE
                       ADD 1 TO WS-HOLDER-COUNT
                   END-IF
               END-PERFORM
               IF WS-HOLDER-COUNT > 0
                   COMPUTE WS-SHARE =
                      WS-PRIZE-POT * WS-YACHT-PERCENT / 100
                   COMPUTE WS-SHARE = WS-SHARE / WS-HOLDER-COUNT
                   MOVE "MOST YACHTS" TO WS-AWARD-LABEL
                   PERFORM ADD-SEASON-AWARD-HOLDERS
               END-IF
           END-IF
           IF WS-BEST-PERCENT > 0
               MOVE 0 TO WS-BEST-VALUE
               PERFORM VARYING WS-SE-I FROM 1 BY 1
                       UNTIL WS-SE-I > WS-SEASON-COUNT
                   IF WS-SE-BEST-GAME(WS-SE-I) > WS-BEST-VALUE
                       MOVE WS-SE-BEST-GAME(WS-SE-I) TO WS-BEST-VALUE
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-HOLDER-COUNT
               PERFORM VARYING WS-SE-I FROM 1 BY 1
                       UNTIL WS-SE-I > WS-SEASON-COUNT
                   IF WS-BEST-VALUE > 0
                      AND WS-SE-BEST-GAME(WS-SE-I) = WS-BEST-VALUE
                       ADD 1 TO WS-HOLDER-COUNT
                   END-IF
               END-PERFORM
               IF WS-HOLDER-COUNT > 0
                   COMPUTE WS-SHARE =
                      WS-PRIZE-POT * WS-BEST-PERCENT / 100
                   COMPUTE WS-SHARE = WS-SHARE / WS-HOLDER-COUNT
                   MOVE "BEST GAME" TO WS-AWARD-LABEL
                   PERFORM ADD-SEASON-AWARD-HOLDERS
               END-IF
           END-IF.

       ADD-SEASON-AWARD-HOLDERS.
           IF WS-SHARE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AWARD-TIED
           IF WS-HOLDER-COUNT > 1
               MOVE "Y" TO WS-AWARD-TIED
           END-IF
           PERFORM VARYING WS-SE-I FROM 1 BY 1
                   UNTIL WS-SE-I > WS-SEASON-COUNT
               IF WS-AWARD-LABEL = "MOST YACHTS"
                  AND WS-SE-YACHT-COUNT(WS-SE-I) = WS-BEST-VALUE
                   PERFORM ADD-AWARD
               END-IF
               IF WS-AWARD-LABEL = "BEST GAME"
                  AND WS-SE-BEST-GAME(WS-SE-I) = WS-BEST-VALUE
                   PERFORM ADD-AWARD
               END-IF
           END-PERFORM.

       ADD-AWARD.
           *> Place awards are at most one per season row and each
           *> season award at most one per row, so 300 always holds.
           ADD 1 TO WS-AWARD-COUNT
           MOVE WS-SE-PLAYER-ID(WS-SE-I)
              TO WS-AW-PLAYER-ID(WS-AWARD-COUNT)
           MOVE WS-SE-PLAYER-NAME(WS-SE-I)
              TO WS-AW-PLAYER-NAME(WS-AWARD-COUNT)
           MOVE WS-AWARD-LABEL TO WS-AW-LABEL(WS-AWARD-COUNT)
           IF WS-AWARD-TIED = "Y"
               MOVE "TIE" TO WS-AW-LABEL(WS-AWARD-COUNT)(16:3)
           END-IF
           MOVE WS-SHARE TO WS-AW-AMOUNT(WS-AWARD-COUNT)
           MOVE 0 TO WS-AW-TO-ARREARS(WS-AWARD-COUNT)
           MOVE 0 TO WS-AW-TO-CREDIT(WS-AWARD-COUNT)
           MOVE SPACES TO WS-AW-OUTCOME(WS-AWARD-COUNT)
           ADD WS-SHARE TO WS-AWARDED-TOTAL.

       POST-ONE-AWARD.
           *> The award is credited as a payment: whatever the member
           *> owes is cleared first and the rest stands as a credit
           *> against next season's dues.
           MOVE 0 TO WS-RC-SEVERITY
           MOVE SPACES TO WS-RC-MESSAGE
           MOVE WS-AW-PLAYER-ID(WS-AW-I) TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "NOT POSTED - NOT ON MASTER"
                  TO WS-AW-OUTCOME(WS-AW-I)
               MOVE "error: player id is not on the player master"
                  TO WS-RC-MESSAGE
               PERFORM RECORD-UNPOSTED-AWARD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NEW-ROW-FLAG
           MOVE WS-AW-PLAYER-ID(WS-AW-I) TO DL-PLAYER-ID
           READ DUES-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "Y" TO WS-NEW-ROW-FLAG
               MOVE SPACES TO DUES-LEDGER-RECORD
               MOVE WS-AW-PLAYER-ID(WS-AW-I) TO DL-PLAYER-ID
               MOVE 0 TO DL-ASSESSED
               MOVE 0 TO DL-PAID
               MOVE 0 TO DL-OPEN-ASSESSED
               MOVE 0 TO DL-OPEN-PAID
               MOVE 0 TO DL-CYCLE-FEE
           END-IF
           IF DL-PRIZE-CREDITS IS NOT NUMERIC
               MOVE 0 TO DL-PRIZE-CREDITS
           END-IF
           IF DL-POT-PAID IS NOT NUMERIC
               MOVE 0 TO DL-POT-PAID
           END-IF
           COMPUTE WS-OWING = DL-ASSESSED - DL-PAID
           IF WS-OWING > 0
               IF WS-OWING < WS-AW-AMOUNT(WS-AW-I)
                   MOVE WS-OWING TO WS-AW-TO-ARREARS(WS-AW-I)
               ELSE
                   MOVE WS-AW-AMOUNT(WS-AW-I)
                      TO WS-AW-TO-ARREARS(WS-AW-I)
               END-IF
           END-IF
           COMPUTE WS-AW-TO-CREDIT(WS-AW-I) =
              WS-AW-AMOUNT(WS-AW-I) - WS-AW-TO-ARREARS(WS-AW-I)
           ADD WS-AW-AMOUNT(WS-AW-I) TO DL-PAID
           ADD WS-AW-AMOUNT(WS-AW-I) TO DL-PRIZE-CREDITS
           MOVE WS-PRIZE-STAMP TO DL-PRIZE-STAMP
           IF LEDGER-ROW-IS-NEW
               WRITE DUES-LEDGER-RECORD
           ELSE
               REWRITE DUES-LEDGER-RECORD
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE 0 TO WS-AW-TO-ARREARS(WS-AW-I)
               MOVE 0 TO WS-AW-TO-CREDIT(WS-AW-I)
               MOVE "NOT POSTED - LEDGER FAILED"
                  TO WS-AW-OUTCOME(WS-AW-I)
               MOVE "error: dues ledger write failed" TO WS-RC-MESSAGE
               PERFORM RECORD-UNPOSTED-AWARD
               EXIT PARAGRAPH
           END-IF
           MOVE "POSTED" TO WS-AW-OUTCOME(WS-AW-I)
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-AW-TO-ARREARS(WS-AW-I) TO WS-ARREARS-TOTAL
           ADD WS-AW-TO-CREDIT(WS-AW-I) TO WS-CREDIT-TOTAL
           MOVE "prize credit posted" TO WS-RC-MESSAGE
           PERFORM WRITE-PRIZE-AUDIT.

       RECORD-UNPOSTED-AWARD.
           MOVE 8 TO WS-RC-SEVERITY
           ADD 1 TO WS-UNPOSTED-COUNT
           ADD WS-AW-AMOUNT(WS-AW-I) TO WS-UNPOSTED-TOTAL
           DISPLAY "SEASONCL: warning - prize award for "
              WS-AW-PLAYER-ID(WS-AW-I) " not posted - "
              WS-AW-OUTCOME(WS-AW-I)
           MOVE 4 TO RETURN-CODE
           PERFORM WRITE-PRIZE-AUDIT.

       WRITE-PRIZE-AUDIT.
           MOVE SPACES TO WS-AUDIT-INPUT-VALUE
           STRING "R " WS-AW-PLAYER-ID(WS-AW-I) " "
                  WS-CLOSING-SEASON-ID " " WS-AW-AMOUNT(WS-AW-I) " "
                  WS-AW-LABEL(WS-AW-I)
              DELIMITED BY SIZE INTO WS-AUDIT-INPUT-VALUE
           END-STRING
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-PRIZE-REGISTER.
           MOVE SPACES TO PRIZE-REGISTER-LINE
           STRING "PRIZE FUND PAYOUT REGISTER - " WS-HALL-NAME
                  " - SEASON " WS-CLOSING-SEASON-ID
              DELIMITED BY SIZE INTO PRIZE-REGISTER-LINE
           END-STRING
           WRITE PRIZE-REGISTER-LINE
           MOVE SPACES TO PRIZE-REGISTER-LINE
           WRITE PRIZE-REGISTER-LINE
           MOVE WS-DUES-MEMBERS TO WS-MEMBERS-OUT
           MOVE SPACES TO WS-PRIZE-TOTAL-LINE
           MOVE "SEASON DUES PAID" TO WS-PTL-LABEL
           MOVE WS-SEASON-DUES TO WS-PTL-AMOUNT
           STRING "BY " FUNCTION TRIM(WS-MEMBERS-OUT)
                  " MEMBER(S) OF THE HALL"
              DELIMITED BY SIZE INTO WS-PTL-NOTE
           END-STRING
           PERFORM WRITE-PRIZE-TOTAL-LINE
           MOVE WS-POT-SHARE TO WS-PERCENT-OUT
           MOVE SPACES TO WS-PRIZE-TOTAL-LINE
           MOVE "PRIZE POT" TO WS-PTL-LABEL
           MOVE WS-PRIZE-POT TO WS-PTL-AMOUNT
           STRING FUNCTION TRIM(WS-PERCENT-OUT) "% OF THE DUES PAID"
              DELIMITED BY SIZE INTO WS-PTL-NOTE
           END-STRING
           PERFORM WRITE-PRIZE-TOTAL-LINE
           MOVE SPACES TO PRIZE-REGISTER-LINE
           WRITE PRIZE-REGISTER-LINE
           MOVE "AWARD               PLAYER      NAME                "
              TO PRIZE-REGISTER-LINE
           MOVE "       AWARD  TO ARREARS   TO CREDIT  OUTCOME"
              TO PRIZE-REGISTER-LINE(53:)
           WRITE PRIZE-REGISTER-LINE
           PERFORM VARYING WS-AW-I FROM 1 BY 1
                   UNTIL WS-AW-I > WS-AWARD-COUNT
               MOVE SPACES TO WS-PRIZE-REGISTER-LINE
               MOVE WS-AW-LABEL(WS-AW-I) TO WS-PRL-LABEL
               MOVE WS-AW-PLAYER-ID(WS-AW-I) TO WS-PRL-PLAYER-ID
               MOVE WS-AW-PLAYER-NAME(WS-AW-I) TO WS-PRL-PLAYER-NAME
               MOVE WS-AW-AMOUNT(WS-AW-I) TO WS-PRL-AMOUNT
               MOVE WS-AW-TO-ARREARS(WS-AW-I) TO WS-PRL-TO-ARREARS
               MOVE WS-AW-TO-CREDIT(WS-AW-I) TO WS-PRL-TO-CREDIT
               MOVE WS-AW-OUTCOME(WS-AW-I) TO WS-PRL-OUTCOME
               MOVE WS-PRIZE-REGISTER-LINE TO PRIZE-REGISTER-LINE
               WRITE PRIZE-REGISTER-LINE
           END-PERFORM
           IF WS-AWARD-COUNT = 0
               MOVE "NO AWARDS - THE PAYOUT TABLE PAID NOTHING OUT"
                  TO PRIZE-REGISTER-LINE
               WRITE PRIZE-REGISTER-LINE
           END-IF
           MOVE SPACES TO PRIZE-REGISTER-LINE
           WRITE PRIZE-REGISTER-LINE
           MOVE SPACES TO WS-PRIZE-TOTAL-LINE
           MOVE "TOTAL AWARDED" TO WS-PTL-LABEL
           MOVE WS-AWARDED-TOTAL TO WS-PTL-AMOUNT
           PERFORM WRITE-PRIZE-TOTAL-LINE
           MOVE SPACES TO WS-PRIZE-TOTAL-LINE
           MOVE "  APPLIED TO ARREARS" TO WS-PTL-LABEL
           MOVE WS-ARREARS-TOTAL TO WS-PTL-AMOUNT
           PERFORM WRITE-PRIZE-TOTAL-LINE
           MOVE SPACES TO WS-PRIZE-TOTAL-LINE
           MOVE "  CREDITED TO NEXT SEASON" TO WS-PTL-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-PTL-AMOUNT
           PERFORM WRITE-PRIZE-TOTAL-LINE
           IF WS-UNPOSTED-COUNT > 0
               MOVE SPACES TO WS-PRIZE-TOTAL-LINE
               MOVE "  NOT POSTED" TO WS-PTL-LABEL
               MOVE WS-UNPOSTED-TOTAL TO WS-PTL-AMOUNT
               MOVE "SEE OUTCOME - POST BY HAND THROUGH DUESMNT"
                  TO WS-PTL-NOTE
               PERFORM WRITE-PRIZE-TOTAL-LINE
           END-IF
           COMPUTE WS-RETAINED = WS-PRIZE-POT - WS-AWARDED-TOTAL
           MOVE SPACES TO WS-PRIZE-TOTAL-LINE
           MOVE "RETAINED IN THE FUND" TO WS-PTL-LABEL
           MOVE WS-RETAINED TO WS-PTL-AMOUNT
           PERFORM WRITE-PRIZE-TOTAL-LINE
           MOVE SPACES TO PRIZE-REGISTER-LINE
           WRITE PRIZE-REGISTER-LINE
           WRITE PRIZE-REGISTER-LINE
           MOVE SPACES TO PRIZE-REGISTER-LINE
           STRING "APPROVED FOR THE COMMITTEE  " "____________________"
                  "  DATE __________"
              DELIMITED BY SIZE INTO PRIZE-REGISTER-LINE
           END-STRING
           WRITE PRIZE-REGISTER-LINE
           MOVE SPACES TO PRIZE-REGISTER-LINE
           WRITE PRIZE-REGISTER-LINE
           MOVE SPACES TO PRIZE-REGISTER-LINE
           STRING "TREASURER                   " "____________________"
                  "  DATE __________"
              DELIMITED BY SIZE INTO PRIZE-REGISTER-LINE
           END-STRING
           WRITE PRIZE-REGISTER-LINE
           MOVE WS-PRIZE-POT TO WS-POT-OUT
           MOVE WS-RETAINED TO WS-RETAINED-OUT
           DISPLAY "SEASONCL: prize pot " FUNCTION TRIM(WS-POT-OUT)
              " - " WS-POSTED-COUNT " award(s) posted, "
              FUNCTION TRIM(WS-RETAINED-OUT) " retained in the fund".

       WRITE-PRIZE-TOTAL-LINE.
           MOVE WS-PRIZE-TOTAL-LINE TO PRIZE-REGISTER-LINE
           WRITE PRIZE-REGISTER-LINE.

       WRITE-FINAL-STANDINGS.
           OPEN OUTPUT FINAL-STANDINGS-FILE
           IF WS-FINAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FINAL-STANDINGS-LINE
           STRING "FINAL STANDINGS AT CLOSEOUT - " WS-HALL-NAME
                  " - SEASON " WS-CLOSING-SEASON-ID
              DELIMITED BY SIZE INTO FINAL-STANDINGS-LINE
           END-STRING
           WRITE FINAL-STANDINGS-LINE
               WRITE CAREER-REPORT-LINE
           END-PERFORM
           CLOSE CAREER-REPORT-FILE.

       OPEN-AUDIT-TRAIL-FILE.
           PERFORM RESOLVE-AUDIT-FILE-NAME
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.

       RESOLVE-AUDIT-FILE-NAME.
           *> Audit output goes to the dated generation file AUDGEN has
           *> open; a missing generation control file falls back to the
           *> old single AUDITTRL so stand-alone runs still work.
           IF AUDIT-NAME-RESOLVED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-CONTROL-FILE
           IF WS-AUDIT-CTL-STATUS = "00"
               READ AUDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-AUDIT-FILE-NAME
                       STRING "AUDITTRL.G" AGC-GENERATION-NUMBER
                          DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
                       END-STRING
                       MOVE AGC-HARD-STOP-FLAG
                          TO WS-AUDIT-HARD-STOP-FLAG
               END-READ
               CLOSE AUDIT-CONTROL-FILE
           END-IF
           MOVE "Y" TO WS-AUDIT-NAME-SET.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-TRAIL-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "SEASONCL" TO AUD-PROGRAM-NAME
           MOVE WS-AUDIT-INPUT-VALUE TO AUD-INPUT-VALUE
           MOVE WS-RC-SEVERITY TO AUD-RC-SEVERITY
           MOVE WS-RC-MESSAGE TO AUD-RC-MESSAGE
           WRITE AUDIT-TRAIL-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               IF AUDIT-HARD-STOP
                   DISPLAY "SEASONCL: fatal - audit trail write failed
      -                 " - status " WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SEASONCL: warning - audit trail write failed -
      -             " status " WS-AUDIT-STATUS
           END-IF.
