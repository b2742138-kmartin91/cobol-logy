           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT SEASON-REPORT-FILE ASSIGN TO "SEASONSTD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HANDICAP-STATUS.

           SELECT SCORED-WORK-FILE ASSIGN TO "SCOREHXW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCOREHXW-STATUS.

           SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TM-TEAM-ID
               FILE STATUS IS WS-TEAM-STATUS.

           SELECT TEAM-HISTORY-FILE ASSIGN TO "TEAMHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-TEAMHX-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BACKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-RPT-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "PLAYOFFB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BRACKET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YACHT-SCORES-FILE.
       COPY "CPY-CAREER-HISTORY.cpy".

       FD  SUBSTITUTE-FILE.
       COPY "CPY-SUBSTITUTE-RECORD.cpy".

       FD  SUSPENSE-LEDGER-FILE.
       COPY "CPY-SUSPENSE-LEDGER.cpy".
       FD  HANDICAP-FILE.
       COPY "CPY-HANDICAP-RECORD.cpy".

       FD  SCORED-WORK-FILE.
       01  SCORED-WORK-RECORD         PIC X(48).

       FD  TEAM-MASTER-FILE.
       COPY "CPY-TEAM-MASTER.cpy".

       FD  TEAM-HISTORY-FILE.
       COPY "CPY-TEAM-HISTORY.cpy".

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE        PIC X(120).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  BRACKET-FILE.
       COPY "CPY-PLAYOFF-BRACKET.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RESULT PIC 999 VALUE 0.
       01 WS-CATEGORY PIC X(15).
          05 WS-PARM-STATUS           PIC XX VALUE SPACES.
          05 WS-RUN-MODE              PIC X(9) VALUE "SCORE".
             88 REPROCESS-MODE        VALUE "REPROCESS".
             88 BACKOUT-MODE          VALUE "BACKOUT".
          05 WS-SUSPENSE-STATUS       PIC XX VALUE SPACES.
          05 WS-SUSPENSE-IN-STATUS    PIC XX VALUE SPACES.
          05 WS-REJECT-REASON         PIC X(4) VALUE SPACES.
             88 SCHEDULE-AT-EOF       VALUE "Y".
          05 WS-NIGHT-DATE            PIC X(10) VALUE SPACES.
          05 WS-NIGHT-TYPE            PIC X(8) VALUE SPACES.
             88 PLAYOFF-NIGHT         VALUE "PLAYOFF".
          05 WS-NIGHT-MULTIPLIER      PIC 9 VALUE 1.
          05 WS-NIGHT-SCHEDULED       PIC X VALUE "N".
             88 NIGHT-IS-SCHEDULED    VALUE "Y".

      *> The hall's playoff bracket, read only when a playoff night
      *> is backed out: once PLAYOFF has advanced the night's round,
      *> its results stand on the bracket and the back-out must not
      *> take them from under it.
       01 WS-BRACKET-FIELDS.
          05 WS-BRACKET-STATUS        PIC XX VALUE SPACES.
          05 WS-BRACKET-EOF           PIC X VALUE "N".
             88 BRACKET-AT-EOF        VALUE "Y".
          05 WS-BO-NIGHT-ROUND        PIC 9 VALUE 0.
          05 WS-BO-TOP-ROUND          PIC 9 VALUE 0.
          05 WS-BO-ROUND-SETTLED      PIC X VALUE "N".
             88 NIGHT-ROUND-SETTLED   VALUE "Y".

      *> Night-scoped substitute registrations - a guest covering an
      *> absent member plays under their own id for the night. The
      *> guest's rolls score onto a scorecard and print, but nothing
             88 LEDGER-AT-EOF         VALUE "Y".
          05 WS-LEDGER-COUNT          PIC 9(4) VALUE 0.
          05 WS-LG                    PIC 9(4) VALUE 0.
          05 WS-LG-KEPT               PIC 9(4) VALUE 0.
          05 WS-LEDGER-ORIGIN         PIC X(8) VALUE SPACES.
          05 WS-LEDGER-CHANGED        PIC X VALUE "N".
             88 LEDGER-HAS-CHANGES    VALUE "Y".
      *> written back over the same file - 2000 slots covers a
      *> full season of nights at fifty pairings apiece.
       01 WS-MATCH-TABLE.
          05 WS-MT-RECORD OCCURS 2000 TIMES PIC X(52).

       01 WS-RUN-CONTROL-FIELDS.
          05 WS-RUNCTL-STATUS         PIC XX VALUE SPACES.
          05 WS-RCT-COUNT             PIC 99 VALUE 0.
          05 WS-RCT-I                 PIC 99 VALUE 0.
          05 WS-RCT-MATCH-INDEX       PIC 99 VALUE 0.
          05 WS-RCT-HALL-LATEST       PIC 99 VALUE 0.
          05 WS-RCT-EOF               PIC X VALUE "N".
             88 RUNCTL-AT-EOF         VALUE "Y".
          05 WS-PRIOR-RUN-STATUS      PIC X VALUE SPACE.
          05 WS-RCT-REPRO-COUNT       PIC 9(7) VALUE 0.
          05 WS-RCT-REPRO-HASH        PIC 9(12) VALUE 0.

      *> One run-control record per game date and hall rides here
      *> while the night's own record is matched and updated -
      *> rewriting the file must not discard the other nights' (or
      *> the other hall's) state.
       01 WS-RUN-CONTROL-TABLE.
          05 WS-RCT-ENTRY OCCURS 40 TIMES PIC X(39).

       01 WS-CONTROL-FIELDS.
          05 WS-CONTROL-STATUS        PIC XX VALUE SPACES.
             88 NIGHT-ENTRIES-OUT-OF-ORDER  VALUE "Y".
             88 SEASON-ENTRIES-OUT-OF-ORDER VALUE "Y".

      *> Back-out of a finalized night. The night's own rows on the
      *> scored history are the record of what it posted, so every
      *> reversal - season, match, team, ledger - is derived from
      *> them rather than from whatever input file was scored.
       01 WS-BACKOUT-FIELDS.
          05 WS-SCOREHXW-STATUS       PIC XX VALUE SPACES.
          05 WS-TEAM-STATUS           PIC XX VALUE SPACES.
          05 WS-TEAMHX-STATUS         PIC XX VALUE SPACES.
          05 WS-BACKOUT-RPT-STATUS    PIC XX VALUE SPACES.
          05 WS-TEAM-EOF              PIC X VALUE "N".
             88 TEAM-AT-EOF           VALUE "Y".
          05 WS-SCOREIX-EOF           PIC X VALUE "N".
             88 SCOREIX-AT-EOF        VALUE "Y".
          05 WS-BO-HISTORY-FLAG       PIC X VALUE "N".
             88 BACKOUT-HISTORY-FAILED VALUE "Y".
          05 WS-BO-HISTORY-ROWS       PIC 9(7) VALUE 0.
          05 WS-BO-ROWS-COPIED        PIC 9(7) VALUE 0.
          05 WS-BO-ROWS-REVERSED      PIC 9(5) VALUE 0.
          05 WS-BO-DICE-HASH          PIC 9(12) VALUE 0.
          05 WS-BO-POINTS-REVERSED    PIC 9(7) VALUE 0.
          05 WS-BO-YACHTS-REVERSED    PIC 9(5) VALUE 0.
          05 WS-BO-GAMES-REVERSED     PIC 9(5) VALUE 0.
          05 WS-BO-MATCHES-RESET      PIC 9(4) VALUE 0.
          05 WS-BO-WINS-REVERSED      PIC 9(4) VALUE 0.
          05 WS-BO-LOSSES-REVERSED    PIC 9(4) VALUE 0.
          05 WS-BO-DRAWS-REVERSED     PIC 9(4) VALUE 0.
          05 WS-BO-TEAMS-REVERSED     PIC 99 VALUE 0.
          05 WS-BO-TEAM-POINTS        PIC 9(7) VALUE 0.
          05 WS-BO-LEDGER-REOPENED    PIC 9(4) VALUE 0.
          05 WS-BO-LEDGER-REMOVED     PIC 9(4) VALUE 0.
          05 WS-BO-INDEX-REMOVED      PIC 9(4) VALUE 0.
          05 WS-BO-SEASON-ROWS-DROPPED PIC 9(4) VALUE 0.
          05 WS-BO-CARD-COUNT         PIC 99 VALUE 0.
          05 WS-BP                    PIC 99 VALUE 0.
          05 WS-BO-CARD-INDEX         PIC 99 VALUE 0.
          05 WS-BO-CAT-INDEX          PIC 99 VALUE 0.
          05 WS-BO-UPPER              PIC 9(4) VALUE 0.
          05 WS-BO-GRAND-WORK         PIC 9(5) VALUE 0.
          05 WS-BO-WORK-DATE          PIC X(8) VALUE SPACES.
          05 WS-BO-WORK-YEAR          PIC 9(4) VALUE 0.
          05 WS-BO-WORK-MONTH         PIC 99 VALUE 0.
          05 WS-BO-WORK-SEASON-ID     PIC X(9) VALUE SPACES.
          05 WS-BO-WORK-START-YEAR    PIC 9(4) VALUE 0.
          05 WS-BO-WORK-END-YEAR      PIC 9(4) VALUE 0.
          05 WS-BO-NIGHT-COUNT        PIC 9(4) VALUE 0.
          05 WS-BN                    PIC 9(4) VALUE 0.
          05 WS-BO-NIGHT-INDEX        PIC 9(4) VALUE 0.
          05 WS-BO-LOOKUP-DATE        PIC X(10) VALUE SPACES.
          05 WS-BO-LOOKUP-MULTIPLIER  PIC 9 VALUE 1.
          05 WS-BO-SIDE-ID            PIC X(10) VALUE SPACES.
          05 WS-BO-SIDE-POINTS        PIC 9(4) VALUE 0.
          05 WS-BO-SIDE-OUTCOME       PIC X VALUE SPACE.
          05 WS-BO-OUTCOME            PIC X VALUE SPACE.
          05 WS-BO-WORK-TOTAL         PIC S9(7) VALUE 0.
          05 WS-BO-TEAM-COUNT         PIC 99 VALUE 0.
          05 WS-BT                    PIC 99 VALUE 0.
          05 WS-BO-M                  PIC 9 VALUE 0.
          05 WS-BO-N                  PIC 9 VALUE 0.
          05 WS-BO-U                  PIC 9 VALUE 0.
          05 WS-BO-COUNTED            PIC 9 VALUE 0.
          05 WS-BO-SWAP-TOTAL         PIC 9(5) VALUE 0.
          05 WS-BO-TEAM-NIGHT         PIC 9(5) VALUE 0.
          05 WS-BO-MEMBER-TOTAL OCCURS 4 TIMES PIC 9(5).
          05 WS-BO-WORK-EOF           PIC X VALUE "N".
             88 BACKOUT-WORK-AT-EOF   VALUE "Y".
          05 WS-BO-SCHED-COUNT        PIC 999 VALUE 0.
          05 WS-BS                    PIC 999 VALUE 0.

       01 WS-BACKOUT-SCHEDULE-TABLE.
          05 WS-BO-SCHED OCCURS 200 TIMES.
             10 WS-BS-DATE            PIC X(10).
             10 WS-BS-MULTIPLIER      PIC 9.

      *> One card per player who scored on the backed-out night -
      *> the category slots are filled the way the scoring pass
      *> filled them (the last roll into a category stands), so the
      *> grand total re-derived here is the total that was posted.
       01 WS-BACKOUT-CARD-TABLE.
          05 WS-BO-CARD OCCURS 50 TIMES.
             10 WS-BO-PLAYER-ID       PIC X(10).
             10 WS-BO-CAT-SCORE OCCURS 12 TIMES PIC 999.
             10 WS-BO-YACHTS          PIC 99.
             10 WS-BO-GRAND           PIC 9(5).
             10 WS-BO-RESULT          PIC X.
             10 WS-BO-ROW-FLAG        PIC X.
                88 BO-HAS-SEASON-ROW  VALUE "Y".
             10 WS-BO-REDERIVE-FLAG   PIC X.
                88 BO-REDERIVE-BEST   VALUE "Y".
             10 WS-BO-BEST-BEFORE     PIC 9(4).
             10 WS-BO-BEST-AFTER      PIC 9(5).

      *> The season's other nights for a player whose best game was
      *> the backed-out night - the best game behind it has to be
      *> found again from the rows that still stand.
       01 WS-BACKOUT-NIGHT-TABLE.
          05 WS-BO-NIGHT OCCURS 1500 TIMES.
             10 WS-BN-CARD-INDEX      PIC 99.
             10 WS-BN-DATE            PIC X(8).
             10 WS-BN-CAT-SCORE OCCURS 12 TIMES PIC 999.

       01 WS-BACKOUT-TEAM-TABLE.
          05 WS-BO-TEAM OCCURS 30 TIMES.
             10 WS-BT-TEAM-ID         PIC X(10).
             10 WS-BT-MEMBER-ID OCCURS 4 TIMES PIC X(10).

       01 WS-BACKOUT-DETAIL-LINE.
          05 WS-BDL-KIND              PIC X(6).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-ID                PIC X(10).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-GAMES             PIC -(3)9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-POINTS            PIC -(6)9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-YACHTS            PIC -(3)9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-RESULT            PIC X.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-BEST-BEFORE       PIC ZZZZ9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-BEST-AFTER        PIC ZZZZ9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-BDL-NOTE              PIC X(30).

       01 WS-BACKOUT-EDIT-FIELDS.
          05 WS-BE-ROWS               PIC -(6)9.
          05 WS-BE-HASH               PIC -(12)9.
          05 WS-BE-POINTS             PIC -(7)9.
          05 WS-BE-YACHTS             PIC -(5)9.
          05 WS-BE-GAMES              PIC -(5)9.
          05 WS-BE-WINS               PIC -(4)9.
          05 WS-BE-LOSSES             PIC -(4)9.
          05 WS-BE-DRAWS              PIC -(4)9.
          05 WS-BE-TEAM-POINTS        PIC -(7)9.

      *> The hall whose league this run scores - named on HALLPRM,
      *> blank for the original league. Every hall-coded file is
      *> read and written for this hall only.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.

      *> Scoring rules in effect for this run - standard league values
      *> unless the hall's LEAGRULE record overrides them at startup.
       01 WS-LEAGUE-RULES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-RULES-FOUND           PIC X VALUE "N".
             88 HALL-RULES-FOUND      VALUE "Y".
          05 WS-RULES-SOURCE          PIC X(8) VALUE "STANDARD".
          05 WS-YACHT-SCORE           PIC 999 VALUE 50.
          05 WS-YACHT-BONUS           PIC 999 VALUE 100.
              VALUE "YACHT LEAGUE STANDINGS - BY TOTAL DESC".
           05 LINE 1 COLUMN 41 PIC X(8) VALUE "DIVISION".
           05 LINE 1 COLUMN 50 PIC X    SOURCE WS-RPT-DIVISION.
           05 LINE 1 COLUMN 53 PIC X(30) SOURCE WS-HALL-NAME.
           05 LINE 2 COLUMN 1  PIC X(12) VALUE "RULES: YACHT".
           05 LINE 2 COLUMN 14 PIC ZZ9   SOURCE WS-YACHT-SCORE.
           05 LINE 2 COLUMN 18 PIC X(5)  VALUE "BONUS".

       PROCEDURE DIVISION.
       RUN-SCOREBOARD.
           PERFORM READ-HALL-PARM
           PERFORM READ-LEAGUE-RULES
           IF LEAGUE-RULES-INVALID
               DISPLAY "YACHT: fatal - league rules parameter file fai
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF BACKOUT-MODE
               PERFORM BACK-OUT-NIGHT
               GOBACK
           END-IF
           *> A normal run is held to the schedule before any run
           *> control is written; a reprocess corrects a night that
           *> already ran and only needs the schedule lookup for its
               OPEN INPUT YACHT-SCORES-FILE
           END-IF
           OPEN OUTPUT SCORECARD-REPORT-FILE
           PERFORM WRITE-SCORECARD-HEADING
           OPEN OUTPUT SUSPENSE-FILE
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
           CLOSE PLAYER-MASTER-FILE
           GOBACK.

       READ-HALL-PARM.
           *> No hall parameter, or a blank one, is the original
           *> league - a single-hall installation runs as it always
           *> has.
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
           *> With no parameter file, or no record for this hall, the
           *> compiled-in standard rules apply unchanged; a hall
           *> record that is unreadable or out of range refuses the
           *> run rather than scoring a night under rules nobody can
           *> account for.
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
           PERFORM DEFAULT-HALL-NAME
           IF NOT HALL-RULES-FOUND
               EXIT PARAGRAPH
           END-IF

           IF LGR-YACHT-SCORE IS NOT NUMERIC
              OR LGR-YACHT-BONUS IS NOT NUMERIC
           MOVE LGR-SEASON-END-MONTH   TO WS-SEASON-END-MONTH
           MOVE "LEAGRULE" TO WS-RULES-SOURCE.

       DEFAULT-HALL-NAME.
           IF WS-HALL-NAME NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HALL-CODE = SPACES
               MOVE "HOME HALL" TO WS-HALL-NAME
           ELSE
               STRING "HALL " WS-HALL-CODE
                  DELIMITED BY SIZE INTO WS-HALL-NAME
               END-STRING
           END-IF.

       CHECK-RUN-CONTROL.
           *> A night that already finalized must not score again -
           *> a second pass over the same YACHTIN would re-increment
           MOVE SPACE TO WS-RCT-FILE-STATUS
           MOVE 0 TO WS-RCT-COUNT
           MOVE 0 TO WS-RCT-MATCH-INDEX
           MOVE 0 TO WS-RCT-HALL-LATEST
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-RCT-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF
           *> A reprocess with no game-date parameter corrects the
           *> hall's latest night on file, which is what the
           *> single-record file always meant.
           IF REPROCESS-MODE AND WS-RCT-MATCH-INDEX = 0
              AND WS-PARM-GAME-DATE = SPACES AND WS-RCT-HALL-LATEST > 0
               MOVE WS-RCT-HALL-LATEST TO WS-RCT-MATCH-INDEX
           END-IF
           IF WS-RCT-MATCH-INDEX > 0
               MOVE WS-RCT-ENTRY(WS-RCT-MATCH-INDEX)
           END-STRING.

       LOAD-ONE-RUN-CONTROL.
           IF WS-RCT-COUNT >= 40
               DISPLAY "YACHT: warning - run control table is full - o
      -             "ldest record dropped"
               PERFORM VARYING WS-RCT-I FROM 1 BY 1
               IF WS-RCT-MATCH-INDEX > 0
                   SUBTRACT 1 FROM WS-RCT-MATCH-INDEX
               END-IF
               IF WS-RCT-HALL-LATEST > 0
                   SUBTRACT 1 FROM WS-RCT-HALL-LATEST
               END-IF
           END-IF
           ADD 1 TO WS-RCT-COUNT
           MOVE RUN-CONTROL-RECORD TO WS-RCT-ENTRY(WS-RCT-COUNT)
           IF RCT-HALL-CODE = WS-HALL-CODE
               MOVE WS-RCT-COUNT TO WS-RCT-HALL-LATEST
               IF RCT-RUN-DATE = WS-GAME-DATE-8
                   MOVE WS-RCT-COUNT TO WS-RCT-MATCH-INDEX
               END-IF
           END-IF
           IF RCT-RUN-NUMBER IS NUMERIC
              AND RCT-RUN-NUMBER > WS-HIGHEST-RUN-NUMBER
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       IF SCH-DATE = WS-NIGHT-DATE
                          AND SCH-HALL-CODE = WS-HALL-CODE
                           MOVE "Y" TO WS-NIGHT-SCHEDULED
                           MOVE SCH-NIGHT-TYPE TO WS-NIGHT-TYPE
                           IF SCH-POINTS-MULTIPLIER IS NUMERIC
           *> corrects a night that already passed the check when it
           *> originally ran.
           IF NOT NIGHT-IS-SCHEDULED AND NOT REPROCESS-MODE
              AND NOT BACKOUT-MODE
               DISPLAY "YACHT: run refused - " WS-NIGHT-DATE
                  " is not a scheduled tournament night"
               MOVE "Y" TO WS-RUN-REFUSED
           MOVE WS-RUN-NUMBER TO RCT-RUN-NUMBER
           MOVE WS-RCT-REPRO-COUNT TO RCT-REPRO-COUNT
           MOVE WS-RCT-REPRO-HASH TO RCT-REPRO-HASH
           MOVE WS-HALL-CODE TO RCT-HALL-CODE
           *> This night's record replaces its slot in the table (or
           *> joins it) and the whole file is written back, so the
           *> other nights' started/finalized state survives.
               MOVE RUN-CONTROL-RECORD
                  TO WS-RCT-ENTRY(WS-RCT-MATCH-INDEX)
           ELSE
               IF WS-RCT-COUNT >= 40
                   PERFORM VARYING WS-RCT-I FROM 1 BY 1
                           UNTIL WS-RCT-I >= WS-RCT-COUNT
                       MOVE WS-RCT-ENTRY(WS-RCT-I + 1)
               AT END
                   CONTINUE
               NOT AT END
                   IF YPR-RUN-MODE = "REPROCESS" OR "BACKOUT"
                       MOVE YPR-RUN-MODE TO WS-RUN-MODE
                   END-IF
                   IF YPR-GAME-DATE NOT = SPACES
               MOVE "Y" TO WS-CONTROL-MISMATCH
           END-IF.

       WRITE-SCORECARD-HEADING.
           MOVE SPACES TO SCORECARD-LINE
           STRING "YACHT LEAGUE SCORECARDS - " WS-HALL-NAME
                  " - NIGHT " WS-NIGHT-DATE
              DELIMITED BY SIZE INTO SCORECARD-LINE
           END-STRING
           WRITE SCORECARD-LINE.

       WRITE-CONTROL-LINE.
           MOVE SPACES TO SCORECARD-LINE
           STRING "CONTROL TOTALS - READ " WS-RECORDS-READ
           MOVE WS-RL-DIVISION(WS-RL) TO SRL-DIVISION
           MOVE WS-RL-POINTS(WS-RL) TO SRL-POINTS
           MOVE WS-RL-YACHT-FLAG(WS-RL) TO SRL-YACHT-FLAG
           MOVE WS-HALL-CODE TO SRL-HALL-CODE
           *> History rows carry the night the game belongs to, not
           *> the evening the job happened to run - a makeup or a
           *> correction posts under its fixture's date.
           IF SUB-GUEST-ID = SPACES OR SUB-COVERS-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           *> A guest PAIRGEN pre-assigned belongs to one night at one
           *> hall; an undated row is the desk's list for tonight.
           IF SUB-GAME-DATE NOT = SPACES
              AND (SUB-GAME-DATE NOT = WS-NIGHT-DATE
                   OR SUB-HALL-CODE NOT = WS-HALL-CODE)
               EXIT PARAGRAPH
           END-IF
           IF WS-SUB-COUNT >= 20
               DISPLAY "YACHT: warning - substitute table is full - ma
      -             "ximum 20 substitutes per night"
               MOVE "INAC" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           *> A member plays in the hall they are registered at - a
           *> card keyed into the wrong hall's night must not open a
           *> scorecard in a league the player does not belong to.
           *> A guest is held to the hall of the member covered.
           IF PM-HOME-HALL NOT = WS-HALL-CODE
              AND (PM-SECOND-HALL = SPACES
                   OR PM-SECOND-HALL NOT = WS-HALL-CODE)
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: player is not registered at this hall"
                  TO WS-RC-MESSAGE
               MOVE "HALL" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           *> The division is held to the master here, before any
           *> scorecard slot is opened - a mistyped division on a
           *> player's first record of the night must not leave a
           ENTRY "YACHT-AUTO-SELECT" USING LK-PLAYER-ID LK-DICE
               LK-USED-CATEGORIES LK-BEST-CATEGORY LK-BEST-VALUE
               LK-RC-SEVERITY LK-RC-MESSAGE.
           PERFORM READ-HALL-PARM
           PERFORM READ-LEAGUE-RULES
           PERFORM OPEN-AUDIT-TRAIL-FILE
           OPEN INPUT PLAYER-MASTER-FILE
           CLOSE HANDICAP-FILE.

       ADD-HANDICAP-ENTRY.
           *> A member of two halls carries a handicap in each - only
           *> the one this hall's season history earned applies.
           IF HC-PLAYER-ID = SPACES
              OR HC-HALL-CODE NOT = WS-HALL-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-HCP-COUNT >= 120
       SETTLE-ONE-MATCH.
           MOVE WS-MT-RECORD(WS-MT) TO MATCH-RECORD
           IF MAT-GAME-DATE NOT = WS-NIGHT-DATE
              OR MAT-HALL-CODE NOT = WS-HALL-CODE
              OR NOT MAT-UNPLAYED
              OR MAT-IS-BYE
               EXIT PARAGRAPH

       UPDATE-SEASON-HISTORY.
           MOVE "N" TO WS-SEASON-AVAILABLE
           *> A playoff night settles its bracket pairings on MATCHES
           *> and nothing more - the regular-season totals closed with
           *> the season and the playoff must not move them.
           IF PLAYOFF-NIGHT
               DISPLAY "YACHT: playoff night - season history not post
      -             "ed"
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "YACHT: warning - season history file not avail
           *> member with no season row yet gets one with the loss
           *> and nothing else; an id the master does not know is
           *> left alone.
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-FF-PLAYER-ID(WS-FF) TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SEASON-HISTORY-RECORD
               MOVE WS-HALL-CODE TO SH-HALL-CODE
               MOVE WS-FF-PLAYER-ID(WS-FF) TO SH-PLAYER-ID
               MOVE WS-CURRENT-SEASON-ID TO SH-SEASON-ID
               MOVE 0 TO SH-GAMES-PLAYED

       OPEN-SEASON-HISTORY-FILE.
           *> Rebuild only when the file does not exist yet, has no
           *> control record for this hall, or the hall's rows belong
           *> to a prior season - never on an ordinary i-o failure,
           *> which must not cost the league a whole season of
           *> history.
           PERFORM DERIVE-CURRENT-SEASON
           OPEN I-O SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS = "35"
           IF WS-SEASON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS = "23"
           END-IF

           MOVE 0 TO WS-SALVAGED-COUNT
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
                       IF SH-HALL-CODE NOT = WS-HALL-CODE
                           MOVE "Y" TO WS-SEASON-EOF
                       ELSE
                           PERFORM SALVAGE-ONE-SEASON-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAREER-HISTORY-FILE
           END-IF.

       NOTE-ARCHIVED-SEASON.
           IF CH-HALL-CODE NOT = WS-HALL-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ARCH-I FROM 1 BY 1
                   UNTIL WS-ARCH-I > WS-ARCHIVED-SEASON-COUNT
               IF WS-ARCHIVED-SEASON-ID(WS-ARCH-I) = CH-SEASON-ID
           MOVE SH-WINS TO CH-WINS
           MOVE SH-LOSSES TO CH-LOSSES
           MOVE SH-DRAWS TO CH-DRAWS
           MOVE WS-HALL-CODE TO CH-HALL-CODE
           WRITE CAREER-HISTORY-RECORD
           IF WS-CAREER-STATUS = "00"
               ADD 1 TO WS-SALVAGED-COUNT
           END-IF.

       REBUILD-SEASON-HISTORY-FILE.
           *> Only this hall's rows are cleared - the other hall's
           *> season keeps its own calendar, and its rows and control
           *> record must come through this hall's September intact.
           *> The file itself is only created when it does not exist.
           OPEN I-O SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS = "35"
               OPEN OUTPUT SEASON-HISTORY-FILE
               IF WS-SEASON-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               CLOSE SEASON-HISTORY-FILE
               OPEN I-O SEASON-HISTORY-FILE
           END-IF
           IF WS-SEASON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-HALL-SEASON-ROWS
           MOVE SPACES TO SEASON-HISTORY-RECORD
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO SH-PLAYER-ID
           MOVE WS-CURRENT-SEASON-ID TO SH-SEASON-ID
           MOVE 0 TO SH-GAMES-PLAYED
           MOVE 0 TO SH-WINS
           MOVE 0 TO SH-LOSSES
           MOVE 0 TO SH-DRAWS
           WRITE SEASON-HISTORY-RECORD.

       CLEAR-HALL-SEASON-ROWS.
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
                           DELETE SEASON-HISTORY-FILE RECORD
                       ELSE
                           MOVE "Y" TO WS-SEASON-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SEASON-STATUS.

       POST-ONE-SEASON-RESULT.
           *> A one-night guest leaves nothing on the season history -
           *> rounds for them (the prior card is empty), so the
           *> correction is the night's first and only posting and
           *> does count as a game.
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SC-PLAYER-ID(WS-K) TO SH-PLAYER-ID
           *> The yacht count is posted as the night's growth only -
           *> in a reprocess run the in-memory count was preloaded
               REWRITE SEASON-HISTORY-RECORD
           ELSE
               MOVE SPACES TO SEASON-HISTORY-RECORD
               MOVE WS-HALL-CODE TO SH-HALL-CODE
               MOVE WS-SC-PLAYER-ID(WS-K) TO SH-PLAYER-ID
               MOVE WS-CURRENT-SEASON-ID TO SH-SEASON-ID
               MOVE 1 TO SH-GAMES-PLAYED
       LOAD-SEASON-TABLE.
           MOVE 0 TO WS-SEASON-COUNT
           MOVE "N" TO WS-SEASON-EOF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE LOW-VALUES TO SH-PLAYER-ID
           START SEASON-HISTORY-FILE
               KEY IS NOT LESS THAN SH-KEY
           END-START
           IF WS-SEASON-STATUS NOT = "00"
               MOVE "Y" TO WS-SEASON-EOF
                   AT END
                       MOVE "Y" TO WS-SEASON-EOF
                   NOT AT END
                       IF SH-HALL-CODE NOT = WS-HALL-CODE
                           MOVE "Y" TO WS-SEASON-EOF
                       ELSE
                           PERFORM ADD-SEASON-TABLE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SEASON-STATUS.
           PERFORM SORT-SEASON-TABLE
           OPEN OUTPUT SEASON-REPORT-FILE
           MOVE SPACES TO SEASON-REPORT-LINE
           STRING "YACHT LEAGUE SEASON-TO-DATE STANDINGS - "
                  WS-HALL-NAME " - SEASON "
                  WS-CURRENT-SEASON-ID DELIMITED BY SIZE
              INTO SEASON-REPORT-LINE
           END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROMOTION-REPORT-LINE
           STRING "PROMOTION AND RELEGATION - " WS-HALL-NAME
                  " - SEASON " WS-CURRENT-SEASON-ID
              DELIMITED BY SIZE INTO PROMOTION-REPORT-LINE
           END-STRING
           WRITE PROMOTION-REPORT-LINE
           MOVE WS-PR-DETAIL-LINE TO PROMOTION-REPORT-LINE
           WRITE PROMOTION-REPORT-LINE.

       BACK-OUT-NIGHT.
           *> A back-out reverses everything a finalized night posted,
           *> working from that night's own rows on the scored
           *> history, and releases the night on the run control so
           *> the right input can be scored for it cleanly. Nothing is
           *> touched until the history copy is safely taken and the
           *> night is proven to be the finalized night of the season
           *> the history files hold.
           IF WS-PARM-GAME-DATE = SPACES
               DISPLAY "YACHT: run refused - a back-out must name the n
      -             "ight on the run parameter game date"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BACKOUT-RUN-CONTROL
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NIGHT-SCHEDULE
           PERFORM LOAD-BACKOUT-SCHEDULE
           PERFORM DERIVE-CURRENT-SEASON
           PERFORM CHECK-BACKOUT-BRACKET
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-BACKOUT-SEASON-HISTORY
           IF RUN-REFUSED
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM COLLECT-BACKOUT-CARDS
           IF RUN-REFUSED
               PERFORM CLOSE-BACKOUT-SEASON-HISTORY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM TOTAL-BACKOUT-CARDS
           PERFORM NOTE-BACKOUT-SEASON-ROWS
           PERFORM FLAG-REVERSED-HISTORY
           IF BACKOUT-HISTORY-FAILED
               DISPLAY "YACHT: fatal - scored history rewrite failed -
      -             " complete copy left on SCOREHXW - status "
                  WS-SCOREHX-STATUS
               PERFORM CLOSE-BACKOUT-SEASON-HISTORY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT BACKOUT-REPORT-FILE
           PERFORM WRITE-BACKOUT-HEADING
           PERFORM RESET-BACKOUT-MATCHES
           PERFORM REVERSE-BACKOUT-SEASON-ROWS
           PERFORM CLOSE-BACKOUT-SEASON-HISTORY
           PERFORM REVERSE-BACKOUT-TEAM-TOTALS
           PERFORM REOPEN-BACKOUT-LEDGER
           PERFORM CLEAR-BACKOUT-SCORE-INDEX
           PERFORM RESET-BACKOUT-RUN-CONTROL
           PERFORM WRITE-BACKOUT-TOTALS
           CLOSE BACKOUT-REPORT-FILE
           PERFORM WRITE-BACKOUT-AUDIT
           DISPLAY "YACHT: " WS-GAME-DATE-8 " backed out - "
              WS-BO-ROWS-REVERSED " scored roll(s) reversed for "
              WS-BO-CARD-COUNT " card(s)".

       OPEN-BACKOUT-SEASON-HISTORY.
           *> A playoff night never posted to the season history, so
           *> its back-out leaves the history closed.
           IF PLAYOFF-NIGHT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "YACHT: fatal - season history file not availab
      -             "le - status " WS-SEASON-STATUS
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
              OR SH-SEASON-ID NOT = WS-CURRENT-SEASON-ID
               DISPLAY "YACHT: run refused - " WS-GAME-DATE-8
                  " belongs to season " WS-CURRENT-SEASON-ID
                  " which the season history no longer holds"
               CLOSE SEASON-HISTORY-FILE
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.

       CHECK-BACKOUT-BRACKET.
           *> The rule SCOREADJ applies to a playoff correction: a
           *> round PLAYOFF has not advanced reads its results off
           *> MATCHES and backs out cleanly, but one already carried
           *> onto the bracket - an outcome on the night's entries, or
           *> any later round - is refused whole.
           IF NOT PLAYOFF-NIGHT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BO-NIGHT-ROUND
           MOVE 0 TO WS-BO-TOP-ROUND
           MOVE "N" TO WS-BO-ROUND-SETTLED
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
                       IF PB-SEASON-ID = WS-CURRENT-SEASON-ID
                          AND PB-HALL-CODE = WS-HALL-CODE
                           PERFORM NOTE-BACKOUT-BRACKET-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRACKET-FILE
           IF WS-BO-NIGHT-ROUND = 0
               EXIT PARAGRAPH
           END-IF
           IF NIGHT-ROUND-SETTLED
              OR WS-BO-TOP-ROUND > WS-BO-NIGHT-ROUND
               DISPLAY "YACHT: run refused - playoff round of "
                  WS-GAME-DATE-8 " already advanced on the bracket -"
                  " correct it with SCOREADJ instead"
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.

       NOTE-BACKOUT-BRACKET-ENTRY.
           IF PB-ROUND > WS-BO-TOP-ROUND
               MOVE PB-ROUND TO WS-BO-TOP-ROUND
           END-IF
           IF PB-GAME-DATE = WS-NIGHT-DATE
               MOVE PB-ROUND TO WS-BO-NIGHT-ROUND
               IF PB-OUTCOME NOT = SPACE
                   MOVE "Y" TO WS-BO-ROUND-SETTLED
               END-IF
           END-IF.

       CLOSE-BACKOUT-SEASON-HISTORY.
           IF NOT PLAYOFF-NIGHT
               CLOSE SEASON-HISTORY-FILE
           END-IF.

       LOAD-BACKOUT-RUN-CONTROL.
           *> Only a night that finalized has anything durable to
           *> reverse - a night left started never posted, and is
           *> simply rerun.
           MOVE 0 TO WS-RCT-COUNT
           MOVE 0 TO WS-RCT-MATCH-INDEX
           MOVE 0 TO WS-HIGHEST-RUN-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-RCT-EOF
               PERFORM UNTIL RUNCTL-AT-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-RCT-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-RUN-CONTROL
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-RCT-MATCH-INDEX = 0
               DISPLAY "YACHT: run refused - no run control record for
      -             " " WS-GAME-DATE-8 " - nothing to back out"
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RCT-ENTRY(WS-RCT-MATCH-INDEX) TO RUN-CONTROL-RECORD
           IF NOT RCT-RUN-FINALIZED
               DISPLAY "YACHT: run refused - " WS-GAME-DATE-8
                  " never finalized - rerun the night instead of backin
      -             "g it out"
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.

       LOAD-BACKOUT-SCHEDULE.
           *> Every night's own multiplier is needed when a season's
           *> best game has to be found again among the other nights.
           MOVE 0 TO WS-BO-SCHED-COUNT
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
                       IF WS-BO-SCHED-COUNT < 200
                          AND SCH-HALL-CODE = WS-HALL-CODE
                           ADD 1 TO WS-BO-SCHED-COUNT
                           MOVE SCH-DATE
                              TO WS-BS-DATE(WS-BO-SCHED-COUNT)
                           MOVE 1
                              TO WS-BS-MULTIPLIER(WS-BO-SCHED-COUNT)
                           IF SCH-POINTS-MULTIPLIER IS NUMERIC
                              AND SCH-POINTS-MULTIPLIER > 0
                               MOVE SCH-POINTS-MULTIPLIER
                                  TO WS-BS-MULTIPLIER(WS-BO-SCHED-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       LOOK-UP-BACKOUT-MULTIPLIER.
           MOVE 1 TO WS-BO-LOOKUP-MULTIPLIER
           PERFORM VARYING WS-BS FROM 1 BY 1
                   UNTIL WS-BS > WS-BO-SCHED-COUNT
               IF WS-BS-DATE(WS-BS) = WS-BO-LOOKUP-DATE
                   MOVE WS-BS-MULTIPLIER(WS-BS)
                      TO WS-BO-LOOKUP-MULTIPLIER
               END-IF
           END-PERFORM.

       COLLECT-BACKOUT-CARDS.
           *> First pass: the night's standing rows build the cards to
           *> reverse, and the whole history is copied to the work
           *> file the flagged history will be rebuilt from.
           MOVE 0 TO WS-BO-HISTORY-ROWS
           MOVE 0 TO WS-BO-ROWS-COPIED
           MOVE 0 TO WS-BO-ROWS-REVERSED
           MOVE 0 TO WS-BO-DICE-HASH
           MOVE 0 TO WS-BO-CARD-COUNT
           OPEN INPUT SCORED-HISTORY-FILE
           IF WS-SCOREHX-STATUS NOT = "00"
               DISPLAY "YACHT: run refused - scored history file not a
      -             "vailable - status " WS-SCOREHX-STATUS
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCORED-WORK-FILE
           IF WS-SCOREHXW-STATUS NOT = "00"
               DISPLAY "YACHT: run refused - scored history work file
      -             "not available - status " WS-SCOREHXW-STATUS
               CLOSE SCORED-HISTORY-FILE
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCORES-EOF
           PERFORM UNTIL SCORES-AT-EOF
               READ SCORED-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-SCORES-EOF
                   NOT AT END
                       PERFORM COLLECT-ONE-BACKOUT-ROW
               END-READ
           END-PERFORM
           CLOSE SCORED-HISTORY-FILE
           CLOSE SCORED-WORK-FILE
           IF RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-BO-ROWS-COPIED NOT = WS-BO-HISTORY-ROWS
               DISPLAY "YACHT: run refused - scored history copy is in
      -             "complete - " WS-BO-ROWS-COPIED " of "
                  WS-BO-HISTORY-ROWS " row(s) copied"
               MOVE "Y" TO WS-RUN-REFUSED
               EXIT PARAGRAPH
           END-IF
           IF WS-BO-ROWS-REVERSED = 0
               DISPLAY "YACHT: run refused - no scored rolls stand on t
      -             "he history for " WS-GAME-DATE-8
               MOVE "Y" TO WS-RUN-REFUSED
           END-IF.

       COLLECT-ONE-BACKOUT-ROW.
           ADD 1 TO WS-BO-HISTORY-ROWS
           MOVE SCORED-ROLL-RECORD TO SCORED-WORK-RECORD
           WRITE SCORED-WORK-RECORD
           IF WS-SCOREHXW-STATUS = "00"
               ADD 1 TO WS-BO-ROWS-COPIED
           END-IF
           IF SRL-RUN-DATE NOT = WS-GAME-DATE-8 OR SRL-REVERSED
              OR SRL-HALL-CODE NOT = WS-HALL-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SRL-PLAYER-ID TO WS-BO-SIDE-ID
           PERFORM FIND-BACKOUT-CARD
           IF WS-BO-CARD-INDEX = 0
               IF WS-BO-CARD-COUNT >= 50
                   IF NOT RUN-REFUSED
                       DISPLAY "YACHT: run refused - more than 50 card
      -                     "s on the history for " WS-GAME-DATE-8
                   END-IF
                   MOVE "Y" TO WS-RUN-REFUSED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BO-CARD-COUNT
               MOVE WS-BO-CARD-COUNT TO WS-BO-CARD-INDEX
               MOVE SRL-PLAYER-ID TO WS-BO-PLAYER-ID(WS-BO-CARD-INDEX)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                   MOVE 0 TO WS-BO-CAT-SCORE(WS-BO-CARD-INDEX, WS-J)
               END-PERFORM
               MOVE 0 TO WS-BO-YACHTS(WS-BO-CARD-INDEX)
               MOVE 0 TO WS-BO-GRAND(WS-BO-CARD-INDEX)
               MOVE SPACE TO WS-BO-RESULT(WS-BO-CARD-INDEX)
               MOVE "N" TO WS-BO-ROW-FLAG(WS-BO-CARD-INDEX)
               MOVE "N" TO WS-BO-REDERIVE-FLAG(WS-BO-CARD-INDEX)
               MOVE 0 TO WS-BO-BEST-BEFORE(WS-BO-CARD-INDEX)
               MOVE 0 TO WS-BO-BEST-AFTER(WS-BO-CARD-INDEX)
           END-IF
           ADD 1 TO WS-BO-ROWS-REVERSED
           IF SRL-DICE IS NUMERIC
               ADD SRL-DICE TO WS-BO-DICE-HASH
           END-IF
           PERFORM FIND-BACKOUT-CATEGORY
           IF WS-BO-CAT-INDEX > 0
               MOVE SRL-POINTS
                  TO WS-BO-CAT-SCORE(WS-BO-CARD-INDEX, WS-BO-CAT-INDEX)
           END-IF
           IF SRL-YACHT-FLAG = 1
               ADD 1 TO WS-BO-YACHTS(WS-BO-CARD-INDEX)
           END-IF.

       FIND-BACKOUT-CARD.
           MOVE 0 TO WS-BO-CARD-INDEX
           PERFORM VARYING WS-BP FROM 1 BY 1
                   UNTIL WS-BP > WS-BO-CARD-COUNT
               IF WS-BO-PLAYER-ID(WS-BP) = WS-BO-SIDE-ID
                   MOVE WS-BP TO WS-BO-CARD-INDEX
               END-IF
           END-PERFORM.

       FIND-BACKOUT-CATEGORY.
           MOVE 0 TO WS-BO-CAT-INDEX
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               IF SRL-CATEGORY = WS-CATEGORY-NAME(WS-M)
                   MOVE WS-M TO WS-BO-CAT-INDEX
               END-IF
           END-PERFORM.

       TOTAL-BACKOUT-CARDS.
           *> The grand total each card posted, re-derived the way the
           *> scoring pass derived it - upper bonus on the upper
           *> subtotal, then the night's multiplier.
           MOVE WS-NIGHT-MULTIPLIER TO WS-BO-LOOKUP-MULTIPLIER
           PERFORM VARYING WS-BP FROM 1 BY 1
                   UNTIL WS-BP > WS-BO-CARD-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                   MOVE WS-BO-CAT-SCORE(WS-BP, WS-J)
                      TO WS-CATEGORY-SCORE(WS-J)
               END-PERFORM
               PERFORM TOTAL-BACKOUT-SLOTS
               MOVE WS-BO-GRAND-WORK TO WS-BO-GRAND(WS-BP)
           END-PERFORM.

       TOTAL-BACKOUT-SLOTS.
           MOVE 0 TO WS-BO-UPPER
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 6
               ADD WS-CATEGORY-SCORE(WS-J) TO WS-BO-UPPER
           END-PERFORM
           MOVE WS-BO-UPPER TO WS-BO-GRAND-WORK
           IF WS-BO-UPPER >= WS-UPPER-THRESHOLD
               ADD WS-UPPER-BONUS TO WS-BO-GRAND-WORK
           END-IF
           PERFORM VARYING WS-J FROM 7 BY 1 UNTIL WS-J > 12
               ADD WS-CATEGORY-SCORE(WS-J) TO WS-BO-GRAND-WORK
           END-PERFORM
           COMPUTE WS-BO-GRAND-WORK =
              WS-BO-GRAND-WORK * WS-BO-LOOKUP-MULTIPLIER.

       NOTE-BACKOUT-SEASON-ROWS.
           *> A player whose season best was this very night needs the
           *> best game found again from the nights that still stand,
           *> which the rebuild pass over the history collects.
           IF PLAYOFF-NIGHT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BP FROM 1 BY 1
                   UNTIL WS-BP > WS-BO-CARD-COUNT
               MOVE WS-HALL-CODE TO SH-HALL-CODE
               MOVE WS-BO-PLAYER-ID(WS-BP) TO SH-PLAYER-ID
               READ SEASON-HISTORY-FILE
               IF WS-SEASON-STATUS = "00"
                   MOVE "Y" TO WS-BO-ROW-FLAG(WS-BP)
                   MOVE SH-BEST-GAME TO WS-BO-BEST-BEFORE(WS-BP)
                   MOVE SH-BEST-GAME TO WS-BO-BEST-AFTER(WS-BP)
                   IF SH-BEST-GAME = WS-BO-GRAND(WS-BP)
                       MOVE "Y" TO WS-BO-REDERIVE-FLAG(WS-BP)
                       MOVE 0 TO WS-BO-BEST-AFTER(WS-BP)
                   END-IF
               END-IF
           END-PERFORM.

       FLAG-REVERSED-HISTORY.
           *> Second pass: the history is rebuilt from the work copy
           *> with the night's rows flagged reversed - they stay on
           *> file as the record of what was posted and undone.
           MOVE "N" TO WS-BO-HISTORY-FLAG
           MOVE 0 TO WS-BO-ROWS-COPIED
           MOVE 0 TO WS-BO-NIGHT-COUNT
           OPEN INPUT SCORED-WORK-FILE
           IF WS-SCOREHXW-STATUS NOT = "00"
               MOVE "Y" TO WS-BO-HISTORY-FLAG
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCORED-HISTORY-FILE
           IF WS-SCOREHX-STATUS NOT = "00"
               CLOSE SCORED-WORK-FILE
               MOVE "Y" TO WS-BO-HISTORY-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BO-WORK-EOF
           PERFORM UNTIL BACKOUT-WORK-AT-EOF OR BACKOUT-HISTORY-FAILED
               READ SCORED-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-BO-WORK-EOF
                   NOT AT END
                       PERFORM FLAG-ONE-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE SCORED-WORK-FILE
           CLOSE SCORED-HISTORY-FILE
           IF WS-BO-ROWS-COPIED NOT = WS-BO-HISTORY-ROWS
               MOVE "Y" TO WS-BO-HISTORY-FLAG
           END-IF.

       FLAG-ONE-HISTORY-ROW.
           MOVE SCORED-WORK-RECORD TO SCORED-ROLL-RECORD
           IF NOT SRL-REVERSED AND SRL-HALL-CODE = WS-HALL-CODE
               IF SRL-RUN-DATE = WS-GAME-DATE-8
                   MOVE "R" TO SRL-REVERSED-FLAG
               ELSE
                   PERFORM TALLY-BACKOUT-OTHER-NIGHT
               END-IF
           END-IF
           WRITE SCORED-ROLL-RECORD
           IF WS-SCOREHX-STATUS = "00"
               ADD 1 TO WS-BO-ROWS-COPIED
           ELSE
               MOVE "Y" TO WS-BO-HISTORY-FLAG
           END-IF.

       TALLY-BACKOUT-OTHER-NIGHT.
           MOVE SRL-PLAYER-ID TO WS-BO-SIDE-ID
           PERFORM FIND-BACKOUT-CARD
           IF WS-BO-CARD-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           IF NOT BO-REDERIVE-BEST(WS-BO-CARD-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE SRL-RUN-DATE TO WS-BO-WORK-DATE
           PERFORM DERIVE-BACKOUT-ROW-SEASON
           IF WS-BO-WORK-SEASON-ID NOT = WS-CURRENT-SEASON-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BO-NIGHT-INDEX
           PERFORM VARYING WS-BN FROM 1 BY 1
                   UNTIL WS-BN > WS-BO-NIGHT-COUNT
               IF WS-BN-CARD-INDEX(WS-BN) = WS-BO-CARD-INDEX
                  AND WS-BN-DATE(WS-BN) = SRL-RUN-DATE
                   MOVE WS-BN TO WS-BO-NIGHT-INDEX
               END-IF
           END-PERFORM
           IF WS-BO-NIGHT-INDEX = 0
               IF WS-BO-NIGHT-COUNT >= 1500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BO-NIGHT-COUNT
               MOVE WS-BO-NIGHT-COUNT TO WS-BO-NIGHT-INDEX
               MOVE WS-BO-CARD-INDEX
                  TO WS-BN-CARD-INDEX(WS-BO-NIGHT-INDEX)
               MOVE SRL-RUN-DATE TO WS-BN-DATE(WS-BO-NIGHT-INDEX)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                   MOVE 0 TO WS-BN-CAT-SCORE(WS-BO-NIGHT-INDEX, WS-J)
               END-PERFORM
           END-IF
           PERFORM FIND-BACKOUT-CATEGORY
           IF WS-BO-CAT-INDEX > 0
               MOVE SRL-POINTS
                  TO WS-BN-CAT-SCORE(WS-BO-NIGHT-INDEX, WS-BO-CAT-INDEX)
           END-IF.

       DERIVE-BACKOUT-ROW-SEASON.
           MOVE WS-BO-WORK-DATE(1:4) TO WS-BO-WORK-YEAR
           MOVE WS-BO-WORK-DATE(5:2) TO WS-BO-WORK-MONTH
           IF WS-SEASON-START-MONTH > WS-SEASON-END-MONTH
               IF WS-BO-WORK-MONTH >= WS-SEASON-START-MONTH
                   MOVE WS-BO-WORK-YEAR TO WS-BO-WORK-START-YEAR
                   COMPUTE WS-BO-WORK-END-YEAR = WS-BO-WORK-YEAR + 1
               ELSE
                   COMPUTE WS-BO-WORK-START-YEAR = WS-BO-WORK-YEAR - 1
                   MOVE WS-BO-WORK-YEAR TO WS-BO-WORK-END-YEAR
               END-IF
           ELSE
               MOVE WS-BO-WORK-YEAR TO WS-BO-WORK-START-YEAR
               MOVE WS-BO-WORK-YEAR TO WS-BO-WORK-END-YEAR
           END-IF
           MOVE SPACES TO WS-BO-WORK-SEASON-ID
           STRING WS-BO-WORK-START-YEAR "-" WS-BO-WORK-END-YEAR
              DELIMITED BY SIZE INTO WS-BO-WORK-SEASON-ID
           END-STRING.

       WRITE-BACKOUT-HEADING.
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "NIGHT BACK-OUT REGISTER - " WS-HALL-NAME
                  " - NIGHT " WS-NIGHT-DATE
                  " - SEASON " WS-CURRENT-SEASON-ID
                  " - RUN NUMBER " RCT-RUN-NUMBER
              DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
           END-STRING
           WRITE BACKOUT-REPORT-LINE
           MOVE "KIND    ID           GMS   POINTS  YCHT  R  WAS    NOW
      -        "    NOTE" TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE.

       RESET-BACKOUT-MATCHES.
           *> The night's settled pairings go back to unplayed. The
           *> result each side took is carried to its card for the
           *> season reversal; a seat that forfeited had no card, and
           *> the loss the scoring pass posted to it by id is
           *> reversed here the same way.
           MOVE 0 TO WS-BO-MATCHES-RESET
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
                       PERFORM LOAD-ONE-MATCH
               END-READ
           END-PERFORM
           CLOSE MATCH-FILE
           PERFORM VARYING WS-MT FROM 1 BY 1
                   UNTIL WS-MT > WS-MATCH-COUNT
               PERFORM RESET-ONE-BACKOUT-MATCH
           END-PERFORM
           IF WS-BO-MATCHES-RESET = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = "00"
               DISPLAY "YACHT: warning - match file write failed - sta
      -             "tus " WS-MATCH-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MT FROM 1 BY 1
                   UNTIL WS-MT > WS-MATCH-COUNT
               MOVE WS-MT-RECORD(WS-MT) TO MATCH-RECORD
               WRITE MATCH-RECORD
           END-PERFORM
           CLOSE MATCH-FILE.

       RESET-ONE-BACKOUT-MATCH.
           MOVE WS-MT-RECORD(WS-MT) TO MATCH-RECORD
           IF MAT-GAME-DATE NOT = WS-NIGHT-DATE
              OR MAT-HALL-CODE NOT = WS-HALL-CODE
              OR MAT-UNPLAYED
              OR MAT-IS-BYE
               EXIT PARAGRAPH
           END-IF
           MOVE MAT-HOME-ID TO WS-BO-SIDE-ID
           MOVE MAT-HOME-POINTS TO WS-BO-SIDE-POINTS
           EVALUATE TRUE
               WHEN MAT-HOME-WIN
                   MOVE "W" TO WS-BO-SIDE-OUTCOME
               WHEN MAT-AWAY-WIN
                   MOVE "L" TO WS-BO-SIDE-OUTCOME
               WHEN OTHER
                   MOVE "D" TO WS-BO-SIDE-OUTCOME
           END-EVALUATE
           PERFORM REVERSE-BACKOUT-SIDE
           MOVE WS-MT-RECORD(WS-MT) TO MATCH-RECORD
           MOVE MAT-AWAY-ID TO WS-BO-SIDE-ID
           MOVE MAT-AWAY-POINTS TO WS-BO-SIDE-POINTS
           EVALUATE TRUE
               WHEN MAT-AWAY-WIN
                   MOVE "W" TO WS-BO-SIDE-OUTCOME
               WHEN MAT-HOME-WIN
                   MOVE "L" TO WS-BO-SIDE-OUTCOME
               WHEN OTHER
                   MOVE "D" TO WS-BO-SIDE-OUTCOME
           END-EVALUATE
           PERFORM REVERSE-BACKOUT-SIDE
           MOVE WS-MT-RECORD(WS-MT) TO MATCH-RECORD
           MOVE SPACE TO MAT-RESULT
           MOVE 0 TO MAT-HOME-POINTS
           MOVE 0 TO MAT-AWAY-POINTS
           MOVE MATCH-RECORD TO WS-MT-RECORD(WS-MT)
           ADD 1 TO WS-BO-MATCHES-RESET.

       REVERSE-BACKOUT-SIDE.
           *> A side with a card took its result through the card. A
           *> side with no card and no points forfeited, and its loss
           *> was posted by id; a side with no card but points was
           *> covered by a substitute and posted nothing.
           PERFORM FIND-BACKOUT-CARD
           IF WS-BO-CARD-INDEX > 0
               MOVE WS-BO-SIDE-OUTCOME
                  TO WS-BO-RESULT(WS-BO-CARD-INDEX)
               EXIT PARAGRAPH
           END-IF
           IF WS-BO-SIDE-POINTS NOT = 0 OR WS-BO-SIDE-OUTCOME NOT = "L"
              OR PLAYOFF-NIGHT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-BO-SIDE-ID TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO WS-BO-OUTCOME
           PERFORM REVERSE-BACKOUT-OUTCOME
           MOVE SPACES TO WS-BACKOUT-DETAIL-LINE
           MOVE "FORFT" TO WS-BDL-KIND
           MOVE WS-BO-SIDE-ID TO WS-BDL-ID
           MOVE 0 TO WS-BDL-GAMES
           MOVE 0 TO WS-BDL-POINTS
           MOVE 0 TO WS-BDL-YACHTS
           MOVE "L" TO WS-BDL-RESULT
           MOVE SH-BEST-GAME TO WS-BDL-BEST-BEFORE
           MOVE SH-BEST-GAME TO WS-BDL-BEST-AFTER
           MOVE "FORFEIT LOSS REVERSED" TO WS-BDL-NOTE
           PERFORM STORE-BACKOUT-SEASON-ROW
           MOVE WS-BACKOUT-DETAIL-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE.

       REVERSE-BACKOUT-OUTCOME.
           EVALUATE WS-BO-OUTCOME
               WHEN "W"
                   IF SH-WINS > 0
                       SUBTRACT 1 FROM SH-WINS
                       ADD 1 TO WS-BO-WINS-REVERSED
                   END-IF
               WHEN "L"
                   IF SH-LOSSES > 0
                       SUBTRACT 1 FROM SH-LOSSES
                       ADD 1 TO WS-BO-LOSSES-REVERSED
                   END-IF
               WHEN "D"
                   IF SH-DRAWS > 0
                       SUBTRACT 1 FROM SH-DRAWS
                       ADD 1 TO WS-BO-DRAWS-REVERSED
                   END-IF
           END-EVALUATE.

       STORE-BACKOUT-SEASON-ROW.
           *> A row the backed-out night created - nothing left on it
           *> once the night is gone - is removed, so the season
           *> history is back to its pre-night position rather than
           *> carrying an empty standings line.
           IF SH-GAMES-PLAYED = 0 AND SH-SEASON-TOTAL = 0
              AND SH-WINS = 0 AND SH-LOSSES = 0 AND SH-DRAWS = 0
               DELETE SEASON-HISTORY-FILE RECORD
               IF WS-SEASON-STATUS = "00"
                   ADD 1 TO WS-BO-SEASON-ROWS-DROPPED
                   MOVE "SEASON ROW REMOVED" TO WS-BDL-NOTE
               END-IF
           ELSE
               REWRITE SEASON-HISTORY-RECORD
           END-IF
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "YACHT: warning - season history back-out fail
      -             "ed for " SH-PLAYER-ID " - status " WS-SEASON-STATUS
           END-IF.

       REVERSE-BACKOUT-SEASON-ROWS.
           MOVE 0 TO WS-BO-GAMES-REVERSED
           MOVE 0 TO WS-BO-POINTS-REVERSED
           MOVE 0 TO WS-BO-YACHTS-REVERSED
           IF PLAYOFF-NIGHT
               MOVE "PLAYOFF NIGHT - SEASON HISTORY NOT POSTED - NOTHIN
      -             "G TO REVERSE" TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BP FROM 1 BY 1
                   UNTIL WS-BP > WS-BO-CARD-COUNT
               PERFORM REVERSE-ONE-SEASON-ROW
           END-PERFORM.

       REVERSE-ONE-SEASON-ROW.
           MOVE SPACES TO WS-BACKOUT-DETAIL-LINE
           MOVE "PLAYER" TO WS-BDL-KIND
           MOVE WS-BO-PLAYER-ID(WS-BP) TO WS-BDL-ID
           MOVE WS-BO-RESULT(WS-BP) TO WS-BDL-RESULT
           IF NOT BO-HAS-SEASON-ROW(WS-BP)
               *> A one-night guest's card posted nothing to reverse.
               MOVE 0 TO WS-BDL-GAMES
               MOVE 0 TO WS-BDL-POINTS
               MOVE 0 TO WS-BDL-YACHTS
               MOVE 0 TO WS-BDL-BEST-BEFORE
               MOVE 0 TO WS-BDL-BEST-AFTER
               MOVE "NO SEASON ROW - GUEST CARD" TO WS-BDL-NOTE
               MOVE WS-BACKOUT-DETAIL-LINE TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-BO-PLAYER-ID(WS-BP) TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "YACHT: warning - season history back-out fail
      -             "ed for " WS-BO-PLAYER-ID(WS-BP) " - status "
                  WS-SEASON-STATUS
               EXIT PARAGRAPH
           END-IF
           IF SH-GAMES-PLAYED > 0
               SUBTRACT 1 FROM SH-GAMES-PLAYED
               ADD 1 TO WS-BO-GAMES-REVERSED
           END-IF
           COMPUTE WS-BO-WORK-TOTAL =
              SH-SEASON-TOTAL - WS-BO-GRAND(WS-BP)
           IF WS-BO-WORK-TOTAL < 0
               MOVE 0 TO WS-BO-WORK-TOTAL
           END-IF
           MOVE WS-BO-WORK-TOTAL TO SH-SEASON-TOTAL
           ADD WS-BO-GRAND(WS-BP) TO WS-BO-POINTS-REVERSED
           COMPUTE WS-BO-WORK-TOTAL =
              SH-YACHT-COUNT - WS-BO-YACHTS(WS-BP)
           IF WS-BO-WORK-TOTAL < 0
               MOVE 0 TO WS-BO-WORK-TOTAL
           END-IF
           MOVE WS-BO-WORK-TOTAL TO SH-YACHT-COUNT
           ADD WS-BO-YACHTS(WS-BP) TO WS-BO-YACHTS-REVERSED
           MOVE WS-BO-RESULT(WS-BP) TO WS-BO-OUTCOME
           PERFORM REVERSE-BACKOUT-OUTCOME
           IF BO-REDERIVE-BEST(WS-BP)
               PERFORM REDERIVE-BACKOUT-BEST
               MOVE WS-BO-BEST-AFTER(WS-BP) TO SH-BEST-GAME
           END-IF
           COMPUTE WS-BDL-GAMES = 0 - 1
           COMPUTE WS-BDL-POINTS = 0 - WS-BO-GRAND(WS-BP)
           COMPUTE WS-BDL-YACHTS = 0 - WS-BO-YACHTS(WS-BP)
           MOVE WS-BO-BEST-BEFORE(WS-BP) TO WS-BDL-BEST-BEFORE
           MOVE SH-BEST-GAME TO WS-BDL-BEST-AFTER
           PERFORM STORE-BACKOUT-SEASON-ROW
           MOVE WS-BACKOUT-DETAIL-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE.

       REDERIVE-BACKOUT-BEST.
           MOVE 0 TO WS-BO-BEST-AFTER(WS-BP)
           PERFORM VARYING WS-BN FROM 1 BY 1
                   UNTIL WS-BN > WS-BO-NIGHT-COUNT
               IF WS-BN-CARD-INDEX(WS-BN) = WS-BP
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                       MOVE WS-BN-CAT-SCORE(WS-BN, WS-J)
                          TO WS-CATEGORY-SCORE(WS-J)
                   END-PERFORM
                   MOVE SPACES TO WS-BO-LOOKUP-DATE
                   STRING WS-BN-DATE(WS-BN)(1:4) "-"
                          WS-BN-DATE(WS-BN)(5:2) "-"
                          WS-BN-DATE(WS-BN)(7:2)
                      DELIMITED BY SIZE INTO WS-BO-LOOKUP-DATE
                   END-STRING
                   PERFORM LOOK-UP-BACKOUT-MULTIPLIER
                   PERFORM TOTAL-BACKOUT-SLOTS
                   IF WS-BO-GRAND-WORK > WS-BO-BEST-AFTER(WS-BP)
                       MOVE WS-BO-GRAND-WORK TO WS-BO-BEST-AFTER(WS-BP)
                   END-IF
               END-IF
           END-PERFORM.

       REVERSE-BACKOUT-TEAM-TOTALS.
           *> Team totals are backed out under the same counting rule
           *> TEAMNITE posted them by - the best three members' cards.
           *> A team row last posted before this night never had the
           *> night added, and is left alone. TEAMNITE posts nothing
           *> for a playoff night, so there is nothing to back out.
           MOVE 0 TO WS-BO-TEAMS-REVERSED
           MOVE 0 TO WS-BO-TEAM-POINTS
           MOVE 0 TO WS-BO-TEAM-COUNT
           IF PLAYOFF-NIGHT
               MOVE "PLAYOFF NIGHT - TEAM HISTORY NOT POSTED - NOTHING T
      -             "O REVERSE" TO BACKOUT-REPORT-LINE
               WRITE BACKOUT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TEAM-MASTER-FILE
           IF WS-TEAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO TM-TEAM-ID
           START TEAM-MASTER-FILE
               KEY IS NOT LESS THAN TM-TEAM-ID
           END-START
           MOVE "N" TO WS-TEAM-EOF
           IF WS-TEAM-STATUS NOT = "00"
               MOVE "Y" TO WS-TEAM-EOF
           END-IF
           PERFORM UNTIL TEAM-AT-EOF
               READ TEAM-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-TEAM-EOF
                   NOT AT END
                       IF WS-BO-TEAM-COUNT < 30
                          AND TM-HALL-CODE = WS-HALL-CODE
                           ADD 1 TO WS-BO-TEAM-COUNT
                           MOVE TM-TEAM-ID
                              TO WS-BT-TEAM-ID(WS-BO-TEAM-COUNT)
                           PERFORM VARYING WS-BO-M FROM 1 BY 1
                                   UNTIL WS-BO-M > 4
                               MOVE TM-MEMBER-ID(WS-BO-M)
                                  TO WS-BT-MEMBER-ID(WS-BO-TEAM-COUNT,
                                                     WS-BO-M)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEAM-MASTER-FILE

           OPEN I-O TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS NOT = "00"
               DISPLAY "YACHT: warning - team history file not availab
      -             "le - status " WS-TEAMHX-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO TE-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO TE-TEAM-ID
           READ TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS NOT = "00"
              OR TE-SEASON-ID NOT = WS-CURRENT-SEASON-ID
               DISPLAY "YACHT: warning - team history does not hold se
      -             "ason " WS-CURRENT-SEASON-ID " - team totals not ba
      -             "cked out"
               CLOSE TEAM-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BT FROM 1 BY 1
                   UNTIL WS-BT > WS-BO-TEAM-COUNT
               PERFORM REVERSE-ONE-TEAM-TOTAL
           END-PERFORM
           CLOSE TEAM-HISTORY-FILE.

       REVERSE-ONE-TEAM-TOTAL.
           MOVE 0 TO WS-BO-N
           PERFORM VARYING WS-BO-M FROM 1 BY 1 UNTIL WS-BO-M > 4
               MOVE 0 TO WS-BO-MEMBER-TOTAL(WS-BO-M)
           END-PERFORM
           PERFORM VARYING WS-BO-M FROM 1 BY 1 UNTIL WS-BO-M > 4
               IF WS-BT-MEMBER-ID(WS-BT, WS-BO-M) NOT = SPACES
                   MOVE WS-BT-MEMBER-ID(WS-BT, WS-BO-M)
                      TO WS-BO-SIDE-ID
                   PERFORM FIND-BACKOUT-CARD
                   IF WS-BO-CARD-INDEX > 0
                       ADD 1 TO WS-BO-N
                       MOVE WS-BO-GRAND(WS-BO-CARD-INDEX)
                          TO WS-BO-MEMBER-TOTAL(WS-BO-N)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BO-N = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BO-M FROM 1 BY 1 UNTIL WS-BO-M >= WS-BO-N
               PERFORM VARYING WS-BO-U FROM 1 BY 1
                       UNTIL WS-BO-U >= WS-BO-N
                   IF WS-BO-MEMBER-TOTAL(WS-BO-U) <
                      WS-BO-MEMBER-TOTAL(WS-BO-U + 1)
                       MOVE WS-BO-MEMBER-TOTAL(WS-BO-U)
                          TO WS-BO-SWAP-TOTAL
                       MOVE WS-BO-MEMBER-TOTAL(WS-BO-U + 1)
                          TO WS-BO-MEMBER-TOTAL(WS-BO-U)
                       MOVE WS-BO-SWAP-TOTAL
                          TO WS-BO-MEMBER-TOTAL(WS-BO-U + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-BO-N TO WS-BO-COUNTED
           IF WS-BO-COUNTED > 3
               MOVE 3 TO WS-BO-COUNTED
           END-IF
           MOVE 0 TO WS-BO-TEAM-NIGHT
           PERFORM VARYING WS-BO-M FROM 1 BY 1
                   UNTIL WS-BO-M > WS-BO-COUNTED
               ADD WS-BO-MEMBER-TOTAL(WS-BO-M) TO WS-BO-TEAM-NIGHT
           END-PERFORM

           MOVE WS-HALL-CODE TO TE-HALL-CODE
           MOVE WS-BT-TEAM-ID(WS-BT) TO TE-TEAM-ID
           READ TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF TE-LAST-DATE = SPACES OR TE-LAST-DATE < WS-GAME-DATE-8
               EXIT PARAGRAPH
           END-IF
           IF TE-NIGHTS-PLAYED > 0
               SUBTRACT 1 FROM TE-NIGHTS-PLAYED
           END-IF
           COMPUTE WS-BO-WORK-TOTAL =
              TE-SEASON-TOTAL - WS-BO-TEAM-NIGHT
           IF WS-BO-WORK-TOTAL < 0
               MOVE 0 TO WS-BO-WORK-TOTAL
           END-IF
           MOVE WS-BO-WORK-TOTAL TO TE-SEASON-TOTAL
           *> The rerun guard is released so the rescored night posts.
           IF TE-LAST-DATE = WS-GAME-DATE-8
               MOVE SPACES TO TE-LAST-DATE
           END-IF
           REWRITE TEAM-HISTORY-RECORD
           IF WS-TEAMHX-STATUS NOT = "00"
               DISPLAY "YACHT: warning - team history back-out failed
      -             " for " WS-BT-TEAM-ID(WS-BT) " - status "
                  WS-TEAMHX-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BO-TEAMS-REVERSED
           ADD WS-BO-TEAM-NIGHT TO WS-BO-TEAM-POINTS
           MOVE SPACES TO WS-BACKOUT-DETAIL-LINE
           MOVE "TEAM" TO WS-BDL-KIND
           MOVE WS-BT-TEAM-ID(WS-BT) TO WS-BDL-ID
           COMPUTE WS-BDL-GAMES = 0 - 1
           COMPUTE WS-BDL-POINTS = 0 - WS-BO-TEAM-NIGHT
           MOVE 0 TO WS-BDL-YACHTS
           MOVE 0 TO WS-BDL-BEST-BEFORE
           MOVE 0 TO WS-BDL-BEST-AFTER
           MOVE "TEAM NIGHT TOTAL REVERSED" TO WS-BDL-NOTE
           MOVE WS-BACKOUT-DETAIL-LINE TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE.

       REOPEN-BACKOUT-LEDGER.
           *> A reprocess posts its corrections under the night the
           *> rejects came from, so the entries it cleared for this
           *> night go back to open along with the rows reversed. The
           *> ledger carries no hall, so only entries for players on
           *> this hall's backed-out cards are touched - another hall
           *> scoring the same date keeps its own entries. The open
           *> entries the night's run posted itself are removed, so
           *> the rescore posts its own rejects afresh and the ledger
           *> stands as it did before the night; the rest close up
           *> in their old order.
           MOVE 0 TO WS-BO-LEDGER-REOPENED
           MOVE 0 TO WS-BO-LEDGER-REMOVED
           MOVE 0 TO WS-LG-KEPT
           PERFORM LOAD-SUSPENSE-LEDGER
           PERFORM VARYING WS-LG FROM 1 BY 1
                   UNTIL WS-LG > WS-LEDGER-COUNT
               MOVE WS-SL-ENTRY(WS-LG) TO SUSPENSE-LEDGER-RECORD
               MOVE 0 TO WS-BO-CARD-INDEX
               IF SL-ORIGIN-DATE = WS-GAME-DATE-8
                  AND (SL-CLEARED OR SL-OPEN)
                   MOVE SL-PLAYER-ID TO WS-BO-SIDE-ID
                   PERFORM FIND-BACKOUT-CARD
               END-IF
               IF WS-BO-CARD-INDEX > 0 AND SL-OPEN
                   MOVE "Y" TO WS-LEDGER-CHANGED
                   ADD 1 TO WS-BO-LEDGER-REMOVED
               ELSE
                   IF WS-BO-CARD-INDEX > 0
                       MOVE "O" TO SL-STATUS
                       MOVE SPACES TO SL-CLEAR-DATE
                       MOVE "Y" TO WS-LEDGER-CHANGED
                       ADD 1 TO WS-BO-LEDGER-REOPENED
                   END-IF
                   ADD 1 TO WS-LG-KEPT
                   MOVE SUSPENSE-LEDGER-RECORD
                      TO WS-SL-ENTRY(WS-LG-KEPT)
               END-IF
           END-PERFORM
           MOVE WS-LG-KEPT TO WS-LEDGER-COUNT
           PERFORM WRITE-SUSPENSE-LEDGER.

       CLEAR-BACKOUT-SCORE-INDEX.
           *> Cards the score index still holds for the night are
           *> removed, so the desk inquiry does not answer from a
           *> night that no longer counts. Only the cards this hall's
           *> back-out reversed go - another hall playing the same
           *> date keeps its own.
           MOVE 0 TO WS-BO-INDEX-REMOVED
           OPEN I-O SCORE-INDEX-FILE
           IF WS-SCOREIX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO SX-KEY
           START SCORE-INDEX-FILE
               KEY IS NOT LESS THAN SX-KEY
           END-START
           MOVE "N" TO WS-SCOREIX-EOF
           IF WS-SCOREIX-STATUS NOT = "00"
               MOVE "Y" TO WS-SCOREIX-EOF
           END-IF
           PERFORM UNTIL SCOREIX-AT-EOF
               READ SCORE-INDEX-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCOREIX-EOF
                   NOT AT END
                       MOVE SX-PLAYER-ID TO WS-BO-SIDE-ID
                       PERFORM FIND-BACKOUT-CARD
                       IF SX-RUN-DATE = WS-GAME-DATE-8
                          AND WS-BO-CARD-INDEX > 0
                           DELETE SCORE-INDEX-FILE RECORD
                           IF WS-SCOREIX-STATUS = "00"
                               ADD 1 TO WS-BO-INDEX-REMOVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORE-INDEX-FILE.

       RESET-BACKOUT-RUN-CONTROL.
           *> The night's record leaves the run control entirely - the
           *> night is unscored again, and its rescore starts it as a
           *> new run rather than being refused as already final.
           PERFORM VARYING WS-RCT-I FROM WS-RCT-MATCH-INDEX BY 1
                   UNTIL WS-RCT-I >= WS-RCT-COUNT
               MOVE WS-RCT-ENTRY(WS-RCT-I + 1)
                  TO WS-RCT-ENTRY(WS-RCT-I)
           END-PERFORM
           SUBTRACT 1 FROM WS-RCT-COUNT
           OPEN OUTPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "YACHT: warning - run control write failed - st
      -             "atus " WS-RUNCTL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RCT-I FROM 1 BY 1
                   UNTIL WS-RCT-I > WS-RCT-COUNT
               MOVE WS-RCT-ENTRY(WS-RCT-I) TO RUN-CONTROL-RECORD
               WRITE RUN-CONTROL-RECORD
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       WRITE-BACKOUT-TOTALS.
           *> Control totals are printed reversed - each one the
           *> negative of what the night posted - so they can be laid
           *> against the night's original control line and the
           *> pre-night file position proven.
           COMPUTE WS-BE-ROWS = 0 - WS-BO-ROWS-REVERSED
           COMPUTE WS-BE-HASH = 0 - WS-BO-DICE-HASH
           COMPUTE WS-BE-POINTS = 0 - WS-BO-POINTS-REVERSED
           COMPUTE WS-BE-YACHTS = 0 - WS-BO-YACHTS-REVERSED
           COMPUTE WS-BE-GAMES = 0 - WS-BO-GAMES-REVERSED
           COMPUTE WS-BE-WINS = 0 - WS-BO-WINS-REVERSED
           COMPUTE WS-BE-LOSSES = 0 - WS-BO-LOSSES-REVERSED
           COMPUTE WS-BE-DRAWS = 0 - WS-BO-DRAWS-REVERSED
           COMPUTE WS-BE-TEAM-POINTS = 0 - WS-BO-TEAM-POINTS
           MOVE SPACES TO BACKOUT-REPORT-LINE
           WRITE BACKOUT-REPORT-LINE
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "CONTROL TOTALS REVERSED - SCORED " WS-BE-ROWS
                  " DICE HASH " WS-BE-HASH
              DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
           END-STRING
           WRITE BACKOUT-REPORT-LINE
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "SEASON HISTORY - GAMES " WS-BE-GAMES
                  " POINTS " WS-BE-POINTS " YACHTS " WS-BE-YACHTS
                  " WINS " WS-BE-WINS " LOSSES " WS-BE-LOSSES
                  " DRAWS " WS-BE-DRAWS
              DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
           END-STRING
           WRITE BACKOUT-REPORT-LINE
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "MATCHES RESET " WS-BO-MATCHES-RESET
                  " TEAMS " WS-BO-TEAMS-REVERSED
                  " TEAM POINTS " WS-BE-TEAM-POINTS
                  " LEDGER ENTRIES REOPENED " WS-BO-LEDGER-REOPENED
                  " REMOVED " WS-BO-LEDGER-REMOVED
              DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
           END-STRING
           WRITE BACKOUT-REPORT-LINE
           MOVE SPACES TO BACKOUT-REPORT-LINE
           STRING "SCORE INDEX ROWS REMOVED " WS-BO-INDEX-REMOVED
                  " SEASON ROWS REMOVED " WS-BO-SEASON-ROWS-DROPPED
                  " RUN CONTROL RELEASED FOR " WS-GAME-DATE-8
              DELIMITED BY SIZE INTO BACKOUT-REPORT-LINE
           END-STRING
           WRITE BACKOUT-REPORT-LINE.

       WRITE-BACKOUT-AUDIT.
           PERFORM OPEN-AUDIT-TRAIL-FILE
           MOVE 0 TO WS-RC-SEVERITY
           MOVE SPACES TO WS-AUDIT-INPUT-VALUE
           STRING "BACKOUT " WS-GAME-DATE-8
              DELIMITED BY SIZE INTO WS-AUDIT-INPUT-VALUE
           END-STRING
           MOVE SPACES TO WS-RC-MESSAGE
           STRING "night backed out - " WS-BO-ROWS-REVERSED
                  " roll(s) reversed, " WS-BO-MATCHES-RESET
                  " match(es) reset"
              DELIMITED BY SIZE INTO WS-RC-MESSAGE
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL-FILE.

       OPEN-AUDIT-TRAIL-FILE.
           PERFORM RESOLVE-AUDIT-FILE-NAME
           OPEN EXTEND AUDIT-TRAIL-FILE
