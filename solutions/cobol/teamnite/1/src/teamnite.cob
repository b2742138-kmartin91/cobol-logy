           SELECT TEAM-HISTORY-FILE ASSIGN TO "TEAMHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-TEAMHX-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STANDINGS-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE.
       FD  TEAM-STANDINGS-FILE.
       01  TEAM-STANDINGS-LINE        PIC X(120).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  SCHEDULE-FILE.
       COPY "CPY-SCHEDULE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-EXPORT-STATUS         PIC XX VALUE SPACES.
             88 EXPORT-AT-EOF         VALUE "Y".
          05 WS-TEAM-EOF              PIC X VALUE "N".
             88 TEAM-AT-EOF           VALUE "Y".
          05 WS-TEAMHX-EOF            PIC X VALUE "N".
             88 TEAMHX-AT-EOF         VALUE "Y".
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-SCHEDULE-STATUS       PIC XX VALUE SPACES.
          05 WS-SCHEDULE-EOF          PIC X VALUE "N".
             88 SCHEDULE-AT-EOF       VALUE "Y".

      *> The hall whose teams are totalled, from HALLPRM - blank for
      *> the original league. Only the hall's teams are loaded and
      *> only its rows on the team history are touched.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.

      *> The nightly team totals are summed from the same per-player
      *> grand totals the export publishes, so the team trophy runs
          05 WS-SEASON-END-YEAR       PIC 9(4) VALUE 0.
          05 WS-CURRENT-SEASON-ID     PIC X(9) VALUE SPACES.
          05 WS-TEAM-CONTROL-KEY      PIC X(10) VALUE "##CONTROL#".
      *> A playoff night is scored and settled like any other but is
      *> not a team night - the trophy is a regular-season one.
          05 WS-GAME-DATE-10          PIC X(10) VALUE SPACES.
          05 WS-NIGHT-TYPE            PIC X(8) VALUE SPACES.
             88 PLAYOFF-NIGHT         VALUE "PLAYOFF".

       01 WS-PLAYER-COUNT             PIC 999 VALUE 0.
       01 WS-PLAYER-TOTALS.

       PROCEDURE DIVISION.
       RUN-TEAM-STANDINGS.
           PERFORM READ-HALL-PARM
           PERFORM LOAD-EXPORT-TOTALS
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM READ-SEASON-WINDOW
           PERFORM DERIVE-CURRENT-SEASON
           PERFORM READ-NIGHT-TYPE
           IF NOT PLAYOFF-NIGHT
               PERFORM SUM-TEAM-NIGHT-TOTALS
           END-IF
           PERFORM OPEN-TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS = "00"
               PERFORM POST-TEAM-SEASON-TOTALS
           CLOSE TEAM-MASTER-FILE.

       ADD-ONE-TEAM.
           IF TM-HALL-CODE NOT = WS-HALL-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TEAM-COUNT >= 30
               DISPLAY "TEAMNITE: warning - team table is full - maxi
      -             "mum 30 teams"
           MOVE 0 TO WS-TT-NIGHTS(WS-TEAM-COUNT)
           MOVE 0 TO WS-TT-SEASON-TOTAL(WS-TEAM-COUNT).

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
           *> The hall's own LEAGRULE record sets the season window
           *> and names the hall on the standings.
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
                               MOVE "Y" TO WS-RULES-EOF
                               PERFORM TAKE-SEASON-WINDOW
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

       TAKE-SEASON-WINDOW.
           MOVE LGR-HALL-NAME TO WS-HALL-NAME
           IF LGR-SEASON-START-MONTH IS NUMERIC
              AND LGR-SEASON-END-MONTH IS NUMERIC
              AND LGR-SEASON-START-MONTH >= 1
              AND LGR-SEASON-START-MONTH <= 12
              AND LGR-SEASON-END-MONTH >= 1
              AND LGR-SEASON-END-MONTH <= 12
               MOVE LGR-SEASON-START-MONTH TO WS-SEASON-START-MONTH
               MOVE LGR-SEASON-END-MONTH TO WS-SEASON-END-MONTH
           END-IF.

       DERIVE-CURRENT-SEASON.
           *> Same season arithmetic the scoring pass uses, judged
              DELIMITED BY SIZE INTO WS-CURRENT-SEASON-ID
           END-STRING.

       READ-NIGHT-TYPE.
           *> The hall's own schedule row for the night names its
           *> type; a night not on the schedule is a regular one.
           MOVE SPACES TO WS-NIGHT-TYPE
           MOVE SPACES TO WS-GAME-DATE-10
           STRING WS-GAME-DATE-8(1:4) "-" WS-GAME-DATE-8(5:2)
                  "-" WS-GAME-DATE-8(7:2)
              DELIMITED BY SIZE INTO WS-GAME-DATE-10
           END-STRING
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
                       IF SCH-DATE = WS-GAME-DATE-10
                          AND SCH-HALL-CODE = WS-HALL-CODE
                           MOVE SCH-NIGHT-TYPE TO WS-NIGHT-TYPE
                           MOVE "Y" TO WS-SCHEDULE-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       SUM-TEAM-NIGHT-TOTALS.
           *> Counting rule: the best three cards of the members who
           *> played count for the night - a full side drops its

       OPEN-TEAM-HISTORY-FILE.
           *> Mirrors the season-history handling in the scoring
           *> pass: create on first use, clear the hall's rows when
           *> its control record belongs to a prior season.
           OPEN I-O TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS = "35"
               PERFORM REBUILD-TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO TE-HALL-CODE
           MOVE WS-TEAM-CONTROL-KEY TO TE-TEAM-ID
           READ TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS = "23"
           END-IF.

       REBUILD-TEAM-HISTORY-FILE.
           *> Only this hall's rows are cleared - another hall's
           *> season keeps its own rows and control record. The file
           *> itself is only created when it does not exist.
           OPEN I-O TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS = "35"
               OPEN OUTPUT TEAM-HISTORY-FILE
               IF WS-TEAMHX-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               CLOSE TEAM-HISTORY-FILE
               OPEN I-O TEAM-HISTORY-FILE
           END-IF
           IF WS-TEAMHX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-HALL-TEAM-ROWS
           MOVE SPACES TO TEAM-HISTORY-RECORD
           MOVE WS-HALL-CODE TO TE-HALL-CODE
           MOVE WS-TEAM-CONTROL-KEY TO TE-TEAM-ID
           MOVE WS-CURRENT-SEASON-ID TO TE-SEASON-ID
           MOVE 0 TO TE-NIGHTS-PLAYED
           MOVE 0 TO TE-SEASON-TOTAL
           MOVE SPACES TO TE-LAST-DATE
           WRITE TEAM-HISTORY-RECORD.

       CLEAR-HALL-TEAM-ROWS.
           MOVE WS-HALL-CODE TO TE-HALL-CODE
           MOVE LOW-VALUES TO TE-TEAM-ID
           START TEAM-HISTORY-FILE
               KEY IS NOT LESS THAN TE-KEY
           END-START
           MOVE "N" TO WS-TEAMHX-EOF
           IF WS-TEAMHX-STATUS NOT = "00"
               MOVE "Y" TO WS-TEAMHX-EOF
           END-IF
           PERFORM UNTIL TEAMHX-AT-EOF
               READ TEAM-HISTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-TEAMHX-EOF
                   NOT AT END
                       IF TE-HALL-CODE = WS-HALL-CODE
                           DELETE TEAM-HISTORY-FILE RECORD
                       ELSE
                           MOVE "Y" TO WS-TEAMHX-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TEAMHX-STATUS.

       POST-TEAM-SEASON-TOTALS.
           MOVE 0 TO WS-POSTED-COUNT
           IF PLAYOFF-NIGHT
               DISPLAY "TEAMNITE: playoff night " WS-GAME-DATE-8
                  " - team totals not posted"
           END-IF
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TEAM-COUNT
               PERFORM POST-ONE-TEAM
           END-PERFORM.

       POST-ONE-TEAM.
           IF WS-TT-PLAYED(WS-T) = 0 OR PLAYOFF-NIGHT
               PERFORM FETCH-TEAM-SEASON-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO TE-HALL-CODE
           MOVE WS-TT-TEAM-ID(WS-T) TO TE-TEAM-ID
           READ TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS = "00"
               REWRITE TEAM-HISTORY-RECORD
           ELSE
               MOVE SPACES TO TEAM-HISTORY-RECORD
               MOVE WS-HALL-CODE TO TE-HALL-CODE
               MOVE WS-TT-TEAM-ID(WS-T) TO TE-TEAM-ID
               MOVE WS-CURRENT-SEASON-ID TO TE-SEASON-ID
               MOVE 1 TO TE-NIGHTS-PLAYED
       FETCH-TEAM-SEASON-ROW.
           *> A team that sat the night out still shows its season
           *> standing.
           MOVE WS-HALL-CODE TO TE-HALL-CODE
           MOVE WS-TT-TEAM-ID(WS-T) TO TE-TEAM-ID
           READ TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TEAM-STANDINGS-LINE
           STRING "TEAM STANDINGS - " WS-HALL-NAME
                  " - SEASON " WS-CURRENT-SEASON-ID
                  " - NIGHT " WS-GAME-DATE-8
              DELIMITED BY SIZE INTO TEAM-STANDINGS-LINE
           END-STRING
