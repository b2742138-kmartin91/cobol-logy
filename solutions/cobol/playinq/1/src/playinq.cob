           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT SCORED-HISTORY-FILE ASSIGN USING WS-SCOREHX-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCOREHX-STATUS.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT PACKET-PRINT-FILE ASSIGN TO "INQPACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PACKET-STATUS.

           SELECT ARCHIVE-PARM-FILE ASSIGN TO "ARCHPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-INDEX-FILE.
           05  INQ-REQUEST-ID          PIC X(10).
               88 INQ-ALL-ACTIVE       VALUE "ALL-ACTIVE".

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  PACKET-PRINT-FILE.
       01  PACKET-PRINT-LINE           PIC X(120).

       FD  ARCHIVE-PARM-FILE.
       COPY "CPY-ARCHIVE-PARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-SCOREIX-STATUS        PIC XX VALUE SPACES.
          05 WS-C                     PIC 99 VALUE 0.
          05 WS-CAT-INDEX             PIC 99 VALUE 0.

      *> The hall the packets are run for - named on HALLPRM, blank
      *> for the original league - gives the rules and the season.
      *> A player's season line is shown for the home hall and for
      *> a second hall where one is registered.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-PACKET-HOME-HALL      PIC X(2) VALUE SPACES.
          05 WS-PACKET-SECOND-HALL    PIC X(2) VALUE SPACES.
          05 WS-LINE-HALL             PIC X(2) VALUE SPACES.

       01 WS-LEAGUE-RULES.
          05 WS-UPPER-BONUS           PIC 999 VALUE 35.
          05 WS-UPPER-THRESHOLD       PIC 999 VALUE 63.
          05 WS-PACKET-COUNT          PIC 999 VALUE 0.
          05 WS-HISTORY-ROWS          PIC 9(4) VALUE 0.

      *> The roll history a packet carries - the current season off
      *> the live SCOREHX, or a past season off a dated archive
      *> named on ARCHPRM.
       01 WS-ARCHIVE-FIELDS.
          05 WS-ARCHIVE-PARM-STATUS   PIC XX VALUE SPACES.
          05 WS-SCOREHX-FILE-NAME     PIC X(20) VALUE "SCOREHX".
          05 WS-ARCHIVE-NAME          PIC X(20) VALUE SPACES.
          05 WS-HISTORY-SEASON-ID     PIC X(9) VALUE SPACES.

       01 WS-CARD-TABLE.
          05 WS-CARD-CAT OCCURS 12 TIMES.
             10 WS-CARD-USED          PIC 9 VALUE 0.
          05 WS-RL-CATEGORY           PIC X(15).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RL-POINTS             PIC ZZ9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RL-HALL               PIC X(2).

       PROCEDURE DIVISION.
       RUN-PLAYER-INQUIRY.
           IF WS-SEASON-STATUS = "00"
               MOVE "Y" TO WS-SEASON-AVAILABLE
           END-IF
           PERFORM READ-HALL-PARM
           PERFORM READ-LEAGUE-RULES
           PERFORM LOAD-CURRENT-SEASON
           PERFORM READ-ARCHIVE-PARM
           IF RETURN-CODE = 8
               CLOSE SCORE-INDEX-FILE
               IF MASTER-AVAILABLE
                   CLOSE PLAYER-MASTER-FILE
               END-IF
               IF SEASON-AVAILABLE
                   CLOSE SEASON-HISTORY-FILE
               END-IF
               GOBACK
           END-IF
           PERFORM SET-HISTORY-WINDOW

           *> A request file on hand switches the inquiry to batch
           *> packet mode - one formatted packet per requested
           END-IF
           GOBACK.

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
           *> The upper-bonus rules rebuild the card's totals; the
           *> season window bounds which history rolls belong in a
           *> packet. The per-round points were already scored under
           *> the full rule set by the scoring pass. The hall's own
           *> record is used; a hall with none keeps the standard
           *> rules.
           OPEN INPUT LEAGUE-RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
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
           CLOSE LEAGUE-RULES-FILE.

       TAKE-LEAGUE-RULES.
           IF LGR-UPPER-BONUS IS NUMERIC
              AND LGR-UPPER-THRESHOLD IS NUMERIC
               MOVE LGR-UPPER-BONUS TO WS-UPPER-BONUS
               MOVE LGR-UPPER-THRESHOLD TO WS-UPPER-THRESHOLD
           END-IF
           IF LGR-SEASON-START-MONTH IS NUMERIC
              AND LGR-SEASON-END-MONTH IS NUMERIC
              AND LGR-SEASON-START-MONTH >= 1
              AND LGR-SEASON-START-MONTH <= 12
              AND LGR-SEASON-END-MONTH >= 1
              AND LGR-SEASON-END-MONTH <= 12
               MOVE LGR-SEASON-START-MONTH
                  TO WS-SEASON-START-MONTH
               MOVE LGR-SEASON-END-MONTH
                  TO WS-SEASON-END-MONTH
           END-IF.

       LOAD-CURRENT-SEASON.
           MOVE SPACES TO WS-CURRENT-SEASON-ID
           IF NOT SEASON-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS = "00"
               MOVE SH-SEASON-ID TO WS-CURRENT-SEASON-ID
           END-IF.

       READ-ARCHIVE-PARM.
           *> A past season's rolls have been purged to an archive;
           *> naming it reads that file in place of SCOREHX. With an
           *> archive and no season every roll on it is shown.
           MOVE WS-CURRENT-SEASON-ID TO WS-HISTORY-SEASON-ID
           OPEN INPUT ARCHIVE-PARM-FILE
           IF WS-ARCHIVE-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ARCHIVE-PARM-RECORD
           READ ARCHIVE-PARM-FILE
               AT END
                   MOVE SPACES TO ARCHIVE-PARM-RECORD
           END-READ
           CLOSE ARCHIVE-PARM-FILE
           IF ARP-ARCHIVE-NAME NOT = SPACES
               MOVE ARP-ARCHIVE-NAME TO WS-ARCHIVE-NAME
               MOVE ARP-ARCHIVE-NAME TO WS-SCOREHX-FILE-NAME
               MOVE SPACES TO WS-HISTORY-SEASON-ID
           END-IF
           IF ARP-SEASON-ID NOT = SPACES
               IF ARP-SEASON-ID(1:4) IS NOT NUMERIC
                  OR ARP-SEASON-ID(5:1) NOT = "-"
                  OR ARP-SEASON-ID(6:4) IS NOT NUMERIC
                   DISPLAY "PLAYINQ: fatal - archive season must be Y"
                      "YYY-YYYY - " ARP-SEASON-ID
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE ARP-SEASON-ID TO WS-HISTORY-SEASON-ID
           END-IF.

       SET-HISTORY-WINDOW.
           MOVE 0 TO WS-WINDOW-START
           MOVE 0 TO WS-WINDOW-END
           IF WS-HISTORY-SEASON-ID = SPACES
              OR WS-HISTORY-SEASON-ID(1:4) IS NOT NUMERIC
              OR WS-HISTORY-SEASON-ID(6:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WINDOW-START =
              (FUNCTION NUMVAL(WS-HISTORY-SEASON-ID(1:4)) * 10000)
              + (WS-SEASON-START-MONTH * 100) + 1
           *> The window runs ninety days past the regular season
           *> end, because the schedule generator appends makeup
           *> played makeup night, not silently drop it.
           IF WS-SEASON-END-MONTH = 12
               COMPUTE WS-WINDOW-WORK-DATE =
                  ((FUNCTION NUMVAL(WS-HISTORY-SEASON-ID(6:4)) + 1)
                   * 10000) + 0101
           ELSE
               COMPUTE WS-WINDOW-WORK-DATE =
                  (FUNCTION NUMVAL(WS-HISTORY-SEASON-ID(6:4))
                   * 10000) + ((WS-SEASON-END-MONTH + 1) * 100) + 1
           END-IF
           COMPUTE WS-WINDOW-INTEGER =
                       MOVE "Y" TO WS-ROSTER-EOF
                   NOT AT END
                       IF PM-ACTIVE
                          AND (PM-HOME-HALL = WS-HALL-CODE
                           OR (PM-SECOND-HALL NOT = SPACES
                          AND PM-SECOND-HALL = WS-HALL-CODE))
                           MOVE PM-PLAYER-ID TO WS-INQ-PLAYER-ID
                           PERFORM PRINT-ONE-PACKET
                       END-IF
               WRITE PACKET-PRINT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO WS-PACKET-HOME-HALL
           MOVE SPACES TO WS-PACKET-SECOND-HALL
           IF MASTER-AVAILABLE
               MOVE WS-INQ-PLAYER-ID TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                   MOVE PM-HOME-HALL TO WS-PACKET-HOME-HALL
                   MOVE PM-SECOND-HALL TO WS-PACKET-SECOND-HALL
               END-IF
           END-IF
           MOVE WS-PACKET-HOME-HALL TO WS-LINE-HALL
           PERFORM WRITE-HALL-SEASON-LINE
           IF WS-PACKET-SECOND-HALL NOT = SPACES
              AND WS-PACKET-SECOND-HALL NOT = WS-PACKET-HOME-HALL
               MOVE WS-PACKET-SECOND-HALL TO WS-LINE-HALL
               PERFORM WRITE-HALL-SEASON-LINE
           END-IF.

       WRITE-HALL-SEASON-LINE.
           MOVE WS-LINE-HALL TO SH-HALL-CODE
           MOVE WS-INQ-PLAYER-ID TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               MOVE SPACES TO PACKET-PRINT-LINE
               STRING "  NO SEASON LINE ON FILE  HALL " WS-LINE-HALL
                  DELIMITED BY SIZE INTO PACKET-PRINT-LINE
               END-STRING
               WRITE PACKET-PRINT-LINE
               EXIT PARAGRAPH
           END-IF
                  "  BEST " SH-BEST-GAME
                  "  YACHTS " SH-YACHT-COUNT
                  "  W-L-D " SH-WINS "-" SH-LOSSES "-" SH-DRAWS
                  "  HALL " WS-LINE-HALL
              DELIMITED BY SIZE INTO PACKET-PRINT-LINE
           END-STRING
           WRITE PACKET-PRINT-LINE.
           *> The packet carries the player's own rolls for the
           *> current season, straight off the scored-roll history -
           *> the full file may hold prior seasons, which stay out
           *> of a league-meeting packet. A past season asked for
           *> from an archive is headed with the season and the file.
           IF WS-ARCHIVE-NAME = SPACES
              AND WS-HISTORY-SEASON-ID = WS-CURRENT-SEASON-ID
               MOVE "ROLL HISTORY THIS SEASON" TO PACKET-PRINT-LINE
           ELSE
               MOVE SPACES TO PACKET-PRINT-LINE
               IF WS-HISTORY-SEASON-ID = SPACES
                   STRING "ROLL HISTORY ALL SEASONS - "
                          WS-SCOREHX-FILE-NAME
                      DELIMITED BY SIZE INTO PACKET-PRINT-LINE
                   END-STRING
               ELSE
                   STRING "ROLL HISTORY SEASON " WS-HISTORY-SEASON-ID
                          " - " WS-SCOREHX-FILE-NAME
                      DELIMITED BY SIZE INTO PACKET-PRINT-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE PACKET-PRINT-LINE
           MOVE 0 TO WS-HISTORY-ROWS
           OPEN INPUT SCORED-HISTORY-FILE

       CONSIDER-ONE-HISTORY-ROLL.
           IF SRL-PLAYER-ID NOT = WS-INQ-PLAYER-ID
              OR SRL-REVERSED
               EXIT PARAGRAPH
           END-IF
           IF SRL-RUN-DATE IS NUMERIC AND WS-WINDOW-START > 0
           MOVE SRL-DICE TO WS-RL-DICE
           MOVE SRL-CATEGORY TO WS-RL-CATEGORY
           MOVE SRL-POINTS TO WS-RL-POINTS
           MOVE SRL-HALL-CODE TO WS-RL-HALL
           MOVE SPACES TO PACKET-PRINT-LINE
           MOVE WS-ROLL-LINE TO PACKET-PRINT-LINE(3:)
           WRITE PACKET-PRINT-LINE.
