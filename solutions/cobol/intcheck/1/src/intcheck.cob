           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT SCORE-INDEX-FILE ASSIGN TO "SCOREIX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       FD  CHECK-REPORT-FILE.
       01  CHECK-REPORT-LINE          PIC X(120).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  SCHEDULE-FILE.
       COPY "CPY-SCHEDULE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-MASTER-STATUS         PIC XX VALUE SPACES.
             88 SCOREIX-AT-EOF        VALUE "Y".
          05 WS-SCOREHX-EOF           PIC X VALUE "N".
             88 SCOREHX-AT-EOF        VALUE "Y".
          05 WS-SCHEDULE-STATUS       PIC XX VALUE SPACES.
          05 WS-SCHEDULE-EOF          PIC X VALUE "N".
             88 SCHEDULE-AT-EOF       VALUE "Y".

      *> The hall whose files are checked - named on HALLPRM, blank
      *> for the original league. The season history and scored
      *> rolls are reconciled for that hall only.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.

       01 WS-CHECK-FIELDS.
          05 WS-SEASON-CONTROL-KEY    PIC X(10) VALUE "##CONTROL#".
             10 WS-TY-DATE OCCURS 90 TIMES PIC X(8).
             10 WS-TY-ON-SEASON       PIC X.

      *> The hall's playoff nights, as YYYYMMDD run dates. A playoff
      *> night's rolls land on SCOREHX like any other, but the night
      *> never posts to the season history, so its rolls are left
      *> out of the reconstruction.
       01 WS-PLAYOFF-COUNT            PIC 99 VALUE 0.
       01 WS-PLAYOFF-TABLE.
          05 WS-PO-DATE OCCURS 50 TIMES PIC X(8).
       01 WS-PLAYOFF-ROLL             PIC X VALUE "N".
          88 PLAYOFF-ROLL             VALUE "Y".

       PROCEDURE DIVISION.
       RUN-INTEGRITY-CHECK.
           PERFORM READ-HALL-PARM
           PERFORM READ-SEASON-WINDOW
           OPEN OUTPUT CHECK-REPORT-FILE
           MOVE SPACES TO CHECK-REPORT-LINE
           STRING "CROSS-FILE INTEGRITY CHECK - " WS-HALL-NAME
              DELIMITED BY SIZE INTO CHECK-REPORT-LINE
           END-STRING
           WRITE CHECK-REPORT-LINE
           PERFORM LOAD-MASTER-TABLE
           PERFORM LOAD-CURRENT-SEASON
           PERFORM LOAD-PLAYOFF-DATES
           PERFORM TALLY-SCORED-HISTORY
           PERFORM CHECK-SEASON-HISTORY
           PERFORM CHECK-SCORE-INDEX
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

       READ-SEASON-WINDOW.
           *> The hall's own LEAGRULE record gives its season window
           *> and name; a hall with no record keeps the standard
           *> window.
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
                               PERFORM TAKE-SEASON-WINDOW
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

       TAKE-SEASON-WINDOW.
           MOVE LGR-HALL-NAME TO WS-HALL-NAME
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

       LOAD-MASTER-TABLE.
           OPEN INPUT PLAYER-MASTER-FILE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS = "00"
           COMPUTE WS-WINDOW-END =
              FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER).

       LOAD-PLAYOFF-DATES.
           *> No schedule means no playoff nights to leave out.
           MOVE 0 TO WS-PLAYOFF-COUNT
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
                          AND WS-PLAYOFF-COUNT < 50
                           ADD 1 TO WS-PLAYOFF-COUNT
                           STRING SCH-DATE(1:4) SCH-DATE(6:2)
                                  SCH-DATE(9:2)
                              DELIMITED BY SIZE
                              INTO WS-PO-DATE(WS-PLAYOFF-COUNT)
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       TALLY-SCORED-HISTORY.
           OPEN INPUT SCORED-HISTORY-FILE
           IF WS-SCOREHX-STATUS NOT = "00"
           CLOSE SCORED-HISTORY-FILE.

       TALLY-ONE-ROLL.
           IF SRL-REVERSED
              OR SRL-HALL-CODE NOT = WS-HALL-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLAYOFF-ROLL
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-PLAYOFF-COUNT
               IF WS-PO-DATE(WS-D) = SRL-RUN-DATE
                   MOVE "Y" TO WS-PLAYOFF-ROLL
               END-IF
           END-PERFORM
           IF PLAYOFF-ROLL
               EXIT PARAGRAPH
           END-IF
           IF SRL-RUN-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
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
                   AT END
                       MOVE "Y" TO WS-SEASON-EOF
                   NOT AT END
                       IF SH-HALL-CODE NOT = WS-HALL-CODE
                           MOVE "Y" TO WS-SEASON-EOF
                       ELSE
                           IF SH-PLAYER-ID NOT = WS-SEASON-CONTROL-KEY
                               PERFORM CHECK-ONE-SEASON-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
