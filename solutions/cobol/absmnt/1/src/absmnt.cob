       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCE-TRANS-FILE ASSIGN TO "ABSTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ABSENCE-FILE ASSIGN TO "ABSENCE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ABS-KEY
               FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "ABSMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDGNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCE-TRANS-FILE.
      *> A adds a notice and C cancels one the player has taken
      *> back. The keyed date is when the desk took the call; blank
      *> is today.
       01  ABSENCE-TRANS-RECORD.
           05  ATR-ACTION             PIC X.
               88 ATR-ADD             VALUE "A".
               88 ATR-CANCEL          VALUE "C".
           05  ATR-PLAYER-ID          PIC X(10).
           05  ATR-GAME-DATE          PIC X(10).
           05  ATR-REASON             PIC X(30).
           05  ATR-KEYED-DATE         PIC X(10).

       FD  ABSENCE-FILE.
       COPY "CPY-ABSENCE-RECORD.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "CPY-PLAYER-MASTER.cpy".

       FD  SCHEDULE-FILE.
       COPY "CPY-SCHEDULE-RECORD.cpy".

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE          PIC X(120).

       FD  AUDIT-TRAIL-FILE.
       COPY "CPY-AUDIT-RECORD.cpy".

       FD  AUDIT-CONTROL-FILE.
       COPY "CPY-AUDIT-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       COPY "CPY-RETURN-CODE.cpy".

       01 WS-BATCH-FIELDS.
          05 WS-TRANS-STATUS          PIC XX VALUE SPACES.
          05 WS-ABSENCE-STATUS        PIC XX VALUE SPACES.
          05 WS-MASTER-STATUS         PIC XX VALUE SPACES.
          05 WS-SCHEDULE-STATUS       PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-REPORT-STATUS         PIC XX VALUE SPACES.
          05 WS-AUDIT-STATUS          PIC XX VALUE SPACES.
          05 WS-TRANS-EOF             PIC X VALUE "N".
             88 TRANS-AT-EOF          VALUE "Y".
          05 WS-SCHEDULE-EOF          PIC X VALUE "N".
             88 SCHEDULE-AT-EOF       VALUE "Y".
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-ABSENCE-EOF           PIC X VALUE "N".
             88 ABSENCE-AT-EOF        VALUE "Y".
          05 WS-TODAY-STAMP           PIC X(21) VALUE SPACES.
          05 WS-TODAY-DATE            PIC X(10) VALUE SPACES.
          05 WS-AUDIT-TIMESTAMP       PIC X(21) VALUE SPACES.
          05 WS-AUDIT-INPUT-VALUE     PIC X(60) VALUE SPACES.

       01 WS-AUDIT-GENERATION-FIELDS.
          05 WS-AUDIT-CTL-STATUS     PIC XX VALUE SPACES.
          05 WS-AUDIT-FILE-NAME      PIC X(20) VALUE "AUDITTRL".
          05 WS-AUDIT-NAME-SET       PIC X VALUE "N".
             88 AUDIT-NAME-RESOLVED  VALUE "Y".
          05 WS-AUDIT-HARD-STOP-FLAG PIC X VALUE "N".
             88 AUDIT-HARD-STOP      VALUE "Y".

       01 WS-MAINT-COUNTS.
          05 WS-ADDED-COUNT           PIC 9(5) VALUE 0.
          05 WS-CANCELLED-COUNT       PIC 9(5) VALUE 0.
          05 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.

      *> Every hall's tournament nights, so a notice can be checked
      *> against a night the player is actually due to play.
       01 WS-SCHEDULE-TABLE.
          05 WS-NIGHT-COUNT           PIC 9(4) VALUE 0.
          05 WS-NIGHT-ENTRY OCCURS 800 TIMES.
             10 WS-SN-DATE            PIC X(10).
             10 WS-SN-HALL-CODE       PIC X(2).
          05 WS-NIGHT-I               PIC 9(4) VALUE 0.
          05 WS-NIGHT-FOUND           PIC X VALUE "N".
             88 NIGHT-FOUND           VALUE "Y".
          05 WS-NIGHT-HALL-CODE       PIC X(2) VALUE SPACES.

      *> Each hall's season window from LEAGRULE; a hall with no
      *> usable record runs September through May.
       01 WS-SEASON-WINDOW-TABLE.
          05 WS-WINDOW-COUNT          PIC 99 VALUE 0.
          05 WS-WINDOW-ENTRY OCCURS 20 TIMES.
             10 WS-SW-HALL-CODE       PIC X(2).
             10 WS-SW-START-MONTH     PIC 99.
             10 WS-SW-END-MONTH       PIC 99.
          05 WS-WINDOW-I              PIC 99 VALUE 0.

       01 WS-SEASON-FIELDS.
          05 WS-SEASON-START-MONTH    PIC 99 VALUE 9.
          05 WS-SEASON-END-MONTH      PIC 99 VALUE 5.
          05 WS-NIGHT-YEAR            PIC 9(4) VALUE 0.
          05 WS-NIGHT-MONTH           PIC 99 VALUE 0.
          05 WS-SEASON-START-YEAR     PIC 9(4) VALUE 0.
          05 WS-SEASON-END-YEAR       PIC 9(4) VALUE 0.
          05 WS-NIGHT-SEASON-ID       PIC X(9) VALUE SPACES.

       01 WS-DATE-CHECK-FIELDS.
          05 WS-CHECK-DATE            PIC X(10) VALUE SPACES.
          05 WS-CHECK-DATE-8          PIC X(8) VALUE SPACES.
          05 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE-8
                                      PIC 9(8).
          05 WS-DATE-VALID            PIC X VALUE "N".
             88 DATE-IS-VALID         VALUE "Y".
          05 WS-KEYED-DATE            PIC X(10) VALUE SPACES.

      *> Attendance section - one line per player per season.
       01 WS-ATTENDANCE-FIELDS.
          05 WS-ATT-PLAYER-ID         PIC X(10) VALUE SPACES.
          05 WS-ATT-SEASON-ID         PIC X(9) VALUE SPACES.
          05 WS-ATT-COUNT             PIC 9(4) VALUE 0.
          05 WS-ATT-LINE-COUNT        PIC 9(5) VALUE 0.
          05 WS-ATT-NOTICE-COUNT      PIC 9(6) VALUE 0.
          05 WS-ATT-PLAYER-NAME       PIC X(30) VALUE SPACES.

       01 WS-ATTENDANCE-LINE.
          05 WS-AL-PLAYER-ID          PIC X(10).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-AL-PLAYER-NAME        PIC X(30).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-AL-SEASON-ID          PIC X(9).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-AL-COUNT              PIC ZZZ9.

       PROCEDURE DIVISION.
       RUN-ABSENCE-MAINTENANCE.
           OPEN INPUT ABSENCE-TRANS-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM LOAD-SCHEDULE-NIGHTS
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LOAD-SEASON-WINDOWS
           PERFORM OPEN-PLAYER-MASTER-FILE
           PERFORM OPEN-ABSENCE-FILE
           PERFORM OPEN-AUDIT-TRAIL-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           STRING WS-TODAY-STAMP(1:4) "-" WS-TODAY-STAMP(5:2) "-"
                  WS-TODAY-STAMP(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           MOVE "N" TO WS-TRANS-EOF
           PERFORM UNTIL TRANS-AT-EOF
               READ ABSENCE-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRANS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           PERFORM WRITE-MAINT-SUMMARY
           PERFORM WRITE-ATTENDANCE-SECTION
           CLOSE ABSENCE-TRANS-FILE
           CLOSE ABSENCE-FILE
           CLOSE PLAYER-MASTER-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           GOBACK.

       LOAD-SCHEDULE-NIGHTS.
           *> Without the schedule no notice can be checked against a
           *> night, so nothing is applied.
           MOVE 0 TO WS-NIGHT-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "ABSMNT: fatal - schedule file not available - st
      -             "atus " WS-SCHEDULE-STATUS
               CLOSE ABSENCE-TRANS-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCHEDULE-EOF
           PERFORM UNTIL SCHEDULE-AT-EOF
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       IF WS-NIGHT-COUNT < 800
                           ADD 1 TO WS-NIGHT-COUNT
                           MOVE SCH-DATE
                              TO WS-SN-DATE(WS-NIGHT-COUNT)
                           MOVE SCH-HALL-CODE
                              TO WS-SN-HALL-CODE(WS-NIGHT-COUNT)
                       ELSE
                           DISPLAY "ABSMNT: warning - schedule table is 
      -                         "full - nights after " SCH-DATE
                                " not loaded"
                           MOVE "Y" TO WS-SCHEDULE-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       LOAD-SEASON-WINDOWS.
           MOVE 0 TO WS-WINDOW-COUNT
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
                       IF LGR-SEASON-START-MONTH IS NUMERIC
                          AND LGR-SEASON-END-MONTH IS NUMERIC
                          AND LGR-SEASON-START-MONTH >= 1
                          AND LGR-SEASON-START-MONTH <= 12
                          AND LGR-SEASON-END-MONTH >= 1
                          AND LGR-SEASON-END-MONTH <= 12
                          AND WS-WINDOW-COUNT < 20
                           ADD 1 TO WS-WINDOW-COUNT
                           MOVE LGR-HALL-CODE
                              TO WS-SW-HALL-CODE(WS-WINDOW-COUNT)
                           MOVE LGR-SEASON-START-MONTH
                              TO WS-SW-START-MONTH(WS-WINDOW-COUNT)
                           MOVE LGR-SEASON-END-MONTH
                              TO WS-SW-END-MONTH(WS-WINDOW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAGUE-RULES-FILE.

       OPEN-PLAYER-MASTER-FILE.
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ABSMNT: fatal - player master file not available
      -             " - status " WS-MASTER-STATUS
               CLOSE ABSENCE-TRANS-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-ABSENCE-FILE.
           *> The first notice ever keyed finds no absence file, so
           *> create an empty one rather than abending on status 35.
           OPEN I-O ABSENCE-FILE
           IF WS-ABSENCE-STATUS = "35"
               OPEN OUTPUT ABSENCE-FILE
               CLOSE ABSENCE-FILE
               OPEN I-O ABSENCE-FILE
           END-IF
           IF WS-ABSENCE-STATUS NOT = "00"
               DISPLAY "ABSMNT: fatal - absence file not available - sta
      -             "tus " WS-ABSENCE-STATUS
               CLOSE ABSENCE-TRANS-FILE
               CLOSE PLAYER-MASTER-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE 0 TO WS-RC-SEVERITY
           MOVE SPACES TO WS-RC-MESSAGE
           MOVE SPACES TO WS-AUDIT-INPUT-VALUE
           STRING ATR-ACTION " " ATR-PLAYER-ID " " ATR-GAME-DATE " "
                  ATR-REASON
              DELIMITED BY SIZE INTO WS-AUDIT-INPUT-VALUE
           END-STRING

           EVALUATE TRUE
               WHEN ATR-ADD
                   PERFORM ADD-ABSENCE
               WHEN ATR-CANCEL
                   PERFORM CANCEL-ABSENCE
               WHEN OTHER
                   MOVE 8 TO WS-RC-SEVERITY
                   MOVE "error: transaction action must be A or C"
                      TO WS-RC-MESSAGE
           END-EVALUATE

           IF WS-RC-ERROR
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM WRITE-MAINT-REPORT-LINE
           PERFORM WRITE-AUDIT-RECORD.

       ADD-ABSENCE.
           IF ATR-PLAYER-ID = SPACES
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: player id is required" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE ATR-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: player id is not on the player master"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           *> PAIRGEN pairs active players only, so an inactive one
           *> has no fixture to be absent from.
           IF NOT PM-ACTIVE
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: player is not active" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE ATR-GAME-DATE TO WS-CHECK-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF NOT DATE-IS-VALID
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: night must be a YYYY-MM-DD date"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF ATR-KEYED-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-KEYED-DATE
           ELSE
               MOVE ATR-KEYED-DATE TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF NOT DATE-IS-VALID
                   MOVE 8 TO WS-RC-SEVERITY
                   MOVE "error: keyed date must be a YYYY-MM-DD date"
                      TO WS-RC-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE ATR-KEYED-DATE TO WS-KEYED-DATE
           END-IF
           *> A notice is given ahead of the night; a player who did
           *> not turn up is settled by YACHT as a forfeit instead.
           IF ATR-GAME-DATE < WS-KEYED-DATE
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: night is before the date the notice was keye
      -             "d" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PLAYER-NIGHT
           IF NOT NIGHT-FOUND
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: no tournament night at the player's halls on
      -             " that date" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM DERIVE-NIGHT-SEASON

           MOVE SPACES TO ABSENCE-RECORD
           MOVE ATR-PLAYER-ID       TO ABS-PLAYER-ID
           MOVE ATR-GAME-DATE       TO ABS-GAME-DATE
           MOVE ATR-REASON          TO ABS-REASON
           MOVE WS-KEYED-DATE       TO ABS-KEYED-DATE
           MOVE WS-NIGHT-SEASON-ID  TO ABS-SEASON-ID
           WRITE ABSENCE-RECORD
           IF WS-ABSENCE-STATUS = "22"
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: player already has a notice for that night"
                  TO WS-RC-MESSAGE
           ELSE
               IF WS-ABSENCE-STATUS NOT = "00"
                   MOVE 8 TO WS-RC-SEVERITY
                   MOVE "error: absence file write failed"
                      TO WS-RC-MESSAGE
               ELSE
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           END-IF.

       CANCEL-ABSENCE.
           MOVE ATR-PLAYER-ID TO ABS-PLAYER-ID
           MOVE ATR-GAME-DATE TO ABS-GAME-DATE
           READ ABSENCE-FILE
           IF WS-ABSENCE-STATUS NOT = "00"
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: no notice on file for that player and night"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DELETE ABSENCE-FILE RECORD
           IF WS-ABSENCE-STATUS NOT = "00"
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: absence file delete failed"
                  TO WS-RC-MESSAGE
           ELSE
               ADD 1 TO WS-CANCELLED-COUNT
           END-IF.

       CHECK-CALENDAR-DATE.
           MOVE "N" TO WS-DATE-VALID
           MOVE SPACES TO WS-CHECK-DATE-8
           STRING WS-CHECK-DATE(1:4) WS-CHECK-DATE(6:2)
                  WS-CHECK-DATE(9:2)
              DELIMITED BY SIZE INTO WS-CHECK-DATE-8
           END-STRING
           IF WS-CHECK-DATE(5:1) NOT = "-"
              OR WS-CHECK-DATE(8:1) NOT = "-"
              OR WS-CHECK-DATE-8 IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DATE-VALID.

       FIND-PLAYER-NIGHT.
           *> The night must be on the schedule of the player's home
           *> hall or of their second hall; a blank home hall is the
           *> original league, whose nights carry no hall code.
           MOVE "N" TO WS-NIGHT-FOUND
           MOVE SPACES TO WS-NIGHT-HALL-CODE
           PERFORM VARYING WS-NIGHT-I FROM 1 BY 1
                   UNTIL WS-NIGHT-I > WS-NIGHT-COUNT OR NIGHT-FOUND
               IF WS-SN-DATE(WS-NIGHT-I) = ATR-GAME-DATE
                   IF WS-SN-HALL-CODE(WS-NIGHT-I) = PM-HOME-HALL
                      OR (PM-SECOND-HALL NOT = SPACES
                          AND WS-SN-HALL-CODE(WS-NIGHT-I)
                              = PM-SECOND-HALL)
                       MOVE "Y" TO WS-NIGHT-FOUND
                       MOVE WS-SN-HALL-CODE(WS-NIGHT-I)
                          TO WS-NIGHT-HALL-CODE
                   END-IF
               END-IF
           END-PERFORM.

       DERIVE-NIGHT-SEASON.
           *> Same rule YACHT posts the season history on: a window
           *> that crosses the new year runs from the start month to
           *> the end month of the following calendar year.
           MOVE 9 TO WS-SEASON-START-MONTH
           MOVE 5 TO WS-SEASON-END-MONTH
           PERFORM VARYING WS-WINDOW-I FROM 1 BY 1
                   UNTIL WS-WINDOW-I > WS-WINDOW-COUNT
               IF WS-SW-HALL-CODE(WS-WINDOW-I) = WS-NIGHT-HALL-CODE
                   MOVE WS-SW-START-MONTH(WS-WINDOW-I)
                      TO WS-SEASON-START-MONTH
                   MOVE WS-SW-END-MONTH(WS-WINDOW-I)
                      TO WS-SEASON-END-MONTH
               END-IF
           END-PERFORM
           MOVE ATR-GAME-DATE(1:4) TO WS-NIGHT-YEAR
           MOVE ATR-GAME-DATE(6:2) TO WS-NIGHT-MONTH
           IF WS-SEASON-START-MONTH > WS-SEASON-END-MONTH
               IF WS-NIGHT-MONTH >= WS-SEASON-START-MONTH
                   MOVE WS-NIGHT-YEAR TO WS-SEASON-START-YEAR
                   COMPUTE WS-SEASON-END-YEAR = WS-NIGHT-YEAR + 1
               ELSE
                   COMPUTE WS-SEASON-START-YEAR = WS-NIGHT-YEAR - 1
                   MOVE WS-NIGHT-YEAR TO WS-SEASON-END-YEAR
               END-IF
           ELSE
               MOVE WS-NIGHT-YEAR TO WS-SEASON-START-YEAR
               MOVE WS-NIGHT-YEAR TO WS-SEASON-END-YEAR
           END-IF
           MOVE SPACES TO WS-NIGHT-SEASON-ID
           STRING WS-SEASON-START-YEAR "-" WS-SEASON-END-YEAR
              DELIMITED BY SIZE INTO WS-NIGHT-SEASON-ID
           END-STRING.

       WRITE-MAINT-REPORT-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE
           IF WS-RC-OK
               STRING ATR-ACTION       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      ATR-PLAYER-ID    DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      ATR-GAME-DATE    DELIMITED BY SIZE
                      " APPLIED"       DELIMITED BY SIZE
                 INTO MAINT-REPORT-LINE
               END-STRING
           ELSE
               STRING ATR-ACTION       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      ATR-PLAYER-ID    DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      ATR-GAME-DATE    DELIMITED BY SIZE
                      " REJECTED - "   DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RC-MESSAGE) DELIMITED BY SIZE
                 INTO MAINT-REPORT-LINE
               END-STRING
           END-IF
           WRITE MAINT-REPORT-LINE.

       WRITE-MAINT-SUMMARY.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "TOTALS ADDED " WS-ADDED-COUNT
                  " CANCELLED " WS-CANCELLED-COUNT
                  " REJECTED " WS-REJECTED-COUNT
              DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       WRITE-ATTENDANCE-SECTION.
           *> Absences per player per season over the whole file,
           *> after this run's adds and cancels - the count the
           *> league's attendance rule is judged on. The file is in
           *> player then night order, and a player's nights run
           *> season by season, so each player-season is one break.
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE "ABSENCES PER PLAYER PER SEASON" TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE "PLAYER ID  NAME                           SEASON    ABS
      -         "ENCES" TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO WS-ATT-PLAYER-ID
           MOVE SPACES TO WS-ATT-SEASON-ID
           MOVE 0 TO WS-ATT-COUNT
           MOVE 0 TO WS-ATT-LINE-COUNT
           MOVE 0 TO WS-ATT-NOTICE-COUNT
           MOVE LOW-VALUES TO ABS-KEY
           START ABSENCE-FILE KEY IS NOT LESS THAN ABS-KEY
           END-START
           MOVE "N" TO WS-ABSENCE-EOF
           IF WS-ABSENCE-STATUS NOT = "00"
               MOVE "Y" TO WS-ABSENCE-EOF
           END-IF
           PERFORM UNTIL ABSENCE-AT-EOF
               READ ABSENCE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ABSENCE-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-ABSENCE
               END-READ
           END-PERFORM
           IF WS-ATT-COUNT > 0
               PERFORM WRITE-ATTENDANCE-LINE
           END-IF
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "TOTAL NOTICES ON FILE " WS-ATT-NOTICE-COUNT
                  " PLAYER-SEASONS " WS-ATT-LINE-COUNT
              DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           END-STRING
           WRITE MAINT-REPORT-LINE.

       COUNT-ONE-ABSENCE.
           IF ABS-PLAYER-ID NOT = WS-ATT-PLAYER-ID
              OR ABS-SEASON-ID NOT = WS-ATT-SEASON-ID
               IF WS-ATT-COUNT > 0
                   PERFORM WRITE-ATTENDANCE-LINE
               END-IF
               MOVE ABS-PLAYER-ID TO WS-ATT-PLAYER-ID
               MOVE ABS-SEASON-ID TO WS-ATT-SEASON-ID
               MOVE 0 TO WS-ATT-COUNT
           END-IF
           ADD 1 TO WS-ATT-COUNT
           ADD 1 TO WS-ATT-NOTICE-COUNT.

       WRITE-ATTENDANCE-LINE.
           MOVE WS-ATT-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE PM-PLAYER-NAME TO WS-ATT-PLAYER-NAME
           ELSE
               MOVE "(NOT ON PLAYER MASTER)" TO WS-ATT-PLAYER-NAME
           END-IF
           MOVE WS-ATT-PLAYER-ID   TO WS-AL-PLAYER-ID
           MOVE WS-ATT-PLAYER-NAME TO WS-AL-PLAYER-NAME
           MOVE WS-ATT-SEASON-ID   TO WS-AL-SEASON-ID
           MOVE WS-ATT-COUNT       TO WS-AL-COUNT
           MOVE WS-ATTENDANCE-LINE TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           ADD 1 TO WS-ATT-LINE-COUNT.

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
           MOVE "ABSMNT" TO AUD-PROGRAM-NAME
           MOVE WS-AUDIT-INPUT-VALUE TO AUD-INPUT-VALUE
           MOVE WS-RC-SEVERITY TO AUD-RC-SEVERITY
           MOVE WS-RC-MESSAGE TO AUD-RC-MESSAGE
           WRITE AUDIT-TRAIL-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               IF AUDIT-HARD-STOP
                   DISPLAY "ABSMNT: fatal - audit trail write failed - s
      -                 "tatus " WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "ABSMNT: warning - audit trail write failed - sta
      -             "tus " WS-AUDIT-STATUS
           END-IF.
