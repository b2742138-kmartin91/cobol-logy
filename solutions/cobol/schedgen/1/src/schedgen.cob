               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.

           SELECT SCHEDULE-WORK-FILE ASSIGN TO "SCHEDULW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-WORK-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           05  FILLER              PIC X.
           05  CLS-END-DATE        PIC X(10).

       FD  SCHEDULE-WORK-FILE.
       01  SCHEDULE-WORK-RECORD    PIC X(24).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       WORKING-STORAGE SECTION.
       COPY "CPY-RETURN-CODE.cpy".

          05 WS-CALENDAR-EOF       PIC X VALUE "N".
             88 CALENDAR-AT-EOF    VALUE "Y".
          05 WS-RULES-STATUS       PIC XX VALUE SPACES.
          05 WS-RULES-EOF          PIC X VALUE "N".
             88 RULES-AT-EOF       VALUE "Y".
          05 WS-SCHEDULE-WORK-STATUS PIC XX VALUE SPACES.
          05 WS-SCHEDULE-EOF       PIC X VALUE "N".
             88 SCHEDULE-AT-EOF    VALUE "Y".

      *> The hall whose season is generated, from HALLPRM - blank
      *> for the original league. The other halls' nights on the
      *> schedule are carried through untouched.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS   PIC XX VALUE SPACES.
          05 WS-HALL-CODE          PIC X(2) VALUE SPACES.
          05 WS-KEPT-NIGHT-COUNT   PIC 9(5) VALUE 0.

       01 WS-SEASON-FIELDS.
          05 WS-TODAY-STAMP        PIC X(21) VALUE SPACES.
          05 WS-CLS-INTEGER        PIC 9(8) VALUE 0.
          05 WS-MAKEUP-LIMIT       PIC 9(8) VALUE 0.

       01 WS-PLAYOFF-FIELDS.
          05 WS-PLAYOFF-NIGHTS     PIC 9 VALUE 4.
          05 WS-PLAYOFF-COUNT      PIC 9 VALUE 0.
          05 WS-PLAYOFF-LIMIT      PIC 9(8) VALUE 0.

       01 WS-CLOSURE-TABLE.
          05 WS-CLOSURE-ENTRY OCCURS 30 TIMES.
             10 WS-CL-START-INT    PIC 9(8).

       PROCEDURE DIVISION.
       RUN-SCHEDULE-GENERATION.
           PERFORM READ-HALL-PARM
           PERFORM READ-SEASON-WINDOW
           PERFORM DERIVE-SEASON-WINDOW
           PERFORM FIND-LEAP-NIGHT
               GOBACK
           END-IF
           PERFORM LOAD-CLOSURE-LIST
           PERFORM SAVE-OTHER-HALL-NIGHTS
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM WRITE-SEASON-SCHEDULE
           DISPLAY "SCHEDGEN: " WS-NIGHT-COUNT
              " tournament night(s) scheduled for season "
              WS-SEASON-START-YEAR "-" WS-SEASON-END-YEAR
           DISPLAY "SCHEDGEN: " WS-PLAYOFF-COUNT
              " playoff night(s) scheduled after the season"
           IF WS-MISSED-COUNT > 0
               DISPLAY "SCHEDGEN: " WS-MISSED-COUNT
                  " night(s) lost to closures - " WS-MAKEUP-COUNT
               END-IF
           END-PERFORM.

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
           *> The schedule must honor the same LEAGRULE season window
           *> the nightly run enforces - the hall's own record; with
           *> no parameter file, or no record for the hall, the
           *> standard September-May window stands.
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
                           MOVE "Y" TO WS-RULES-EOF
                           PERFORM TAKE-SEASON-WINDOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAGUE-RULES-FILE.

       TAKE-SEASON-WINDOW.
           IF LGR-SEASON-START-MONTH IS NUMERIC
              AND LGR-SEASON-END-MONTH IS NUMERIC
              AND LGR-SEASON-START-MONTH >= 1
              AND LGR-SEASON-START-MONTH <= 12
              AND LGR-SEASON-END-MONTH >= 1
              AND LGR-SEASON-END-MONTH <= 12
               MOVE LGR-SEASON-START-MONTH TO WS-SEASON-START-MONTH
               MOVE LGR-SEASON-END-MONTH TO WS-SEASON-END-MONTH
           END-IF.

       SAVE-OTHER-HALL-NIGHTS.
           *> Every other hall's nights are set aside on SCHEDULW
           *> before the schedule is regenerated, so generating one
           *> hall's season never costs another hall its calendar.
           MOVE 0 TO WS-KEPT-NIGHT-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCHEDULE-WORK-FILE
           IF WS-SCHEDULE-WORK-STATUS NOT = "00"
               DISPLAY "SCHEDGEN: fatal - schedule work file not avai
      -             "lable - status " WS-SCHEDULE-WORK-STATUS
               CLOSE SCHEDULE-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCHEDULE-EOF
           PERFORM UNTIL SCHEDULE-AT-EOF
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       IF SCH-HALL-CODE NOT = WS-HALL-CODE
                           WRITE SCHEDULE-WORK-RECORD
                              FROM SCHEDULE-RECORD
                           ADD 1 TO WS-KEPT-NIGHT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           CLOSE SCHEDULE-WORK-FILE.

       RESTORE-OTHER-HALL-NIGHTS.
           IF WS-KEPT-NIGHT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SCHEDULE-WORK-FILE
           MOVE "N" TO WS-SCHEDULE-EOF
           PERFORM UNTIL SCHEDULE-AT-EOF
               READ SCHEDULE-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       WRITE SCHEDULE-RECORD
                          FROM SCHEDULE-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-WORK-FILE
           DISPLAY "SCHEDGEN: " WS-KEPT-NIGHT-COUNT
              " night(s) for other halls carried forward".

       DERIVE-SEASON-WINDOW.
           *> A window that wraps the year end (start month after end
           *> month, as the standard September-May does) schedules
           *> scheme is a Monday, so integer mod 7 gives 2 for
           *> Tuesday and 4 for Thursday.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM RESTORE-OTHER-HALL-NIGHTS
           COMPUTE WS-DATE-NUMBER =
              (WS-SEASON-START-YEAR * 10000)
              + (WS-SEASON-START-MONTH * 100) + 1
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM
           PERFORM WRITE-MAKEUP-NIGHTS
           PERFORM WRITE-PLAYOFF-NIGHTS
           CLOSE SCHEDULE-FILE.

       CONSIDER-ONE-DAY.
               ADD 1 TO WS-MAKEUP-COUNT
           END-IF.

       WRITE-PLAYOFF-NIGHTS.
           *> The two-week playoff follows the last night of the
           *> season, makeups included, on the next open Tuesdays and
           *> Thursdays. Playoff nights are scheduled but never paired
           *> as fixtures - PLAYOFF writes their pairings from the
           *> bracket.
           MOVE 0 TO WS-PLAYOFF-COUNT
           COMPUTE WS-PLAYOFF-LIMIT = WS-DAY-INTEGER + 60
           PERFORM UNTIL WS-PLAYOFF-COUNT >= WS-PLAYOFF-NIGHTS
                   OR WS-DAY-INTEGER > WS-PLAYOFF-LIMIT
               PERFORM CONSIDER-ONE-PLAYOFF-DAY
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM
           IF WS-PLAYOFF-COUNT < WS-PLAYOFF-NIGHTS
               DISPLAY "SCHEDGEN: warning - only " WS-PLAYOFF-COUNT
                  " of " WS-PLAYOFF-NIGHTS " playoff night(s) could be
      -             " scheduled within sixty days of season end"
           END-IF.

       CONSIDER-ONE-PLAYOFF-DAY.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INTEGER, 7)
           PERFORM CHECK-DAY-CLOSED
           IF (WS-WEEKDAY = 2 OR WS-WEEKDAY = 4)
              AND NOT DAY-IS-CLOSED
               MOVE SPACES TO SCHEDULE-RECORD
               PERFORM FORMAT-SCHEDULE-DATE
               MOVE WS-HALL-CODE TO SCH-HALL-CODE
               MOVE "PLAYOFF" TO SCH-NIGHT-TYPE
               MOVE 1 TO SCH-POINTS-MULTIPLIER
               WRITE SCHEDULE-RECORD
               ADD 1 TO WS-PLAYOFF-COUNT
           END-IF.

       WRITE-MAKEUP-NIGHT.
           MOVE SPACES TO SCHEDULE-RECORD
           PERFORM FORMAT-SCHEDULE-DATE
           MOVE WS-HALL-CODE TO SCH-HALL-CODE
           MOVE "MAKEUP" TO SCH-NIGHT-TYPE
           MOVE 1 TO SCH-POINTS-MULTIPLIER
           WRITE SCHEDULE-RECORD
       WRITE-REGULAR-NIGHT.
           MOVE SPACES TO SCHEDULE-RECORD
           PERFORM FORMAT-SCHEDULE-DATE
           MOVE WS-HALL-CODE TO SCH-HALL-CODE
           MOVE "REGULAR" TO SCH-NIGHT-TYPE
           MOVE 1 TO SCH-POINTS-MULTIPLIER
           WRITE SCHEDULE-RECORD
           *> the one tradition this league will not give up.
           MOVE SPACES TO SCHEDULE-RECORD
           PERFORM FORMAT-SCHEDULE-DATE
           MOVE WS-HALL-CODE TO SCH-HALL-CODE
           MOVE "LEAPNITE" TO SCH-NIGHT-TYPE
           MOVE 2 TO SCH-POINTS-MULTIPLIER
           WRITE SCHEDULE-RECORD
