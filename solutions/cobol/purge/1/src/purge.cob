       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-PARM-FILE ASSIGN TO "PURGEPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SCORED-HISTORY-FILE ASSIGN TO "SCOREHX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCOREHX-STATUS.

           SELECT SUSPENSE-LEDGER-FILE ASSIGN TO "SUSPLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CAREER-HISTORY-FILE ASSIGN TO "CAREERHX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAREER-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT PURGE-ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT PURGE-WORK-FILE ASSIGN USING WS-WORK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT PURGE-REGISTER-FILE ASSIGN TO "PURGERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The purge terms - the date the purge runs as of and how
      *> many tournament nights a cleared suspense entry stays on
      *> the live ledger after it cleared. A blank date purges as of
      *> today; a blank night count, or no parameter file at all,
      *> keeps cleared entries for 30 nights.
       FD  PURGE-PARM-FILE.
       01  PURGE-PARM-RECORD.
           05  PGP-PURGE-DATE         PIC X(10).
           05  FILLER                 PIC X.
           05  PGP-CLEARED-NIGHTS     PIC 999.
           05  PGP-CLEARED-NIGHTS-X REDEFINES PGP-CLEARED-NIGHTS
                                      PIC X(3).

       FD  SCORED-HISTORY-FILE.
       COPY "CPY-SCORED-ROLL.cpy".

       FD  SUSPENSE-LEDGER-FILE.
       COPY "CPY-SUSPENSE-LEDGER.cpy".

       FD  CAREER-HISTORY-FILE.
       COPY "CPY-CAREER-HISTORY.cpy".

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       FD  SCHEDULE-FILE.
       COPY "CPY-SCHEDULE-RECORD.cpy".

      *> The archive keeps each row exactly as it stood on the live
      *> file, so PLAYINQ and YSTATS read a scored-history archive
      *> with the same layout they read SCOREHX with; the control
      *> trailer is the last record.
       FD  PURGE-ARCHIVE-FILE.
       01  PURGE-ARCHIVE-RECORD       PIC X(60).

       FD  PURGE-WORK-FILE.
       01  PURGE-WORK-RECORD          PIC X(60).

       FD  PURGE-REGISTER-FILE.
       01  PURGE-REGISTER-LINE        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-PARM-STATUS           PIC XX VALUE SPACES.
          05 WS-SCOREHX-STATUS        PIC XX VALUE SPACES.
          05 WS-LEDGER-STATUS         PIC XX VALUE SPACES.
          05 WS-CAREER-STATUS         PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-SCHEDULE-STATUS       PIC XX VALUE SPACES.
          05 WS-ARCHIVE-STATUS        PIC XX VALUE SPACES.
          05 WS-WORK-STATUS           PIC XX VALUE SPACES.
          05 WS-REGISTER-STATUS       PIC XX VALUE SPACES.
          05 WS-LIVE-STATUS           PIC XX VALUE SPACES.
          05 WS-CAREER-EOF            PIC X VALUE "N".
             88 CAREER-AT-EOF         VALUE "Y".
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-SCHEDULE-EOF          PIC X VALUE "N".
             88 SCHEDULE-AT-EOF       VALUE "Y".
          05 WS-LIVE-EOF              PIC X VALUE "N".
             88 LIVE-AT-EOF           VALUE "Y".
          05 WS-ARCHIVE-EOF           PIC X VALUE "N".
             88 ARCHIVE-AT-EOF        VALUE "Y".
          05 WS-WORK-EOF              PIC X VALUE "N".
             88 WORK-AT-EOF           VALUE "Y".

       01 WS-PURGE-TERMS.
          05 WS-TODAY-STAMP           PIC X(21) VALUE SPACES.
          05 WS-PURGE-DATE            PIC X(10) VALUE SPACES.
          05 WS-PURGE-DATE-8          PIC X(8) VALUE SPACES.
          05 WS-PURGE-DATE-NUM REDEFINES WS-PURGE-DATE-8
                                      PIC 9(8).
          05 WS-CLEARED-NIGHTS        PIC 999 VALUE 30.

      *> One pass of the purge works one live file at a time - the
      *> scored history or the suspense ledger - through the same
      *> count, split, verify and rebuild steps.
       01 WS-PURGE-FILE-FIELDS.
          05 WS-PURGE-KIND            PIC X VALUE SPACE.
             88 PURGE-SCORED          VALUE "S".
             88 PURGE-SUSPENSE        VALUE "L".
          05 WS-LIVE-FILE-NAME        PIC X(8) VALUE SPACES.
          05 WS-LIVE-FILE-TITLE       PIC X(15) VALUE SPACES.
          05 WS-ARCHIVE-FILE-NAME     PIC X(20) VALUE SPACES.
          05 WS-WORK-FILE-NAME        PIC X(20) VALUE SPACES.
          05 WS-PURGE-RECORD          PIC X(60) VALUE SPACES.
          05 WS-ROW-ARCHIVE-FLAG      PIC X VALUE "N".
             88 ROW-TO-ARCHIVE        VALUE "Y".
          05 WS-PURGE-FAILED-FLAG     PIC X VALUE "N".
             88 PURGE-STEP-FAILED     VALUE "Y".
          05 WS-FILE-RESULT           PIC X(50) VALUE SPACES.
          05 WS-SCORED-PURGED-FLAG    PIC X VALUE "N".
             88 SCORED-HISTORY-PURGED VALUE "Y".

       01 WS-PURGE-COUNTS.
          05 WS-CANDIDATE-READ        PIC 9(7) VALUE 0.
          05 WS-CANDIDATE-COUNT       PIC 9(7) VALUE 0.
          05 WS-ROWS-READ             PIC 9(7) VALUE 0.
          05 WS-ROWS-ARCHIVED         PIC 9(7) VALUE 0.
          05 WS-ROWS-KEPT             PIC 9(7) VALUE 0.
          05 WS-ROWS-REWRITTEN        PIC 9(7) VALUE 0.
          05 WS-ARCHIVE-HASH          PIC 9(12) VALUE 0.
          05 WS-VERIFY-COUNT          PIC 9(7) VALUE 0.
          05 WS-VERIFY-HASH           PIC 9(12) VALUE 0.
          05 WS-HASH-WORK             PIC 9(12) VALUE 0.
          05 WS-TRL-COUNT             PIC 9(7) VALUE 0.
          05 WS-TRL-HASH              PIC 9(12) VALUE 0.
          05 WS-TRAILER-SEEN          PIC X VALUE "N".
             88 ARCHIVE-TRAILER-SEEN  VALUE "Y".
          05 WS-AFTER-TRAILER         PIC 9(7) VALUE 0.
          05 WS-TOTAL-ARCHIVED        PIC 9(7) VALUE 0.
       COPY "CPY-CONTROL-TRAILER.cpy".

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
          05 WS-ROW-YEAR              PIC 9(4) VALUE 0.
          05 WS-ROW-MONTH             PIC 99 VALUE 0.
          05 WS-SEASON-START-YEAR     PIC 9(4) VALUE 0.
          05 WS-SEASON-END-YEAR       PIC 9(4) VALUE 0.
          05 WS-ROW-SEASON-ID         PIC X(9) VALUE SPACES.

      *> A season is closed once SEASONCL has archived it to the
      *> career history - every (hall, season) pair on CAREERHX,
      *> with the scored rows this run moves out of SCOREHX for it.
       01 WS-CLOSED-SEASON-TABLE.
          05 WS-CLOSED-COUNT          PIC 999 VALUE 0.
          05 WS-CLOSED-ENTRY OCCURS 200 TIMES.
             10 WS-CS-HALL-CODE       PIC X(2).
             10 WS-CS-SEASON-ID       PIC X(9).
             10 WS-CS-ARCHIVED        PIC 9(7).
          05 WS-CS                    PIC 999 VALUE 0.
          05 WS-CLOSED-INDEX          PIC 999 VALUE 0.
          05 WS-CLOSED-OVERFLOW       PIC X VALUE "N".
             88 CLOSED-TABLE-FULL     VALUE "Y".

       01 WS-SCHEDULE-COUNT           PIC 999 VALUE 0.
       01 WS-SCHEDULE-DATES.
          05 WS-SCHED-DATE OCCURS 150 TIMES PIC X(10)
             VALUE SPACES.

       01 WS-AGING-FIELDS.
          05 WS-SD                    PIC 999 VALUE 0.
          05 WS-DATE-ON-TABLE         PIC X VALUE "N".
             88 DATE-ALREADY-LOADED   VALUE "Y".
          05 WS-CLEAR-DATE-10         PIC X(10) VALUE SPACES.
          05 WS-AGE-NIGHTS            PIC 999 VALUE 0.

       01 WS-REGISTER-EDIT-FIELDS.
          05 WS-READ-OUT              PIC Z(6)9.
          05 WS-ARCHIVED-OUT          PIC Z(6)9.
          05 WS-KEPT-OUT              PIC Z(6)9.
          05 WS-NIGHTS-OUT            PIC ZZ9.
          05 WS-CLOSED-OUT            PIC ZZ9.

       01 WS-SEASON-DETAIL-LINE.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-SDL-HALL-CODE         PIC X(2).
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-SDL-SEASON-ID         PIC X(9).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 WS-SDL-ARCHIVED          PIC Z(6)9.

       PROCEDURE DIVISION.
       RUN-SEASON-PURGE.
           PERFORM READ-PURGE-PARAMETER
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LOAD-SEASON-WINDOWS
           PERFORM LOAD-CLOSED-SEASONS
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LOAD-SCHEDULE-DATES

           OPEN OUTPUT PURGE-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "PURGE: fatal - purge register not writable - sta
      -             "tus " WS-REGISTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REGISTER-HEADING

           MOVE "S" TO WS-PURGE-KIND
           PERFORM PURGE-ONE-FILE
           IF RETURN-CODE NOT = 8
               MOVE "L" TO WS-PURGE-KIND
               PERFORM PURGE-ONE-FILE
           END-IF
           PERFORM WRITE-SEASON-BREAKDOWN
           CLOSE PURGE-REGISTER-FILE

           DISPLAY "PURGE: " WS-TOTAL-ARCHIVED " row(s) archived as of "
              WS-PURGE-DATE " - see PURGERPT"
           GOBACK.

       READ-PURGE-PARAMETER.
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO PURGE-PARM-RECORD
           OPEN INPUT PURGE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PURGE-PARM-FILE
                   AT END
                       MOVE SPACES TO PURGE-PARM-RECORD
               END-READ
               CLOSE PURGE-PARM-FILE
           END-IF
           IF PGP-CLEARED-NIGHTS-X NOT = SPACES
               IF PGP-CLEARED-NIGHTS IS NOT NUMERIC
                   DISPLAY "PURGE: fatal - cleared nights must be numeri
      -             "c - " PGP-CLEARED-NIGHTS-X
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE PGP-CLEARED-NIGHTS TO WS-CLEARED-NIGHTS
           END-IF

           IF PGP-PURGE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
               MOVE SPACES TO WS-PURGE-DATE
               STRING WS-TODAY-STAMP(1:4) "-" WS-TODAY-STAMP(5:2) "-"
                      WS-TODAY-STAMP(7:2)
                  DELIMITED BY SIZE INTO WS-PURGE-DATE
               END-STRING
           ELSE
               MOVE PGP-PURGE-DATE TO WS-PURGE-DATE
           END-IF
           MOVE SPACES TO WS-PURGE-DATE-8
           STRING WS-PURGE-DATE(1:4) WS-PURGE-DATE(6:2)
                  WS-PURGE-DATE(9:2)
              DELIMITED BY SIZE INTO WS-PURGE-DATE-8
           END-STRING
           IF WS-PURGE-DATE(5:1) NOT = "-"
              OR WS-PURGE-DATE(8:1) NOT = "-"
              OR WS-PURGE-DATE-8 IS NOT NUMERIC
               DISPLAY "PURGE: fatal - purge date must be given as YYYY-
      -             "MM-DD - " WS-PURGE-DATE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PURGE-DATE-NUM) NOT = 0
               DISPLAY "PURGE: fatal - purge date is not a calendar date
      -             " - " WS-PURGE-DATE
               MOVE 8 TO RETURN-CODE
           END-IF.

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

       LOAD-CLOSED-SEASONS.
           *> Without the career history no season can be shown to
           *> have closed, so no scored row leaves the live file - the
           *> suspense ledger still purges on its own terms.
           MOVE 0 TO WS-CLOSED-COUNT
           OPEN INPUT CAREER-HISTORY-FILE
           IF WS-CAREER-STATUS = "35"
               DISPLAY "PURGE: warning - career history not on file - no
      -             " season counts as closed"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CAREER-STATUS NOT = "00"
               DISPLAY "PURGE: fatal - career history not available - st
      -             "atus " WS-CAREER-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAREER-EOF
           PERFORM UNTIL CAREER-AT-EOF
               READ CAREER-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-CAREER-EOF
                   NOT AT END
                       PERFORM NOTE-CLOSED-SEASON
               END-READ
           END-PERFORM
           CLOSE CAREER-HISTORY-FILE
           IF CLOSED-TABLE-FULL
               DISPLAY "PURGE: warning - more than 200 closed seasons -
      -             "the rest wait for a later purge"
               MOVE 4 TO RETURN-CODE
           END-IF.

       NOTE-CLOSED-SEASON.
           PERFORM VARYING WS-CS FROM 1 BY 1
                   UNTIL WS-CS > WS-CLOSED-COUNT
               IF WS-CS-HALL-CODE(WS-CS) = CH-HALL-CODE
                  AND WS-CS-SEASON-ID(WS-CS) = CH-SEASON-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CLOSED-COUNT >= 200
               MOVE "Y" TO WS-CLOSED-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           MOVE CH-HALL-CODE TO WS-CS-HALL-CODE(WS-CLOSED-COUNT)
           MOVE CH-SEASON-ID TO WS-CS-SEASON-ID(WS-CLOSED-COUNT)
           MOVE 0 TO WS-CS-ARCHIVED(WS-CLOSED-COUNT).

       LOAD-SCHEDULE-DATES.
           *> A cleared entry's age is counted in tournament nights
           *> the way SUSPAGE ages an open one - the scheduled nights
           *> that have played since it cleared, a date two halls both
           *> play counting once. With no schedule nothing has aged,
           *> so no cleared entry is purged.
           MOVE 0 TO WS-SCHEDULE-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "PURGE: warning - schedule file not available - c
      -             "leared suspense entries kept"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCHEDULE-EOF
           PERFORM UNTIL SCHEDULE-AT-EOF
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       MOVE "N" TO WS-DATE-ON-TABLE
                       PERFORM VARYING WS-SD FROM 1 BY 1
                               UNTIL WS-SD > WS-SCHEDULE-COUNT
                           IF WS-SCHED-DATE(WS-SD) = SCH-DATE
                               MOVE "Y" TO WS-DATE-ON-TABLE
                           END-IF
                       END-PERFORM
                       IF WS-SCHEDULE-COUNT < 150
                          AND NOT DATE-ALREADY-LOADED
                           ADD 1 TO WS-SCHEDULE-COUNT
                           MOVE SCH-DATE
                              TO WS-SCHED-DATE(WS-SCHEDULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       PURGE-ONE-FILE.
           *> Nothing leaves the live file until the archive has been
           *> read back and proven against its own trailer and against
           *> what was written to it. Each step that stops the purge
           *> records why, and the steps after it stand down.
           PERFORM SET-PURGE-FILE-NAMES
           MOVE 0 TO WS-CANDIDATE-READ
           MOVE 0 TO WS-CANDIDATE-COUNT
           MOVE 0 TO WS-ROWS-READ
           MOVE 0 TO WS-ROWS-ARCHIVED
           MOVE 0 TO WS-ROWS-KEPT
           MOVE 0 TO WS-ROWS-REWRITTEN
           MOVE 0 TO WS-ARCHIVE-HASH
           MOVE SPACES TO WS-FILE-RESULT
           PERFORM COUNT-PURGE-CANDIDATES
           IF WS-FILE-RESULT = SPACES
               PERFORM CHECK-ARCHIVE-NAME-FREE
           END-IF
           IF WS-FILE-RESULT = SPACES
               PERFORM SPLIT-LIVE-FILE
           END-IF
           IF WS-FILE-RESULT = SPACES
               PERFORM VERIFY-PURGE-ARCHIVE
           END-IF
           IF WS-FILE-RESULT = SPACES
               PERFORM REBUILD-LIVE-FILE
           END-IF
           PERFORM WRITE-FILE-REGISTER-LINES.

       SET-PURGE-FILE-NAMES.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           EVALUATE TRUE
               WHEN PURGE-SCORED
                   MOVE "SCOREHX" TO WS-LIVE-FILE-NAME
                   MOVE "SCORED HISTORY" TO WS-LIVE-FILE-TITLE
                   MOVE "SCOREHXW" TO WS-WORK-FILE-NAME
                   STRING "SCOREARC." WS-PURGE-DATE-8
                      DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
                   END-STRING
               WHEN PURGE-SUSPENSE
                   MOVE "SUSPLEDG" TO WS-LIVE-FILE-NAME
                   MOVE "SUSPENSE LEDGER" TO WS-LIVE-FILE-TITLE
                   MOVE "SUSPLEDW" TO WS-WORK-FILE-NAME
                   STRING "SUSPARC." WS-PURGE-DATE-8
                      DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME
                   END-STRING
           END-EVALUATE.

       COUNT-PURGE-CANDIDATES.
           *> First pass only counts, so a file with nothing to purge
           *> is never rewritten and leaves no empty archive behind.
           PERFORM OPEN-LIVE-FILE-INPUT
           IF WS-LIVE-STATUS = "35"
               MOVE "NOT ON FILE - NOTHING TO ARCHIVE"
                  TO WS-FILE-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-LIVE-STATUS NOT = "00"
               DISPLAY "PURGE: fatal - "
                  FUNCTION TRIM(WS-LIVE-FILE-NAME)
                  " not available - status " WS-LIVE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED - LIVE FILE NOT AVAILABLE" TO WS-FILE-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIVE-EOF
           PERFORM UNTIL LIVE-AT-EOF
               PERFORM READ-NEXT-LIVE-RECORD
               IF NOT LIVE-AT-EOF
                   ADD 1 TO WS-CANDIDATE-READ
                   PERFORM DECIDE-ONE-ROW
                   IF ROW-TO-ARCHIVE
                       ADD 1 TO WS-CANDIDATE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-LIVE-FILE
           IF WS-CANDIDATE-COUNT = 0
               MOVE WS-CANDIDATE-READ TO WS-ROWS-READ
               MOVE WS-CANDIDATE-READ TO WS-ROWS-KEPT
               MOVE "NOTHING TO ARCHIVE - LIVE FILE UNTOUCHED"
                  TO WS-FILE-RESULT
           END-IF.

       CHECK-ARCHIVE-NAME-FREE.
           *> An archive is never written over - a second purge on
           *> the same date with rows still to move must wait for the
           *> archive already under that name to be put away.
           OPEN INPUT PURGE-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               CLOSE PURGE-ARCHIVE-FILE
               DISPLAY "PURGE: run refused - archive "
                  FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                  " already exists - "
                  FUNCTION TRIM(WS-LIVE-FILE-NAME) " untouched"
               MOVE 8 TO RETURN-CODE
               MOVE WS-CANDIDATE-READ TO WS-ROWS-READ
               MOVE WS-CANDIDATE-READ TO WS-ROWS-KEPT
               MOVE "REFUSED - ARCHIVE ALREADY EXISTS" TO WS-FILE-RESULT
           END-IF.

       SPLIT-LIVE-FILE.
           *> Second pass: every row goes either to the archive or to
           *> the work copy of what stays live.
           MOVE "N" TO WS-PURGE-FAILED-FLAG
           PERFORM OPEN-LIVE-FILE-INPUT
           IF WS-LIVE-STATUS NOT = "00"
               DISPLAY "PURGE: fatal - "
                  FUNCTION TRIM(WS-LIVE-FILE-NAME)
                  " not available - status " WS-LIVE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED - LIVE FILE NOT AVAILABLE" TO WS-FILE-RESULT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PURGE-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               PERFORM CLOSE-LIVE-FILE
               DISPLAY "PURGE: fatal - archive "
                  FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                  " not writable - status " WS-ARCHIVE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED - ARCHIVE NOT WRITABLE" TO WS-FILE-RESULT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PURGE-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               PERFORM CLOSE-LIVE-FILE
               CLOSE PURGE-ARCHIVE-FILE
               DISPLAY "PURGE: fatal - work file "
                  FUNCTION TRIM(WS-WORK-FILE-NAME)
                  " not writable - status " WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED - WORK FILE NOT WRITABLE" TO WS-FILE-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIVE-EOF
           PERFORM UNTIL LIVE-AT-EOF OR PURGE-STEP-FAILED
               PERFORM READ-NEXT-LIVE-RECORD
               IF NOT LIVE-AT-EOF
                   PERFORM SPLIT-ONE-ROW
               END-IF
           END-PERFORM
           MOVE SPACES TO CONTROL-TRAILER-RECORD
           MOVE "##TRAILER#" TO CTL-RECORD-ID
           MOVE WS-ROWS-ARCHIVED TO CTL-RECORD-COUNT
           MOVE WS-ARCHIVE-HASH TO CTL-HASH-TOTAL
           MOVE SPACES TO PURGE-ARCHIVE-RECORD
           MOVE CONTROL-TRAILER-RECORD TO PURGE-ARCHIVE-RECORD(1:29)
           WRITE PURGE-ARCHIVE-RECORD
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "Y" TO WS-PURGE-FAILED-FLAG
           END-IF
           PERFORM CLOSE-LIVE-FILE
           CLOSE PURGE-ARCHIVE-FILE
           CLOSE PURGE-WORK-FILE
           IF PURGE-STEP-FAILED
               DISPLAY "PURGE: fatal - archive or work copy of "
                  FUNCTION TRIM(WS-LIVE-FILE-NAME)
                  " could not be written - live file untouched"
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED - ARCHIVE WRITE - LIVE FILE UNTOUCHED"
                  TO WS-FILE-RESULT
           END-IF.

       SPLIT-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           PERFORM DECIDE-ONE-ROW
           IF ROW-TO-ARCHIVE
               MOVE WS-PURGE-RECORD TO PURGE-ARCHIVE-RECORD
               WRITE PURGE-ARCHIVE-RECORD
               IF WS-ARCHIVE-STATUS NOT = "00"
                   MOVE "Y" TO WS-PURGE-FAILED-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROWS-ARCHIVED
               PERFORM ADD-RECORD-HASH
               ADD WS-HASH-WORK TO WS-ARCHIVE-HASH
               IF PURGE-SCORED AND WS-CLOSED-INDEX > 0
                   ADD 1 TO WS-CS-ARCHIVED(WS-CLOSED-INDEX)
               END-IF
           ELSE
               MOVE WS-PURGE-RECORD TO PURGE-WORK-RECORD
               WRITE PURGE-WORK-RECORD
               IF WS-WORK-STATUS NOT = "00"
                   MOVE "Y" TO WS-PURGE-FAILED-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROWS-KEPT
           END-IF.

       VERIFY-PURGE-ARCHIVE.
           *> The archive is read back from disk: its trailer must
           *> agree with what it holds, what it holds must agree with
           *> what was written, and every row read must be accounted
           *> for as archived or kept - a live file that changed
           *> between the two passes fails here too.
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE 0 TO WS-VERIFY-HASH
           MOVE 0 TO WS-TRL-COUNT
           MOVE 0 TO WS-TRL-HASH
           MOVE 0 TO WS-AFTER-TRAILER
           MOVE "N" TO WS-TRAILER-SEEN
           OPEN INPUT PURGE-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "PURGE: fatal - archive "
                  FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                  " cannot be read back - status " WS-ARCHIVE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED VERIFICATION - LIVE FILE UNTOUCHED"
                  TO WS-FILE-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ARCHIVE-EOF
           PERFORM UNTIL ARCHIVE-AT-EOF
               READ PURGE-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-ARCHIVE-EOF
                   NOT AT END
                       PERFORM VERIFY-ONE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-ARCHIVE-FILE

           MOVE "N" TO WS-PURGE-FAILED-FLAG
           IF NOT ARCHIVE-TRAILER-SEEN OR WS-AFTER-TRAILER > 0
               MOVE "Y" TO WS-PURGE-FAILED-FLAG
           END-IF
           IF WS-TRL-COUNT NOT = WS-VERIFY-COUNT
              OR WS-TRL-HASH NOT = WS-VERIFY-HASH
              OR WS-VERIFY-COUNT NOT = WS-ROWS-ARCHIVED
              OR WS-VERIFY-HASH NOT = WS-ARCHIVE-HASH
               MOVE "Y" TO WS-PURGE-FAILED-FLAG
           END-IF
           IF WS-ROWS-ARCHIVED NOT = WS-CANDIDATE-COUNT
              OR WS-ROWS-READ NOT = WS-CANDIDATE-READ
              OR WS-ROWS-ARCHIVED + WS-ROWS-KEPT NOT = WS-ROWS-READ
               MOVE "Y" TO WS-PURGE-FAILED-FLAG
           END-IF
           IF PURGE-STEP-FAILED
               DISPLAY "PURGE: fatal - archive "
                  FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
                  " failed verification - trailer " WS-TRL-COUNT "/"
                  WS-TRL-HASH " holds " WS-VERIFY-COUNT "/"
                  WS-VERIFY-HASH " written " WS-ROWS-ARCHIVED "/"
                  WS-ARCHIVE-HASH
               DISPLAY "PURGE: " FUNCTION TRIM(WS-LIVE-FILE-NAME)
                  " untouched - put the failed archive away before"
                  " the purge is rerun"
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED VERIFICATION - LIVE FILE UNTOUCHED"
                  TO WS-FILE-RESULT
           END-IF.

       VERIFY-ONE-ARCHIVE-RECORD.
           IF ARCHIVE-TRAILER-SEEN
               ADD 1 TO WS-AFTER-TRAILER
               EXIT PARAGRAPH
           END-IF
           IF PURGE-ARCHIVE-RECORD(1:10) = "##TRAILER#"
               MOVE PURGE-ARCHIVE-RECORD(1:29)
                  TO CONTROL-TRAILER-RECORD
               MOVE "Y" TO WS-TRAILER-SEEN
               IF CTL-RECORD-COUNT IS NUMERIC
                   MOVE CTL-RECORD-COUNT TO WS-TRL-COUNT
               END-IF
               IF CTL-HASH-TOTAL IS NUMERIC
                   MOVE CTL-HASH-TOTAL TO WS-TRL-HASH
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VERIFY-COUNT
           MOVE PURGE-ARCHIVE-RECORD TO WS-PURGE-RECORD
           PERFORM ADD-RECORD-HASH
           ADD WS-HASH-WORK TO WS-VERIFY-HASH.

       REBUILD-LIVE-FILE.
           *> The archive is proven - the live file is rebuilt from
           *> the work copy of the rows that stay, the way YACHT
           *> rebuilds the scored history after a back-out.
           MOVE "N" TO WS-PURGE-FAILED-FLAG
           OPEN INPUT PURGE-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "PURGE: fatal - work file "
                  FUNCTION TRIM(WS-WORK-FILE-NAME)
                  " cannot be read back - status " WS-WORK-STATUS
                  " - live file untouched"
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED - WORK FILE - LIVE FILE UNTOUCHED"
                  TO WS-FILE-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LIVE-FILE-OUTPUT
           IF WS-LIVE-STATUS NOT = "00"
               CLOSE PURGE-WORK-FILE
               MOVE "Y" TO WS-PURGE-FAILED-FLAG
           ELSE
               MOVE "N" TO WS-WORK-EOF
               PERFORM UNTIL WORK-AT-EOF OR PURGE-STEP-FAILED
                   READ PURGE-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-WORK-EOF
                       NOT AT END
                           MOVE PURGE-WORK-RECORD TO WS-PURGE-RECORD
                           PERFORM WRITE-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PURGE-WORK-FILE
               PERFORM CLOSE-LIVE-FILE
               IF WS-ROWS-REWRITTEN NOT = WS-ROWS-KEPT
                   MOVE "Y" TO WS-PURGE-FAILED-FLAG
               END-IF
           END-IF
           IF PURGE-STEP-FAILED
               DISPLAY "PURGE: fatal - "
                  FUNCTION TRIM(WS-LIVE-FILE-NAME)
                  " rewrite failed - complete copy left on "
                  FUNCTION TRIM(WS-WORK-FILE-NAME) " - status "
                  WS-LIVE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WS-FILE-RESULT
               STRING "REWRITE FAILED - COPY LEFT ON "
                      WS-WORK-FILE-NAME
                  DELIMITED BY SIZE INTO WS-FILE-RESULT
               END-STRING
               EXIT PARAGRAPH
           END-IF
           ADD WS-ROWS-ARCHIVED TO WS-TOTAL-ARCHIVED
           IF PURGE-SCORED
               MOVE "Y" TO WS-SCORED-PURGED-FLAG
           END-IF
           MOVE "ARCHIVED AND VERIFIED - LIVE FILE REWRITTEN"
              TO WS-FILE-RESULT.

       DECIDE-ONE-ROW.
           MOVE "N" TO WS-ROW-ARCHIVE-FLAG
           MOVE 0 TO WS-CLOSED-INDEX
           EVALUATE TRUE
               WHEN PURGE-SCORED
                   PERFORM DECIDE-SCORED-ROW
               WHEN PURGE-SUSPENSE
                   PERFORM DECIDE-SUSPENSE-ROW
           END-EVALUATE.

       DECIDE-SCORED-ROW.
           *> A roll goes when the season it was scored in has closed
           *> for its hall - reversed rows go with the rest of their
           *> season. A row with no usable run date stays live.
           IF SRL-RUN-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM DERIVE-ROW-SEASON
           PERFORM VARYING WS-CS FROM 1 BY 1
                   UNTIL WS-CS > WS-CLOSED-COUNT
               IF WS-CS-HALL-CODE(WS-CS) = SRL-HALL-CODE
                  AND WS-CS-SEASON-ID(WS-CS) = WS-ROW-SEASON-ID
                   MOVE WS-CS TO WS-CLOSED-INDEX
                   MOVE "Y" TO WS-ROW-ARCHIVE-FLAG
               END-IF
           END-PERFORM.

       DERIVE-ROW-SEASON.
           *> Same rule YACHT posts the season history on: a window
           *> that crosses the new year runs from the start month to
           *> the end month of the following calendar year.
           MOVE 9 TO WS-SEASON-START-MONTH
           MOVE 5 TO WS-SEASON-END-MONTH
           PERFORM VARYING WS-WINDOW-I FROM 1 BY 1
                   UNTIL WS-WINDOW-I > WS-WINDOW-COUNT
               IF WS-SW-HALL-CODE(WS-WINDOW-I) = SRL-HALL-CODE
                   MOVE WS-SW-START-MONTH(WS-WINDOW-I)
                      TO WS-SEASON-START-MONTH
                   MOVE WS-SW-END-MONTH(WS-WINDOW-I)
                      TO WS-SEASON-END-MONTH
               END-IF
           END-PERFORM
           MOVE SRL-RUN-DATE(1:4) TO WS-ROW-YEAR
           MOVE SRL-RUN-DATE(5:2) TO WS-ROW-MONTH
           IF WS-SEASON-START-MONTH > WS-SEASON-END-MONTH
               IF WS-ROW-MONTH >= WS-SEASON-START-MONTH
                   MOVE WS-ROW-YEAR TO WS-SEASON-START-YEAR
                   COMPUTE WS-SEASON-END-YEAR = WS-ROW-YEAR + 1
               ELSE
                   COMPUTE WS-SEASON-START-YEAR = WS-ROW-YEAR - 1
                   MOVE WS-ROW-YEAR TO WS-SEASON-END-YEAR
               END-IF
           ELSE
               MOVE WS-ROW-YEAR TO WS-SEASON-START-YEAR
               MOVE WS-ROW-YEAR TO WS-SEASON-END-YEAR
           END-IF
           MOVE SPACES TO WS-ROW-SEASON-ID
           STRING WS-SEASON-START-YEAR "-" WS-SEASON-END-YEAR
              DELIMITED BY SIZE INTO WS-ROW-SEASON-ID
           END-STRING.

       DECIDE-SUSPENSE-ROW.
           *> Only a cleared entry ever leaves the ledger, and only
           *> once more than the set number of nights have played
           *> since it cleared; an open reject stays until it is fixed.
           IF NOT SL-CLEARED OR SL-CLEAR-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLEAR-DATE-10
           STRING SL-CLEAR-DATE(1:4) "-" SL-CLEAR-DATE(5:2) "-"
                  SL-CLEAR-DATE(7:2)
              DELIMITED BY SIZE INTO WS-CLEAR-DATE-10
           END-STRING
           MOVE 0 TO WS-AGE-NIGHTS
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-SCHEDULE-COUNT
               IF WS-SCHED-DATE(WS-SD) > WS-CLEAR-DATE-10
                  AND WS-SCHED-DATE(WS-SD) <= WS-PURGE-DATE
                   ADD 1 TO WS-AGE-NIGHTS
               END-IF
           END-PERFORM
           IF WS-AGE-NIGHTS > WS-CLEARED-NIGHTS
               MOVE "Y" TO WS-ROW-ARCHIVE-FLAG
           END-IF.

       ADD-RECORD-HASH.
           *> The hash total is the sum of the dice, as on every other
           *> control trailer in the system.
           MOVE 0 TO WS-HASH-WORK
           EVALUATE TRUE
               WHEN PURGE-SCORED
                   MOVE WS-PURGE-RECORD(1:48) TO SCORED-ROLL-RECORD
                   IF SRL-DICE IS NUMERIC
                       MOVE SRL-DICE TO WS-HASH-WORK
                   END-IF
               WHEN PURGE-SUSPENSE
                   MOVE WS-PURGE-RECORD(1:58)
                      TO SUSPENSE-LEDGER-RECORD
                   IF SL-DICE IS NUMERIC
                       MOVE SL-DICE TO WS-HASH-WORK
                   END-IF
           END-EVALUATE.

       OPEN-LIVE-FILE-INPUT.
           EVALUATE TRUE
               WHEN PURGE-SCORED
                   OPEN INPUT SCORED-HISTORY-FILE
                   MOVE WS-SCOREHX-STATUS TO WS-LIVE-STATUS
               WHEN PURGE-SUSPENSE
                   OPEN INPUT SUSPENSE-LEDGER-FILE
                   MOVE WS-LEDGER-STATUS TO WS-LIVE-STATUS
           END-EVALUATE.

       OPEN-LIVE-FILE-OUTPUT.
           EVALUATE TRUE
               WHEN PURGE-SCORED
                   OPEN OUTPUT SCORED-HISTORY-FILE
                   MOVE WS-SCOREHX-STATUS TO WS-LIVE-STATUS
               WHEN PURGE-SUSPENSE
                   OPEN OUTPUT SUSPENSE-LEDGER-FILE
                   MOVE WS-LEDGER-STATUS TO WS-LIVE-STATUS
           END-EVALUATE.

       CLOSE-LIVE-FILE.
           EVALUATE TRUE
               WHEN PURGE-SCORED
                   CLOSE SCORED-HISTORY-FILE
               WHEN PURGE-SUSPENSE
                   CLOSE SUSPENSE-LEDGER-FILE
           END-EVALUATE.

       READ-NEXT-LIVE-RECORD.
           MOVE SPACES TO WS-PURGE-RECORD
           EVALUATE TRUE
               WHEN PURGE-SCORED
                   READ SCORED-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           MOVE SCORED-ROLL-RECORD TO WS-PURGE-RECORD
                   END-READ
               WHEN PURGE-SUSPENSE
                   READ SUSPENSE-LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           MOVE SUSPENSE-LEDGER-RECORD
                              TO WS-PURGE-RECORD
                   END-READ
           END-EVALUATE.

       WRITE-LIVE-RECORD.
           EVALUATE TRUE
               WHEN PURGE-SCORED
                   MOVE WS-PURGE-RECORD(1:48) TO SCORED-ROLL-RECORD
                   WRITE SCORED-ROLL-RECORD
                   MOVE WS-SCOREHX-STATUS TO WS-LIVE-STATUS
               WHEN PURGE-SUSPENSE
                   MOVE WS-PURGE-RECORD(1:58)
                      TO SUSPENSE-LEDGER-RECORD
                   WRITE SUSPENSE-LEDGER-RECORD
                   MOVE WS-LEDGER-STATUS TO WS-LIVE-STATUS
           END-EVALUATE
           IF WS-LIVE-STATUS = "00"
               ADD 1 TO WS-ROWS-REWRITTEN
           ELSE
               MOVE "Y" TO WS-PURGE-FAILED-FLAG
           END-IF.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO PURGE-REGISTER-LINE
           STRING "SEASON PURGE REGISTER - PURGE DATE " WS-PURGE-DATE
              DELIMITED BY SIZE INTO PURGE-REGISTER-LINE
           END-STRING
           WRITE PURGE-REGISTER-LINE
           MOVE WS-CLOSED-COUNT TO WS-CLOSED-OUT
           MOVE WS-CLEARED-NIGHTS TO WS-NIGHTS-OUT
           MOVE SPACES TO PURGE-REGISTER-LINE
           STRING "CLOSED SEASONS ON CAREERHX "
                  FUNCTION TRIM(WS-CLOSED-OUT)
                  " - CLEARED SUSPENSE KEPT "
                  FUNCTION TRIM(WS-NIGHTS-OUT) " NIGHTS"
              DELIMITED BY SIZE INTO PURGE-REGISTER-LINE
           END-STRING
           WRITE PURGE-REGISTER-LINE.

       WRITE-FILE-REGISTER-LINES.
           MOVE SPACES TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           MOVE SPACES TO PURGE-REGISTER-LINE
           STRING FUNCTION TRIM(WS-LIVE-FILE-TITLE) " "
                  FUNCTION TRIM(WS-LIVE-FILE-NAME)
                  " - ARCHIVE " WS-ARCHIVE-FILE-NAME
              DELIMITED BY SIZE INTO PURGE-REGISTER-LINE
           END-STRING
           WRITE PURGE-REGISTER-LINE
           MOVE WS-ROWS-READ TO WS-READ-OUT
           MOVE WS-ROWS-ARCHIVED TO WS-ARCHIVED-OUT
           MOVE WS-ROWS-KEPT TO WS-KEPT-OUT
           MOVE SPACES TO PURGE-REGISTER-LINE
           STRING "  READ " WS-READ-OUT "  ARCHIVED " WS-ARCHIVED-OUT
                  "  KEPT " WS-KEPT-OUT "  HASH " WS-ARCHIVE-HASH
              DELIMITED BY SIZE INTO PURGE-REGISTER-LINE
           END-STRING
           WRITE PURGE-REGISTER-LINE
           MOVE SPACES TO PURGE-REGISTER-LINE
           STRING "  RESULT " WS-FILE-RESULT
              DELIMITED BY SIZE INTO PURGE-REGISTER-LINE
           END-STRING
           WRITE PURGE-REGISTER-LINE.

       WRITE-SEASON-BREAKDOWN.
           MOVE SPACES TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           MOVE "SCORED ROWS ARCHIVED BY CLOSED SEASON"
              TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           IF NOT SCORED-HISTORY-PURGED
               MOVE "  NONE - SCOREHX NOT PURGED THIS RUN"
                  TO PURGE-REGISTER-LINE
               WRITE PURGE-REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "  HALL  SEASON        ROWS" TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           PERFORM VARYING WS-CS FROM 1 BY 1
                   UNTIL WS-CS > WS-CLOSED-COUNT
               MOVE WS-CS-HALL-CODE(WS-CS) TO WS-SDL-HALL-CODE
               MOVE WS-CS-SEASON-ID(WS-CS) TO WS-SDL-SEASON-ID
               MOVE WS-CS-ARCHIVED(WS-CS) TO WS-SDL-ARCHIVED
               MOVE WS-SEASON-DETAIL-LINE TO PURGE-REGISTER-LINE
               WRITE PURGE-REGISTER-LINE
           END-PERFORM.
