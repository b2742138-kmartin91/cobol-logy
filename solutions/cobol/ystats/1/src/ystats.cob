       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORED-HISTORY-FILE ASSIGN USING WS-SCOREHX-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCOREHX-STATUS.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT ARCHIVE-PARM-FILE ASSIGN TO "ARCHPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORED-HISTORY-FILE.
       FD  STATS-REPORT-FILE.
       01  STATS-REPORT-LINE          PIC X(120).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       FD  ARCHIVE-PARM-FILE.
       COPY "CPY-ARCHIVE-PARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-SCOREHX-STATUS        PIC XX VALUE SPACES.
             88 SCOREHX-AT-EOF        VALUE "Y".
          05 WS-ROLLS-READ            PIC 9(7) VALUE 0.

      *> The hall whose league is analyzed - named on HALLPRM, blank
      *> for the original league; its name comes from its LEAGRULE
      *> record.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.
          05 WS-SEASON-START-MONTH    PIC 99 VALUE 9.
          05 WS-SEASON-END-MONTH      PIC 99 VALUE 5.

      *> The file analyzed - the live SCOREHX, or a dated archive
      *> named on ARCHPRM - and the season the rolls are limited to,
      *> blank for every roll on the file. An archive is checked
      *> against the control trailer PURGE wrote as its last record.
       01 WS-ARCHIVE-FIELDS.
          05 WS-ARCHIVE-PARM-STATUS   PIC XX VALUE SPACES.
          05 WS-SCOREHX-FILE-NAME     PIC X(20) VALUE "SCOREHX".
          05 WS-ARCHIVE-NAME          PIC X(20) VALUE SPACES.
          05 WS-STATS-SEASON-ID       PIC X(9) VALUE SPACES.
          05 WS-ROW-YEAR              PIC 9(4) VALUE 0.
          05 WS-ROW-MONTH             PIC 99 VALUE 0.
          05 WS-ROW-START-YEAR        PIC 9(4) VALUE 0.
          05 WS-ROW-END-YEAR          PIC 9(4) VALUE 0.
          05 WS-ROW-SEASON-ID         PIC X(9) VALUE SPACES.
          05 WS-FILE-ROWS             PIC 9(7) VALUE 0.
          05 WS-FILE-HASH             PIC 9(12) VALUE 0.
          05 WS-TRAILER-SEEN          PIC X VALUE "N".
             88 ARCHIVE-TRAILER-SEEN  VALUE "Y".
       COPY "CPY-CONTROL-TRAILER.cpy".

       01 WS-WORK-FIELDS.
          05 WS-C                     PIC 99 VALUE 0.
          05 WS-P                     PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       RUN-LEAGUE-STATISTICS.
           PERFORM READ-HALL-PARM
           PERFORM READ-ARCHIVE-PARM
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           OPEN INPUT SCORED-HISTORY-FILE
           IF WS-SCOREHX-STATUS NOT = "00"
               DISPLAY "YSTATS: fatal - scored history file "
                  FUNCTION TRIM(WS-SCOREHX-FILE-NAME)
                  " not available - status " WS-SCOREHX-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               END-READ
           END-PERFORM
           CLOSE SCORED-HISTORY-FILE
           IF WS-ARCHIVE-NAME NOT = SPACES
               PERFORM CHECK-ARCHIVE-TRAILER
           END-IF

           PERFORM WRITE-LEAGUE-SECTION
           PERFORM WRITE-DICE-HISTOGRAM
           DISPLAY "YSTATS: " WS-ROLLS-READ " scored roll(s) analyzed"
           GOBACK.

       READ-HALL-PARM.
           *> No hall parameter, or a blank one, is the original
           *> league.
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
                               PERFORM TAKE-SEASON-MONTHS
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

       TAKE-SEASON-MONTHS.
           IF LGR-SEASON-START-MONTH IS NUMERIC
              AND LGR-SEASON-END-MONTH IS NUMERIC
              AND LGR-SEASON-START-MONTH >= 1
              AND LGR-SEASON-START-MONTH <= 12
              AND LGR-SEASON-END-MONTH >= 1
              AND LGR-SEASON-END-MONTH <= 12
               MOVE LGR-SEASON-START-MONTH TO WS-SEASON-START-MONTH
               MOVE LGR-SEASON-END-MONTH TO WS-SEASON-END-MONTH
           END-IF.

       READ-ARCHIVE-PARM.
           *> A past season's rolls have been purged to an archive;
           *> naming it analyzes that file in place of SCOREHX.
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
           END-IF
           IF ARP-SEASON-ID NOT = SPACES
               IF ARP-SEASON-ID(1:4) IS NOT NUMERIC
                  OR ARP-SEASON-ID(5:1) NOT = "-"
                  OR ARP-SEASON-ID(6:4) IS NOT NUMERIC
                   DISPLAY "YSTATS: fatal - archive season must be YY"
                      "YY-YYYY - " ARP-SEASON-ID
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE ARP-SEASON-ID TO WS-STATS-SEASON-ID
           END-IF.

       TALLY-ONE-ROLL.
           IF SRL-PLAYER-ID = "##TRAILER#"
               MOVE SCORED-ROLL-RECORD(1:29) TO CONTROL-TRAILER-RECORD
               MOVE "Y" TO WS-TRAILER-SEEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-ROWS
           IF SRL-DICE IS NUMERIC
               ADD SRL-DICE TO WS-FILE-HASH
           END-IF
           IF SRL-REVERSED
              OR SRL-HALL-CODE NOT = WS-HALL-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-STATS-SEASON-ID NOT = SPACES
               IF SRL-RUN-DATE IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               PERFORM DERIVE-ROW-SEASON
               IF WS-ROW-SEASON-ID NOT = WS-STATS-SEASON-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-ROLLS-READ
           PERFORM FIND-CATEGORY-INDEX
           IF WS-CAT-INDEX = 0
               ADD 1 TO WS-PS-YACHT-COUNT(WS-PLAYER-INDEX)
           END-IF.

       DERIVE-ROW-SEASON.
           *> Same rule YACHT posts the season history on: a window
           *> that crosses the new year runs from the start month to
           *> the end month of the following calendar year.
           MOVE SRL-RUN-DATE(1:4) TO WS-ROW-YEAR
           MOVE SRL-RUN-DATE(5:2) TO WS-ROW-MONTH
           IF WS-SEASON-START-MONTH > WS-SEASON-END-MONTH
               IF WS-ROW-MONTH >= WS-SEASON-START-MONTH
                   MOVE WS-ROW-YEAR TO WS-ROW-START-YEAR
                   COMPUTE WS-ROW-END-YEAR = WS-ROW-YEAR + 1
               ELSE
                   COMPUTE WS-ROW-START-YEAR = WS-ROW-YEAR - 1
                   MOVE WS-ROW-YEAR TO WS-ROW-END-YEAR
               END-IF
           ELSE
               MOVE WS-ROW-YEAR TO WS-ROW-START-YEAR
               MOVE WS-ROW-YEAR TO WS-ROW-END-YEAR
           END-IF
           MOVE SPACES TO WS-ROW-SEASON-ID
           STRING WS-ROW-START-YEAR "-" WS-ROW-END-YEAR
              DELIMITED BY SIZE INTO WS-ROW-SEASON-ID
           END-STRING.

       CHECK-ARCHIVE-TRAILER.
           *> The figures still print from an archive that fails its
           *> trailer, but the run warns that the file is not whole.
           IF NOT ARCHIVE-TRAILER-SEEN
               DISPLAY "YSTATS: warning - archive "
                  FUNCTION TRIM(WS-ARCHIVE-NAME)
                  " carries no control trailer"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CTL-RECORD-COUNT IS NOT NUMERIC
              OR CTL-HASH-TOTAL IS NOT NUMERIC
              OR CTL-RECORD-COUNT NOT = WS-FILE-ROWS
              OR CTL-HASH-TOTAL NOT = WS-FILE-HASH
               DISPLAY "YSTATS: warning - archive "
                  FUNCTION TRIM(WS-ARCHIVE-NAME) " trailer "
                  CTL-RECORD-COUNT "/" CTL-HASH-TOTAL " but file holds "
                  WS-FILE-ROWS "/" WS-FILE-HASH
               MOVE 4 TO RETURN-CODE
           END-IF.

       FIND-CATEGORY-INDEX.
           MOVE 0 TO WS-CAT-INDEX
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 12
           END-IF.

       WRITE-LEAGUE-SECTION.
           MOVE SPACES TO STATS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-STATS-SEASON-ID NOT = SPACES
                   STRING "YACHT LEAGUE STATISTICS - LEAGUE-WIDE - "
                          FUNCTION TRIM(WS-HALL-NAME)
                          " - SEASON " WS-STATS-SEASON-ID
                          " - " WS-SCOREHX-FILE-NAME
                      DELIMITED BY SIZE INTO STATS-REPORT-LINE
                   END-STRING
               WHEN WS-ARCHIVE-NAME NOT = SPACES
                   STRING "YACHT LEAGUE STATISTICS - LEAGUE-WIDE - "
                          FUNCTION TRIM(WS-HALL-NAME)
                          " - ALL SEASONS - "
                          WS-SCOREHX-FILE-NAME
                      DELIMITED BY SIZE INTO STATS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "YACHT LEAGUE STATISTICS - LEAGUE-WIDE - "
                          WS-HALL-NAME
                      DELIMITED BY SIZE INTO STATS-REPORT-LINE
                   END-STRING
           END-EVALUATE
           WRITE STATS-REPORT-LINE
           MOVE "CATEGORY           CHOSEN  AVG-PT   BURNED"
              TO STATS-REPORT-LINE
