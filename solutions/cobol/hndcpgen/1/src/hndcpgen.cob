           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT HANDICAP-PARM-FILE ASSIGN TO "HNDCPPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HANDICAP-WORK-FILE ASSIGN TO "HANDICPW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HANDICAP-WORK-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-HISTORY-FILE.
       FD  HANDICAP-REPORT-FILE.
       01  HANDICAP-REPORT-LINE       PIC X(120).

       FD  HANDICAP-WORK-FILE.
       01  HANDICAP-WORK-RECORD       PIC X(30).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-SEASON-STATUS         PIC XX VALUE SPACES.
          05 WS-REPORT-STATUS         PIC XX VALUE SPACES.
          05 WS-SEASON-EOF            PIC X VALUE "N".
             88 SEASON-AT-EOF         VALUE "Y".
          05 WS-HANDICAP-WORK-STATUS  PIC XX VALUE SPACES.
          05 WS-HANDICAP-EOF          PIC X VALUE "N".
             88 HANDICAP-AT-EOF       VALUE "Y".

      *> The hall whose handicaps are refreshed, from HALLPRM -
      *> blank for the original league. Only the hall's season
      *> history is read; the other halls' handicaps are carried
      *> through untouched.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.
          05 WS-KEPT-HANDICAP-COUNT   PIC 9(5) VALUE 0.

      *> Standard house values unless the HNDCPPRM parameter file
      *> overrides them: handicap is eighty percent of the gap

       PROCEDURE DIVISION.
       RUN-HANDICAP-GENERATION.
           PERFORM READ-HALL-PARM
           PERFORM READ-HANDICAP-PARMS
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SAVE-OTHER-HALL-HANDICAPS
           IF RETURN-CODE = 8
               CLOSE SEASON-HISTORY-FILE
               GOBACK
           END-IF
           OPEN OUTPUT HANDICAP-FILE
           IF WS-HANDICAP-STATUS NOT = "00"
               DISPLAY "HNDCPGEN: fatal - handicap file not writable
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM RESTORE-OTHER-HALL-HANDICAPS
           OPEN OUTPUT HANDICAP-REPORT-FILE
           MOVE SPACES TO HANDICAP-REPORT-LINE
           STRING "HANDICAP REFRESH FROM SEASON HISTORY - "
                  WS-HALL-NAME
              DELIMITED BY SIZE INTO HANDICAP-REPORT-LINE
           END-STRING
           WRITE HANDICAP-REPORT-LINE
           MOVE "PLAYER      GAME     AVG   HCP"
              TO HANDICAP-REPORT-LINE
           WRITE HANDICAP-REPORT-LINE

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
                               PERFORM COMPUTE-ONE-HANDICAP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      -        "es minimum"
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

       SAVE-OTHER-HALL-HANDICAPS.
           *> Every other hall's handicaps are set aside on HANDICPW
           *> before the file is rewritten, so one hall's refresh
           *> never leaves another hall's players without one.
           MOVE 0 TO WS-KEPT-HANDICAP-COUNT
           OPEN INPUT HANDICAP-FILE
           IF WS-HANDICAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HANDICAP-WORK-FILE
           IF WS-HANDICAP-WORK-STATUS NOT = "00"
               DISPLAY "HNDCPGEN: fatal - handicap work file not avai
      -             "lable - status " WS-HANDICAP-WORK-STATUS
               CLOSE HANDICAP-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HANDICAP-EOF
           PERFORM UNTIL HANDICAP-AT-EOF
               READ HANDICAP-FILE
                   AT END
                       MOVE "Y" TO WS-HANDICAP-EOF
                   NOT AT END
                       IF HC-HALL-CODE NOT = WS-HALL-CODE
                           WRITE HANDICAP-WORK-RECORD
                              FROM HANDICAP-RECORD
                           ADD 1 TO WS-KEPT-HANDICAP-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HANDICAP-FILE
           CLOSE HANDICAP-WORK-FILE.

       RESTORE-OTHER-HALL-HANDICAPS.
           IF WS-KEPT-HANDICAP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HANDICAP-WORK-FILE
           MOVE "N" TO WS-HANDICAP-EOF
           PERFORM UNTIL HANDICAP-AT-EOF
               READ HANDICAP-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-HANDICAP-EOF
                   NOT AT END
                       WRITE HANDICAP-RECORD
                          FROM HANDICAP-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE HANDICAP-WORK-FILE
           DISPLAY "HNDCPGEN: " WS-KEPT-HANDICAP-COUNT
              " handicap(s) for other halls carried forward".

       READ-HANDICAP-PARMS.
           OPEN INPUT HANDICAP-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
       COMPUTE-ONE-HANDICAP.
           MOVE SPACES TO HANDICAP-RECORD
           MOVE SH-PLAYER-ID TO HC-PLAYER-ID
           MOVE WS-HALL-CODE TO HC-HALL-CODE
           MOVE SH-GAMES-PLAYED TO HC-GAMES-PLAYED
           IF SH-GAMES-PLAYED < WS-MINIMUM-GAMES
              OR SH-GAMES-PLAYED = 0
