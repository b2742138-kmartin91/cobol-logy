       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "YACHTPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT YACHT-SCORES-FILE ASSIGN TO "YACHTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORES-STATUS.

           SELECT SCORES-WORK-FILE ASSIGN TO "YACHTINW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT MATCH-FILE ASSIGN TO "MATCHES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.

           SELECT SUBSTITUTE-FILE ASSIGN TO "SUBLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD.
           05  YPR-RUN-MODE           PIC X(9).
           05  FILLER                 PIC X.
           05  YPR-GAME-DATE          PIC X(10).

       FD  YACHT-SCORES-FILE.
       01  YACHT-SCORE-RECORD.
           05  YSC-PLAYER-ID          PIC X(10).
           05  YSC-ROUND-NUMBER       PIC 99.
           05  YSC-DICE               PIC 9(5).
           05  YSC-CATEGORY           PIC X(15).
           05  YSC-DIVISION           PIC X.
           05  YSC-GAME-DATE          PIC X(10).

       FD  SCORES-WORK-FILE.
       01  SCORES-WORK-RECORD         PIC X(43).

       FD  MATCH-FILE.
       COPY "CPY-MATCH-RECORD.cpy".

       FD  SUBSTITUTE-FILE.
       COPY "CPY-SUBSTITUTE-RECORD.cpy".

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE           PIC X(120).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-PARM-STATUS           PIC XX VALUE SPACES.
          05 WS-SCORES-STATUS         PIC XX VALUE SPACES.
          05 WS-WORK-STATUS           PIC XX VALUE SPACES.
          05 WS-MATCH-STATUS          PIC XX VALUE SPACES.
          05 WS-SUB-STATUS            PIC XX VALUE SPACES.
          05 WS-REPORT-STATUS         PIC XX VALUE SPACES.
          05 WS-SCORES-EOF            PIC X VALUE "N".
             88 SCORES-AT-EOF         VALUE "Y".
          05 WS-WORK-EOF              PIC X VALUE "N".
             88 WORK-AT-EOF           VALUE "Y".
          05 WS-MATCH-EOF             PIC X VALUE "N".
             88 MATCH-AT-EOF          VALUE "Y".
          05 WS-SUB-EOF               PIC X VALUE "N".
             88 SUB-LIST-AT-EOF       VALUE "Y".

      *> The hall being scored, from HALLPRM - only its pairings are
      *> checked. Its name heads the report.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.

       01 WS-NIGHT-FIELDS.
          05 WS-RUN-MODE              PIC X(9) VALUE "NORMAL".
          05 WS-PARM-GAME-DATE        PIC X(10) VALUE SPACES.
          05 WS-NIGHT-DATE            PIC X(10) VALUE SPACES.
          05 WS-RUN-STAMP             PIC X(21) VALUE SPACES.
          05 WS-CARD-DATE             PIC X(10) VALUE SPACES.

      *> The trailer as found on the feed, and the totals the feed
      *> actually carries - the same record count and dice hash
      *> YACHT's VERIFY-INPUT-TRAILER reconciles against.
       COPY "CPY-CONTROL-TRAILER.cpy".

       01 WS-CONTROL-FIELDS.
          05 WS-RECORDS-READ          PIC 9(7) VALUE 0.
          05 WS-DICE-HASH             PIC 9(12) VALUE 0.
          05 WS-RECORDS-COPIED        PIC 9(7) VALUE 0.
          05 WS-TRAILER-FOUND         PIC X VALUE "N".
             88 INPUT-TRAILER-FOUND   VALUE "Y".
          05 WS-TRAILER-STATE         PIC X(8) VALUE SPACES.

       01 WS-EDIT-COUNTS.
          05 WS-EDIT-SEVERITY         PIC 9 VALUE 0.
          05 WS-CARDS-IN-ERROR        PIC 9(4) VALUE 0.
          05 WS-ERROR-COUNT           PIC 9(4) VALUE 0.
          05 WS-WARNING-COUNT         PIC 9(4) VALUE 0.
          05 WS-CARD-ERROR-FLAG       PIC X VALUE "N".
             88 CARD-HAS-ERROR        VALUE "Y".

       01 WS-WORK-FIELDS.
          05 WS-CD                    PIC 999 VALUE 0.
          05 WS-CARD-INDEX            PIC 999 VALUE 0.
          05 WS-R                     PIC 99 VALUE 0.
          05 WS-C                     PIC 99 VALUE 0.
          05 WS-CAT-INDEX             PIC 99 VALUE 0.
          05 WS-PR                    PIC 999 VALUE 0.
          05 WS-SB                    PIC 99 VALUE 0.
          05 WS-CHECK-ID              PIC X(10) VALUE SPACES.
          05 WS-FOUND-FLAG            PIC X VALUE "N".
             88 ID-FOUND              VALUE "Y".
          05 WS-EDIT-MESSAGE          PIC X(70) VALUE SPACES.
          05 WS-MESSAGE-SEVERITY      PIC 9 VALUE 0.
          05 WS-COUNT-OUT             PIC Z9.

       01 WS-CATEGORY-NAMES-GROUP.
          05 FILLER PIC X(15) VALUE "ones".
          05 FILLER PIC X(15) VALUE "twos".
          05 FILLER PIC X(15) VALUE "threes".
          05 FILLER PIC X(15) VALUE "fours".
          05 FILLER PIC X(15) VALUE "fives".
          05 FILLER PIC X(15) VALUE "sixes".
          05 FILLER PIC X(15) VALUE "full house".
          05 FILLER PIC X(15) VALUE "four of a kind".
          05 FILLER PIC X(15) VALUE "little straight".
          05 FILLER PIC X(15) VALUE "big straight".
          05 FILLER PIC X(15) VALUE "choice".
          05 FILLER PIC X(15) VALUE "yacht".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES-GROUP.
          05 WS-CATEGORY-NAME OCCURS 12 TIMES PIC X(15).

      *> One card per player per game date - a full card is rounds 1
      *> through 12, each round once, each category once.
       01 WS-CARD-COUNT               PIC 999 VALUE 0.
       01 WS-CARD-TABLE.
          05 WS-CARD-ENTRY OCCURS 100 TIMES.
             10 WS-CD-PLAYER-ID       PIC X(10).
             10 WS-CD-GAME-DATE       PIC X(10).
             10 WS-CD-RECORDS         PIC 99.
             10 WS-CD-OUT-OF-RANGE    PIC 99.
             10 WS-CD-ROUND-SEEN OCCURS 12 TIMES PIC 99.
             10 WS-CD-CATEGORY-USED OCCURS 12 TIMES PIC 99.

       01 WS-PAIRED-COUNT             PIC 999 VALUE 0.
       01 WS-PAIRED-TABLE.
          05 WS-PAIRED-ID OCCURS 200 TIMES PIC X(10).

       01 WS-SUB-COUNT                PIC 99 VALUE 0.
       01 WS-SUB-TABLE.
          05 WS-SUB-ENTRY OCCURS 20 TIMES.
             10 WS-SB-GUEST-ID        PIC X(10).
             10 WS-SB-COVERS-ID       PIC X(10).

       PROCEDURE DIVISION.
       RUN-SCORE-SHEET-EDIT.
           MOVE 0 TO RETURN-CODE
           PERFORM READ-RUN-PARAMETER
           *> A reprocess scores the suspense file and a back-out
           *> scores nothing - YACHTIN is not tonight's input either
           *> way, so there is no card to edit.
           IF WS-RUN-MODE = "REPROCESS" OR "BACKOUT"
               DISPLAY "SCOREDIT: run mode " FUNCTION TRIM(WS-RUN-MODE)
                  " - YACHTIN not edited"
               GOBACK
           END-IF
           PERFORM DERIVE-NIGHT-DATE
           PERFORM READ-HALL-PARM

           OPEN OUTPUT EDIT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SCOREDIT: fatal - edit report not available - "
                  "status " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "SCORE SHEET PRE-EDIT - " WS-HALL-NAME
                  " - NIGHT " WS-NIGHT-DATE
              DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           END-STRING
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE

           PERFORM LOAD-SCORE-CARDS
           IF RETURN-CODE = 8
               CLOSE EDIT-REPORT-FILE
               GOBACK
           END-IF
           PERFORM LOAD-NIGHT-PAIRINGS
           PERFORM LOAD-SUBSTITUTE-LIST

           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               PERFORM EDIT-ONE-CARD
           END-PERFORM
           IF WS-PAIRED-COUNT > 0
               PERFORM VARYING WS-PR FROM 1 BY 1
                       UNTIL WS-PR > WS-PAIRED-COUNT
                   PERFORM CHECK-PAIRED-PLAYER-CARD
               END-PERFORM
           END-IF

           PERFORM SETTLE-INPUT-TRAILER
           PERFORM WRITE-EDIT-SUMMARY
           CLOSE EDIT-REPORT-FILE

           DISPLAY "SCOREDIT: " WS-CARD-COUNT " card(s) edited - "
              WS-ERROR-COUNT " error(s), " WS-WARNING-COUNT
              " warning(s) - trailer " FUNCTION TRIM(WS-TRAILER-STATE)
           EVALUATE WS-EDIT-SEVERITY
               WHEN 8
                   DISPLAY "SCOREDIT: score sheets are not fit to "
                      "score - see EDITRPT"
                   MOVE 8 TO RETURN-CODE
               WHEN 4
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-RUN-PARAMETER.
           *> The same YACHTPRM record YACHT and YACHTRUN read, so the
           *> edit checks the night the scoring pass will score.
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF YPR-RUN-MODE = "REPROCESS" OR "BACKOUT"
                       MOVE YPR-RUN-MODE TO WS-RUN-MODE
                   END-IF
                   IF YPR-GAME-DATE NOT = SPACES
                       MOVE YPR-GAME-DATE TO WS-PARM-GAME-DATE
                   END-IF
           END-READ
           CLOSE RUN-PARM-FILE.

       DERIVE-NIGHT-DATE.
           IF WS-PARM-GAME-DATE NOT = SPACES
               MOVE WS-PARM-GAME-DATE TO WS-NIGHT-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO WS-NIGHT-DATE
           STRING WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2) "-"
                  WS-RUN-STAMP(7:2)
              DELIMITED BY SIZE INTO WS-NIGHT-DATE
           END-STRING.

       LOAD-SCORE-CARDS.
           *> Every record is copied to the work file as it is read so
           *> the feed can be written back with its trailer attached.
           OPEN INPUT YACHT-SCORES-FILE
           IF WS-SCORES-STATUS NOT = "00"
               DISPLAY "SCOREDIT: fatal - score input file not availab
      -             "le - status " WS-SCORES-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCORES-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "SCOREDIT: fatal - score work file not availabl
      -             "e - status " WS-WORK-STATUS
               CLOSE YACHT-SCORES-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCORES-EOF
           PERFORM UNTIL SCORES-AT-EOF
               READ YACHT-SCORES-FILE
                   AT END
                       MOVE "Y" TO WS-SCORES-EOF
                   NOT AT END
                       IF YSC-PLAYER-ID = "##TRAILER#"
                           MOVE YACHT-SCORE-RECORD(1:29)
                              TO CONTROL-TRAILER-RECORD
                           MOVE "Y" TO WS-TRAILER-FOUND
                       ELSE
                           PERFORM TALLY-ONE-SCORE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YACHT-SCORES-FILE
           CLOSE SCORES-WORK-FILE.

       TALLY-ONE-SCORE-RECORD.
           *> Counted and hashed exactly as YACHT counts them - a
           *> record with unreadable dice still counts, but only
           *> numeric dice join the hash.
           ADD 1 TO WS-RECORDS-READ
           IF YSC-DICE IS NUMERIC
               ADD YSC-DICE TO WS-DICE-HASH
           END-IF
           MOVE YACHT-SCORE-RECORD TO SCORES-WORK-RECORD
           WRITE SCORES-WORK-RECORD
           IF WS-WORK-STATUS = "00"
               ADD 1 TO WS-RECORDS-COPIED
           END-IF
           IF YSC-GAME-DATE = SPACES
               MOVE WS-NIGHT-DATE TO WS-CARD-DATE
           ELSE
               MOVE YSC-GAME-DATE TO WS-CARD-DATE
           END-IF
           PERFORM FIND-OR-ADD-CARD
           IF WS-CARD-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CD-RECORDS(WS-CARD-INDEX)
           IF YSC-ROUND-NUMBER IS NUMERIC
              AND YSC-ROUND-NUMBER >= 1 AND YSC-ROUND-NUMBER <= 12
               ADD 1 TO WS-CD-ROUND-SEEN(WS-CARD-INDEX,
                  YSC-ROUND-NUMBER)
           ELSE
               ADD 1 TO WS-CD-OUT-OF-RANGE(WS-CARD-INDEX)
           END-IF
           MOVE 0 TO WS-CAT-INDEX
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 12
               IF YSC-CATEGORY = WS-CATEGORY-NAME(WS-C)
                   MOVE WS-C TO WS-CAT-INDEX
               END-IF
           END-PERFORM
           IF WS-CAT-INDEX > 0
               ADD 1 TO WS-CD-CATEGORY-USED(WS-CARD-INDEX, WS-CAT-INDEX)
           END-IF.

       FIND-OR-ADD-CARD.
           MOVE 0 TO WS-CARD-INDEX
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               IF WS-CD-PLAYER-ID(WS-CD) = YSC-PLAYER-ID
                  AND WS-CD-GAME-DATE(WS-CD) = WS-CARD-DATE
                   MOVE WS-CD TO WS-CARD-INDEX
               END-IF
           END-PERFORM
           IF WS-CARD-INDEX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-COUNT >= 100
               DISPLAY "SCOREDIT: warning - card table is full - maxim
      -             "um 100 cards - " YSC-PLAYER-ID " not edited"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE WS-CARD-COUNT TO WS-CARD-INDEX
           MOVE YSC-PLAYER-ID TO WS-CD-PLAYER-ID(WS-CARD-INDEX)
           MOVE WS-CARD-DATE TO WS-CD-GAME-DATE(WS-CARD-INDEX)
           MOVE 0 TO WS-CD-RECORDS(WS-CARD-INDEX)
           MOVE 0 TO WS-CD-OUT-OF-RANGE(WS-CARD-INDEX)
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 12
               MOVE 0 TO WS-CD-ROUND-SEEN(WS-CARD-INDEX, WS-R)
               MOVE 0 TO WS-CD-CATEGORY-USED(WS-CARD-INDEX, WS-R)
           END-PERFORM.

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

       LOAD-NIGHT-PAIRINGS.
           *> Both sides of every real pairing for the night - the bye
           *> is never scored and never needs a card.
           MOVE 0 TO WS-PAIRED-COUNT
           OPEN INPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = "00"
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "WARNING - no pairings file - "
                      "pairing checks skipped"
                  DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM WRITE-NIGHT-WARNING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MATCH-EOF
           PERFORM UNTIL MATCH-AT-EOF
               READ MATCH-FILE
                   AT END
                       MOVE "Y" TO WS-MATCH-EOF
                   NOT AT END
                       IF MAT-GAME-DATE = WS-NIGHT-DATE
                          AND MAT-HALL-CODE = WS-HALL-CODE
                           MOVE MAT-HOME-ID TO WS-CHECK-ID
                           PERFORM ADD-PAIRED-PLAYER
                           IF NOT MAT-IS-BYE
                               MOVE MAT-AWAY-ID TO WS-CHECK-ID
                               PERFORM ADD-PAIRED-PLAYER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCH-FILE
           IF WS-PAIRED-COUNT = 0
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "WARNING - no pairings on MATCHES for the "
                      "night - pairing checks skipped"
                  DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM WRITE-NIGHT-WARNING
           END-IF.

       ADD-PAIRED-PLAYER.
           IF WS-PAIRED-COUNT >= 200
               DISPLAY "SCOREDIT: warning - pairing table is full - ma
      -             "ximum 200 paired players"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIRED-COUNT
           MOVE WS-CHECK-ID TO WS-PAIRED-ID(WS-PAIRED-COUNT).

       LOAD-SUBSTITUTE-LIST.
           *> A registered substitute plays the covered member's seat,
           *> so the guest's card stands in for the member's. A row
           *> PAIRGEN pre-assigned counts only on its own night at its
           *> own hall; an undated row is the desk's list for tonight.
           MOVE 0 TO WS-SUB-COUNT
           OPEN INPUT SUBSTITUTE-FILE
           IF WS-SUB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SUB-EOF
           PERFORM UNTIL SUB-LIST-AT-EOF
               READ SUBSTITUTE-FILE
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       IF SUB-GUEST-ID NOT = SPACES
                          AND SUB-COVERS-ID NOT = SPACES
                          AND WS-SUB-COUNT < 20
                          AND (SUB-GAME-DATE = SPACES
                               OR (SUB-GAME-DATE = WS-NIGHT-DATE
                                   AND SUB-HALL-CODE = WS-HALL-CODE))
                           ADD 1 TO WS-SUB-COUNT
                           MOVE SUB-GUEST-ID
                              TO WS-SB-GUEST-ID(WS-SUB-COUNT)
                           MOVE SUB-COVERS-ID
                              TO WS-SB-COVERS-ID(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBSTITUTE-FILE.

       EDIT-ONE-CARD.
           MOVE "N" TO WS-CARD-ERROR-FLAG
           IF WS-CD-GAME-DATE(WS-CD) NOT = WS-NIGHT-DATE
               MOVE 8 TO WS-MESSAGE-SEVERITY
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING "card is dated " WS-CD-GAME-DATE(WS-CD)
                      " - not the night being scored"
                  DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM WRITE-CARD-MESSAGE
           END-IF
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 12
               IF WS-CD-ROUND-SEEN(WS-CD, WS-R) = 0
                   MOVE 8 TO WS-MESSAGE-SEVERITY
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "round " WS-R " is missing"
                      DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM WRITE-CARD-MESSAGE
               END-IF
               IF WS-CD-ROUND-SEEN(WS-CD, WS-R) > 1
                   MOVE WS-CD-ROUND-SEEN(WS-CD, WS-R) TO WS-COUNT-OUT
                   MOVE 8 TO WS-MESSAGE-SEVERITY
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "round " WS-R " appears "
                          FUNCTION TRIM(WS-COUNT-OUT) " times"
                      DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM WRITE-CARD-MESSAGE
               END-IF
           END-PERFORM
           IF WS-CD-OUT-OF-RANGE(WS-CD) > 0
               MOVE WS-CD-OUT-OF-RANGE(WS-CD) TO WS-COUNT-OUT
               MOVE 8 TO WS-MESSAGE-SEVERITY
               MOVE SPACES TO WS-EDIT-MESSAGE
               STRING FUNCTION TRIM(WS-COUNT-OUT)
                      " record(s) carry a round number outside 1-12"
                  DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
               END-STRING
               PERFORM WRITE-CARD-MESSAGE
           END-IF
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 12
               IF WS-CD-CATEGORY-USED(WS-CD, WS-C) > 1
                   MOVE WS-CD-CATEGORY-USED(WS-CD, WS-C)
                      TO WS-COUNT-OUT
                   MOVE 8 TO WS-MESSAGE-SEVERITY
                   MOVE SPACES TO WS-EDIT-MESSAGE
                   STRING "category "
                          FUNCTION TRIM(WS-CATEGORY-NAME(WS-C))
                          " used " FUNCTION TRIM(WS-COUNT-OUT)
                          " times"
                      DELIMITED BY SIZE INTO WS-EDIT-MESSAGE
                   END-STRING
                   PERFORM WRITE-CARD-MESSAGE
               END-IF
           END-PERFORM
           IF WS-PAIRED-COUNT > 0
               PERFORM CHECK-CARD-IS-PAIRED
           END-IF
           IF CARD-HAS-ERROR
               ADD 1 TO WS-CARDS-IN-ERROR
           END-IF.

       CHECK-CARD-IS-PAIRED.
           MOVE WS-CD-PLAYER-ID(WS-CD) TO WS-CHECK-ID
           PERFORM FIND-PAIRED-PLAYER
           IF ID-FOUND
               EXIT PARAGRAPH
           END-IF
           *> A registered guest plays for the member they cover.
           PERFORM VARYING WS-SB FROM 1 BY 1
                   UNTIL WS-SB > WS-SUB-COUNT
               IF WS-SB-GUEST-ID(WS-SB) = WS-CD-PLAYER-ID(WS-CD)
                   MOVE WS-SB-COVERS-ID(WS-SB) TO WS-CHECK-ID
               END-IF
           END-PERFORM
           IF WS-CHECK-ID NOT = WS-CD-PLAYER-ID(WS-CD)
               PERFORM FIND-PAIRED-PLAYER
               IF ID-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 8 TO WS-MESSAGE-SEVERITY
           MOVE "player is not in the night's pairings"
              TO WS-EDIT-MESSAGE
           PERFORM WRITE-CARD-MESSAGE.

       FIND-PAIRED-PLAYER.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-PAIRED-COUNT
               IF WS-PAIRED-ID(WS-PR) = WS-CHECK-ID
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

       CHECK-PAIRED-PLAYER-CARD.
           *> A paired player with no card forfeits when the night is
           *> settled - legitimate when they did not show, so it is a
           *> warning for the desk to confirm rather than a stop.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               IF WS-CD-PLAYER-ID(WS-CD) = WS-PAIRED-ID(WS-PR)
                  AND WS-CD-GAME-DATE(WS-CD) = WS-NIGHT-DATE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF ID-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SB FROM 1 BY 1
                   UNTIL WS-SB > WS-SUB-COUNT
               IF WS-SB-COVERS-ID(WS-SB) = WS-PAIRED-ID(WS-PR)
                   PERFORM VARYING WS-CD FROM 1 BY 1
                           UNTIL WS-CD > WS-CARD-COUNT
                       IF WS-CD-PLAYER-ID(WS-CD)
                          = WS-SB-GUEST-ID(WS-SB)
                           MOVE "Y" TO WS-FOUND-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF ID-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WARNING-COUNT
           IF WS-EDIT-SEVERITY < 4
               MOVE 4 TO WS-EDIT-SEVERITY
           END-IF
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "PLAYER " WS-PAIRED-ID(WS-PR)
                  "  WARNING - paired for the night but has no card -"
                  " will be settled as a forfeit"
              DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           END-STRING
           WRITE EDIT-REPORT-LINE.

       WRITE-CARD-MESSAGE.
           IF WS-MESSAGE-SEVERITY = 8
               ADD 1 TO WS-ERROR-COUNT
               MOVE "Y" TO WS-CARD-ERROR-FLAG
               MOVE 8 TO WS-EDIT-SEVERITY
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               IF WS-EDIT-SEVERITY < 4
                   MOVE 4 TO WS-EDIT-SEVERITY
               END-IF
           END-IF
           MOVE SPACES TO EDIT-REPORT-LINE
           IF WS-MESSAGE-SEVERITY = 8
               STRING "PLAYER " WS-CD-PLAYER-ID(WS-CD)
                      "  ERROR - " WS-EDIT-MESSAGE
                  DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               END-STRING
           ELSE
               STRING "PLAYER " WS-CD-PLAYER-ID(WS-CD)
                      "  WARNING - " WS-EDIT-MESSAGE
                  DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               END-STRING
           END-IF
           WRITE EDIT-REPORT-LINE.

       WRITE-NIGHT-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           IF WS-EDIT-SEVERITY < 4
               MOVE 4 TO WS-EDIT-SEVERITY
           END-IF
           MOVE WS-EDIT-MESSAGE TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.

       SETTLE-INPUT-TRAILER.
           *> A trailer already on the feed is held to what the feed
           *> carries - a disagreement means the file was cut short or
           *> padded and it is left for YACHT to refuse as well. With
           *> no trailer the edit builds one from the totals it read.
           IF INPUT-TRAILER-FOUND
               IF CTL-RECORD-COUNT = WS-RECORDS-READ
                  AND CTL-HASH-TOTAL = WS-DICE-HASH
                   MOVE "VERIFIED" TO WS-TRAILER-STATE
               ELSE
                   MOVE "MISMATCH" TO WS-TRAILER-STATE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 8 TO WS-EDIT-SEVERITY
                   MOVE SPACES TO EDIT-REPORT-LINE
                   STRING "ERROR - control trailer count "
                          CTL-RECORD-COUNT " hash " CTL-HASH-TOTAL
                          " but feed carries " WS-RECORDS-READ
                          " hash " WS-DICE-HASH
                      DELIMITED BY SIZE INTO EDIT-REPORT-LINE
                   END-STRING
                   WRITE EDIT-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-RECORDS-COPIED NOT = WS-RECORDS-READ
               DISPLAY "SCOREDIT: fatal - work copy holds "
                  WS-RECORDS-COPIED " of " WS-RECORDS-READ
                  " record(s) - trailer not built"
               MOVE "NOT BUILT" TO WS-TRAILER-STATE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 8 TO WS-EDIT-SEVERITY
               EXIT PARAGRAPH
           END-IF
           PERFORM REWRITE-FEED-WITH-TRAILER.

       REWRITE-FEED-WITH-TRAILER.
           OPEN INPUT SCORES-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "SCOREDIT: fatal - score work file not availabl
      -             "e - status " WS-WORK-STATUS
               MOVE "NOT BUILT" TO WS-TRAILER-STATE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 8 TO WS-EDIT-SEVERITY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT YACHT-SCORES-FILE
           IF WS-SCORES-STATUS NOT = "00"
               DISPLAY "SCOREDIT: fatal - score input file cannot be r
      -             "ewritten - status " WS-SCORES-STATUS
               CLOSE SCORES-WORK-FILE
               MOVE "NOT BUILT" TO WS-TRAILER-STATE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 8 TO WS-EDIT-SEVERITY
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WORK-AT-EOF
               READ SCORES-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       MOVE SCORES-WORK-RECORD TO YACHT-SCORE-RECORD
                       WRITE YACHT-SCORE-RECORD
               END-READ
           END-PERFORM
           MOVE SPACES TO YACHT-SCORE-RECORD
           MOVE "##TRAILER#" TO CTL-RECORD-ID
           MOVE WS-RECORDS-READ TO CTL-RECORD-COUNT
           MOVE WS-DICE-HASH TO CTL-HASH-TOTAL
           MOVE CONTROL-TRAILER-RECORD TO YACHT-SCORE-RECORD(1:29)
           WRITE YACHT-SCORE-RECORD
           CLOSE SCORES-WORK-FILE
           CLOSE YACHT-SCORES-FILE
           MOVE "BUILT" TO WS-TRAILER-STATE.

       WRITE-EDIT-SUMMARY.
           MOVE SPACES TO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "CARDS " WS-CARD-COUNT
                  "  IN ERROR " WS-CARDS-IN-ERROR
                  "  ERRORS " WS-ERROR-COUNT
                  "  WARNINGS " WS-WARNING-COUNT
                  "  PAIRED PLAYERS " WS-PAIRED-COUNT
              DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           END-STRING
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "CONTROL TRAILER " WS-TRAILER-STATE
                  " - RECORDS " WS-RECORDS-READ
                  " DICE HASH " WS-DICE-HASH
              DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           END-STRING
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           EVALUATE WS-EDIT-SEVERITY
               WHEN 8
                   MOVE "RESULT - NIGHT STOPPED BEFORE SCORING"
                      TO EDIT-REPORT-LINE
               WHEN 4
                   MOVE "RESULT - CLEAR TO SCORE WITH WARNINGS"
                      TO EDIT-REPORT-LINE
               WHEN OTHER
                   MOVE "RESULT - CLEAR TO SCORE" TO EDIT-REPORT-LINE
           END-EVALUATE
           WRITE EDIT-REPORT-LINE.
