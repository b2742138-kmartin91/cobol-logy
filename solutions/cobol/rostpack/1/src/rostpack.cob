       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTPACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MASK-FILE ASSIGN USING WS-MASK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-STATUS.

           SELECT PACK-REPORT-FILE ASSIGN TO "ROSTPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       COPY "CPY-ROSTER-RECORD.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "CPY-PLAYER-MASTER.cpy".

       FD  MASK-FILE.
       01  MASK-RECORD                PIC X(60).

       FD  PACK-REPORT-FILE.
       01  PACK-REPORT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-ROSTER-STATUS         PIC XX VALUE SPACES.
          05 WS-MASTER-STATUS         PIC XX VALUE SPACES.
          05 WS-MASK-STATUS           PIC XX VALUE SPACES.
          05 WS-REPORT-STATUS         PIC XX VALUE SPACES.
          05 WS-ROSTER-EOF            PIC X VALUE "N".
             88 ROSTER-AT-EOF         VALUE "Y".
          05 WS-MASK-EOF              PIC X VALUE "N".
             88 MASK-AT-EOF           VALUE "Y".
          05 WS-TODAY-STAMP           PIC X(21) VALUE SPACES.
          05 WS-TODAY-DATE            PIC X(10) VALUE SPACES.
          05 WS-REFUSE-REASON         PIC X(80) VALUE SPACES.
          05 WS-REFUSED-FLAG          PIC X VALUE "N".
             88 RUN-REFUSED           VALUE "Y".

      *> The roster in position order - every player on the file
      *> with the position they hold now across all blocks, and the
      *> position they are given once the inactive are taken out.
       01 WS-ROSTER-COUNT             PIC 9(4) VALUE 0.
       01 WS-ROSTER-MAX               PIC 9(4) VALUE 1200.
       01 WS-ROSTER-TABLE.
          05 WS-RT-ENTRY OCCURS 1200 TIMES.
             10 WS-RT-PLAYER-ID       PIC X(10).
             10 WS-RT-OLD-POSITION    PIC 9(4).
             10 WS-RT-NEW-POSITION    PIC 9(4).
             10 WS-RT-ACTION          PIC X.
                88 WS-RT-KEPT         VALUE "K".
                88 WS-RT-DROPPED      VALUE "D".
             10 WS-RT-REASON          PIC X(13).

       01 WS-PACK-FIELDS.
          05 WS-RI                    PIC 9(4) VALUE 0.
          05 WS-RJ                    PIC 9(4) VALUE 0.
          05 WS-INSERT-AT             PIC 9(4) VALUE 0.
          05 WS-ROSTER-BLOCK          PIC 99 VALUE 0.
          05 WS-OLD-POSITION          PIC 9(4) VALUE 0.
          05 WS-KEPT-COUNT            PIC 9(4) VALUE 0.
          05 WS-DROPPED-COUNT         PIC 9(4) VALUE 0.
          05 WS-MOVED-COUNT           PIC 9(4) VALUE 0.
          05 WS-BLOCK                 PIC 9(4) VALUE 0.
          05 WS-BIT                   PIC 99 VALUE 0.
          05 WS-WORD-LENGTH           PIC 99 VALUE 0.
          05 WS-BIT-CHAR              PIC X VALUE SPACE.
          05 WS-BIN-RC-SEVERITY       PIC 99 VALUE 0.
             88 MASK-CHECK-FAILED     VALUE 8.
          05 WS-BIN-RC-MESSAGE        PIC X(60) VALUE SPACES.

      *> Every eligibility flag file keyed against roster positions
      *> - the three masks YACHTRUN combines and the older single
      *> hand-merged ELIGIBIN - so none is left pointing at the old
      *> positions. A file that is not there is left alone.
       01 WS-MASK-FILE-NAME           PIC X(8) VALUE SPACES.
       01 WS-MASK-FILE-COUNT          PIC 9 VALUE 4.
       01 WS-MK                       PIC 9 VALUE 0.
       01 WS-MW                       PIC 99 VALUE 0.
       01 WS-MASK-MAX-WORDS           PIC 99 VALUE 20.
       01 WS-MASK-TABLE.
          05 WS-MASK-ENTRY OCCURS 4 TIMES.
             10 WS-MT-FILE-NAME       PIC X(8).
             10 WS-MT-PRESENT         PIC X.
                88 MASK-FILE-PRESENT  VALUE "Y".
             10 WS-MT-OLD-SET.
                15 WS-MT-OLD-COUNT    PIC 99.
                15 WS-MT-OLD-WORD     PIC X(60) OCCURS 20 TIMES.
             10 WS-MT-NEW-SET.
                15 WS-MT-NEW-COUNT    PIC 99.
                15 WS-MT-NEW-WORD     PIC X(60) OCCURS 20 TIMES.

       01 WS-PACK-DETAIL-LINE.
          05 WS-PKD-PLAYER-ID         PIC X(10).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-PKD-OLD-BLOCK         PIC Z9.
          05 WS-PKD-OLD-SLASH         PIC X VALUE "/".
          05 WS-PKD-OLD-BIT           PIC 99.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-PKD-OLD-POSITION      PIC ZZZ9.
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-PKD-NEW-BLOCK         PIC Z9.
          05 WS-PKD-NEW-SLASH         PIC X VALUE "/".
          05 WS-PKD-NEW-BIT           PIC 99.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-PKD-NEW-POSITION      PIC ZZZ9.
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-PKD-ACTION            PIC X(20).

       PROCEDURE DIVISION.
       RUN-ROSTER-REPACK.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-STAMP(1:4) "-" WS-TODAY-STAMP(5:2) "-"
                  WS-TODAY-STAMP(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING
           MOVE "ELIGBASE" TO WS-MT-FILE-NAME(1)
           MOVE "ELIGSUSP" TO WS-MT-FILE-NAME(2)
           MOVE "ELIGDUES" TO WS-MT-FILE-NAME(3)
           MOVE "ELIGIBIN" TO WS-MT-FILE-NAME(4)

           *> Everything is read and checked before anything is
           *> written - the roster and its masks are rewritten
           *> together or not at all.
           PERFORM LOAD-ROSTER
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM MARK-INACTIVE-PLAYERS
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LOAD-MASK-FILES
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM ASSIGN-NEW-POSITIONS
           PERFORM REPACK-MASK-SETS
           IF RETURN-CODE = 8
               GOBACK
           END-IF

           PERFORM WRITE-NEW-ROSTER
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM WRITE-NEW-MASK-FILES
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM WRITE-PACK-REPORT
           DISPLAY "ROSTPACK: " WS-KEPT-COUNT " player(s) kept, "
              WS-DROPPED-COUNT " inactive player(s) taken off, "
              WS-MOVED-COUNT " moved"
           GOBACK.

       LOAD-ROSTER.
           *> The roster is held in position order however it was
           *> keyed. A position held twice, a player listed twice or
           *> a line with no usable position refuses the run - the
           *> masks cannot be carried over a roster that is wrong.
           MOVE 0 TO WS-ROSTER-COUNT
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "ROSTPACK: fatal - roster file not available - st
      -             "atus " WS-ROSTER-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ROSTER-EOF
           PERFORM UNTIL ROSTER-AT-EOF OR RUN-REFUSED
               READ ROSTER-FILE
                   AT END
                       MOVE "Y" TO WS-ROSTER-EOF
                   NOT AT END
                       PERFORM TAKE-ROSTER-LINE
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           IF NOT RUN-REFUSED AND WS-ROSTER-COUNT = 0
               MOVE "the roster file is empty" TO WS-REFUSE-REASON
               MOVE "Y" TO WS-REFUSED-FLAG
           END-IF
           IF RUN-REFUSED
               DISPLAY "ROSTPACK: run refused - "
                  FUNCTION TRIM(WS-REFUSE-REASON)
               MOVE 8 TO RETURN-CODE
           END-IF.

       TAKE-ROSTER-LINE.
           IF ROSTER-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ROS-BLOCK = SPACES
               MOVE 1 TO WS-ROSTER-BLOCK
           ELSE
               MOVE 0 TO WS-ROSTER-BLOCK
               IF ROS-BLOCK IS NUMERIC
                   MOVE ROS-BLOCK TO WS-ROSTER-BLOCK
               END-IF
           END-IF
           IF ROS-POSITION IS NOT NUMERIC
              OR ROS-POSITION < 1 OR ROS-POSITION > 60
              OR WS-ROSTER-BLOCK < 1
              OR WS-ROSTER-BLOCK > WS-MASK-MAX-WORDS
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "roster line for "
                      FUNCTION TRIM(ROS-PLAYER-ID)
                      " has no usable position or block"
                  DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-STRING
               MOVE "Y" TO WS-REFUSED-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-ROSTER-COUNT NOT < WS-ROSTER-MAX
               MOVE "the roster has more than 1200 lines"
                  TO WS-REFUSE-REASON
               MOVE "Y" TO WS-REFUSED-FLAG
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OLD-POSITION =
              (WS-ROSTER-BLOCK - 1) * 60 + ROS-POSITION

           COMPUTE WS-INSERT-AT = WS-ROSTER-COUNT + 1
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-ROSTER-COUNT
               IF WS-RT-OLD-POSITION(WS-RI) = WS-OLD-POSITION
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "roster position " WS-OLD-POSITION
                          " is held by "
                          FUNCTION TRIM(WS-RT-PLAYER-ID(WS-RI))
                          " and " ROS-PLAYER-ID
                      DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
                   MOVE "Y" TO WS-REFUSED-FLAG
               END-IF
               IF WS-RT-PLAYER-ID(WS-RI) = ROS-PLAYER-ID
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "player " FUNCTION TRIM(ROS-PLAYER-ID)
                          " is on the roster twice"
                      DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-STRING
                   MOVE "Y" TO WS-REFUSED-FLAG
               END-IF
               IF WS-RT-OLD-POSITION(WS-RI) > WS-OLD-POSITION
                  AND WS-INSERT-AT > WS-ROSTER-COUNT
                   MOVE WS-RI TO WS-INSERT-AT
               END-IF
           END-PERFORM
           IF RUN-REFUSED
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RJ FROM WS-ROSTER-COUNT BY -1
                   UNTIL WS-RJ < WS-INSERT-AT
               MOVE WS-RT-ENTRY(WS-RJ) TO WS-RT-ENTRY(WS-RJ + 1)
           END-PERFORM
           ADD 1 TO WS-ROSTER-COUNT
           MOVE ROS-PLAYER-ID TO WS-RT-PLAYER-ID(WS-INSERT-AT)
           MOVE WS-OLD-POSITION TO WS-RT-OLD-POSITION(WS-INSERT-AT)
           MOVE 0 TO WS-RT-NEW-POSITION(WS-INSERT-AT)
           MOVE "K" TO WS-RT-ACTION(WS-INSERT-AT)
           MOVE SPACES TO WS-RT-REASON(WS-INSERT-AT).

       MARK-INACTIVE-PLAYERS.
           *> A player the master shows inactive gives up their place;
           *> so does an id the master no longer knows at all.
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ROSTPACK: fatal - player master not available - 
      -             "status " WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-ROSTER-COUNT
               MOVE WS-RT-PLAYER-ID(WS-RI) TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
               EVALUATE TRUE
                   WHEN WS-MASTER-STATUS NOT = "00"
                       MOVE "D" TO WS-RT-ACTION(WS-RI)
                       MOVE "NOT ON MASTER" TO WS-RT-REASON(WS-RI)
                   WHEN PM-INACTIVE
                       MOVE "D" TO WS-RT-ACTION(WS-RI)
                       MOVE "INACTIVE" TO WS-RT-REASON(WS-RI)
               END-EVALUATE
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE.

       LOAD-MASK-FILES.
           PERFORM VARYING WS-MK FROM 1 BY 1
                   UNTIL WS-MK > WS-MASK-FILE-COUNT OR RUN-REFUSED
               PERFORM LOAD-ONE-MASK-FILE
           END-PERFORM
           IF RUN-REFUSED
               DISPLAY "ROSTPACK: run refused - "
                  FUNCTION TRIM(WS-REFUSE-REASON)
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-ONE-MASK-FILE.
           *> Record N of a mask file is the flag word for roster
           *> block N. Each file must be a clean flag set that
           *> reaches every player who stays - a bit that is not
           *> there cannot be carried, and guessing one would either
           *> let somebody play or sit them out by mistake.
           MOVE "N" TO WS-MT-PRESENT(WS-MK)
           MOVE 0 TO WS-MT-OLD-COUNT(WS-MK)
           MOVE 0 TO WS-MT-NEW-COUNT(WS-MK)
           PERFORM VARYING WS-MW FROM 1 BY 1
                   UNTIL WS-MW > WS-MASK-MAX-WORDS
               MOVE SPACES TO WS-MT-OLD-WORD(WS-MK WS-MW)
               MOVE SPACES TO WS-MT-NEW-WORD(WS-MK WS-MW)
           END-PERFORM
           MOVE WS-MT-FILE-NAME(WS-MK) TO WS-MASK-FILE-NAME
           OPEN INPUT MASK-FILE
           IF WS-MASK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MT-PRESENT(WS-MK)
           MOVE "N" TO WS-MASK-EOF
           PERFORM UNTIL MASK-AT-EOF OR RUN-REFUSED
               READ MASK-FILE
                   AT END
                       MOVE "Y" TO WS-MASK-EOF
                   NOT AT END
                       IF WS-MT-OLD-COUNT(WS-MK) < WS-MASK-MAX-WORDS
                           ADD 1 TO WS-MT-OLD-COUNT(WS-MK)
                           MOVE MASK-RECORD TO WS-MT-OLD-WORD(WS-MK
                              WS-MT-OLD-COUNT(WS-MK))
                       ELSE
                           MOVE SPACES TO WS-REFUSE-REASON
                           STRING WS-MASK-FILE-NAME
                                  " has more than 20 flag words"
                              DELIMITED BY SIZE INTO WS-REFUSE-REASON
                           END-STRING
                           MOVE "Y" TO WS-REFUSED-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASK-FILE
           IF RUN-REFUSED
               EXIT PARAGRAPH
           END-IF

           CALL "BINARY-SET-CHECK" USING WS-MT-OLD-SET(WS-MK)
               WS-BIN-RC-SEVERITY WS-BIN-RC-MESSAGE
           END-CALL
           IF MASK-CHECK-FAILED
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-MASK-FILE-NAME " - "
                      FUNCTION TRIM(WS-BIN-RC-MESSAGE)
                  DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-STRING
               MOVE "Y" TO WS-REFUSED-FLAG
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-ROSTER-COUNT OR RUN-REFUSED
               IF WS-RT-KEPT(WS-RI)
                   MOVE WS-RT-OLD-POSITION(WS-RI) TO WS-OLD-POSITION
                   PERFORM GET-OLD-MASK-BIT
                   IF WS-BIT-CHAR = SPACE
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING WS-MASK-FILE-NAME
                              " does not reach roster position "
                              WS-OLD-POSITION " held by "
                              FUNCTION TRIM(WS-RT-PLAYER-ID(WS-RI))
                          DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       END-STRING
                       MOVE "Y" TO WS-REFUSED-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       GET-OLD-MASK-BIT.
           *> Position N is word (N - 1) / 60 + 1 of the set and the
           *> remainder plus one within it; space means not reached.
           MOVE SPACE TO WS-BIT-CHAR
           SUBTRACT 1 FROM WS-OLD-POSITION
           DIVIDE WS-OLD-POSITION BY 60
              GIVING WS-BLOCK REMAINDER WS-BIT
           ADD 1 TO WS-BLOCK
           ADD 1 TO WS-BIT
           ADD 1 TO WS-OLD-POSITION
           IF WS-BLOCK NOT > WS-MT-OLD-COUNT(WS-MK)
               MOVE WS-MT-OLD-WORD(WS-MK WS-BLOCK)(WS-BIT:1)
                  TO WS-BIT-CHAR
           END-IF.

       ASSIGN-NEW-POSITIONS.
           *> The players who stay close up in their old order, so
           *> nobody jumps ahead of anyone else and the freed places
           *> all fall off the end of the roster.
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-DROPPED-COUNT
           MOVE 0 TO WS-MOVED-COUNT
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-ROSTER-COUNT
               IF WS-RT-KEPT(WS-RI)
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE WS-KEPT-COUNT TO WS-RT-NEW-POSITION(WS-RI)
                   IF WS-RT-NEW-POSITION(WS-RI)
                      NOT = WS-RT-OLD-POSITION(WS-RI)
                       ADD 1 TO WS-MOVED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-PERFORM.

       REPACK-MASK-SETS.
           *> Each new word is built from scratch: a player's bit
           *> travels with them to the new place and a place nobody
           *> holds any more is gone, so no bit - least of all a
           *> suspension - can be picked up by whoever comes next.
           PERFORM VARYING WS-MK FROM 1 BY 1
                   UNTIL WS-MK > WS-MASK-FILE-COUNT
               IF MASK-FILE-PRESENT(WS-MK)
                   PERFORM REPACK-ONE-MASK-SET
               END-IF
           END-PERFORM.

       REPACK-ONE-MASK-SET.
           MOVE 0 TO WS-MT-NEW-COUNT(WS-MK)
           IF WS-KEPT-COUNT > 0
               COMPUTE WS-MT-NEW-COUNT(WS-MK) =
                  (WS-KEPT-COUNT - 1) / 60 + 1
           END-IF
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-ROSTER-COUNT
               IF WS-RT-KEPT(WS-RI)
                   MOVE WS-RT-OLD-POSITION(WS-RI) TO WS-OLD-POSITION
                   PERFORM GET-OLD-MASK-BIT
                   MOVE WS-RT-NEW-POSITION(WS-RI) TO WS-OLD-POSITION
                   SUBTRACT 1 FROM WS-OLD-POSITION
                   DIVIDE WS-OLD-POSITION BY 60
                      GIVING WS-BLOCK REMAINDER WS-BIT
                   ADD 1 TO WS-BLOCK
                   ADD 1 TO WS-BIT
                   MOVE WS-BIT-CHAR
                      TO WS-MT-NEW-WORD(WS-MK WS-BLOCK)(WS-BIT:1)
               END-IF
           END-PERFORM
           IF WS-MT-NEW-COUNT(WS-MK) = 0
               EXIT PARAGRAPH
           END-IF
           CALL "BINARY-SET-CHECK" USING WS-MT-NEW-SET(WS-MK)
               WS-BIN-RC-SEVERITY WS-BIN-RC-MESSAGE
           END-CALL
           IF MASK-CHECK-FAILED
               DISPLAY "ROSTPACK: fatal - re-packed "
                  WS-MT-FILE-NAME(WS-MK) " failed its check - "
                  FUNCTION TRIM(WS-BIN-RC-MESSAGE)
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-NEW-ROSTER.
           OPEN OUTPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "ROSTPACK: fatal - roster file could not be rewri
      -             "tten - status " WS-ROSTER-STATUS
                  " - nothing changed"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-ROSTER-COUNT
               IF WS-RT-KEPT(WS-RI)
                   MOVE WS-RT-NEW-POSITION(WS-RI) TO WS-OLD-POSITION
                   SUBTRACT 1 FROM WS-OLD-POSITION
                   DIVIDE WS-OLD-POSITION BY 60
                      GIVING WS-BLOCK REMAINDER WS-BIT
                   ADD 1 TO WS-BLOCK
                   ADD 1 TO WS-BIT
                   MOVE SPACES TO ROSTER-RECORD
                   MOVE WS-BIT TO ROS-POSITION
                   MOVE WS-RT-PLAYER-ID(WS-RI) TO ROS-PLAYER-ID
                   MOVE WS-BLOCK TO ROS-BLOCK
                   WRITE ROSTER-RECORD
               END-IF
           END-PERFORM
           CLOSE ROSTER-FILE.

       WRITE-NEW-MASK-FILES.
           PERFORM VARYING WS-MK FROM 1 BY 1
                   UNTIL WS-MK > WS-MASK-FILE-COUNT
                      OR RETURN-CODE = 8
               IF MASK-FILE-PRESENT(WS-MK)
                   PERFORM WRITE-ONE-MASK-FILE
               END-IF
           END-PERFORM.

       WRITE-ONE-MASK-FILE.
           *> An empty roster leaves the single blank word DUESMNT
           *> writes for one.
           MOVE WS-MT-FILE-NAME(WS-MK) TO WS-MASK-FILE-NAME
           OPEN OUTPUT MASK-FILE
           IF WS-MASK-STATUS NOT = "00"
               DISPLAY "ROSTPACK: fatal - " WS-MASK-FILE-NAME
                  " could not be rewritten - status " WS-MASK-STATUS
                  " - roster already re-packed, restore both from b"
                  "ackup"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-MT-NEW-COUNT(WS-MK) = 0
               MOVE SPACES TO MASK-RECORD
               WRITE MASK-RECORD
           END-IF
           PERFORM VARYING WS-MW FROM 1 BY 1
                   UNTIL WS-MW > WS-MT-NEW-COUNT(WS-MK)
               MOVE WS-MT-NEW-WORD(WS-MK WS-MW) TO MASK-RECORD
               WRITE MASK-RECORD
           END-PERFORM
           CLOSE MASK-FILE.

       WRITE-PACK-REPORT.
           OPEN OUTPUT PACK-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ROSTPACK: warning - re-pack report not written -
      -             " status " WS-REPORT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PACK-REPORT-LINE
           STRING "ROSTER RE-PACK - " WS-TODAY-DATE
              DELIMITED BY SIZE INTO PACK-REPORT-LINE
           END-STRING
           WRITE PACK-REPORT-LINE
           MOVE SPACES TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           MOVE "PLAYER      OLD BLK/BIT   NEW BLK/BIT  ACTION"
              TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-ROSTER-COUNT
               PERFORM WRITE-PACK-DETAIL
           END-PERFORM

           MOVE SPACES TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE
           PERFORM VARYING WS-MK FROM 1 BY 1
                   UNTIL WS-MK > WS-MASK-FILE-COUNT
               MOVE SPACES TO PACK-REPORT-LINE
               IF MASK-FILE-PRESENT(WS-MK)
                   STRING WS-MT-FILE-NAME(WS-MK) "  "
                          WS-MT-OLD-COUNT(WS-MK) " WORD(S) BEFORE  "
                          WS-MT-NEW-COUNT(WS-MK) " WORD(S) AFTER"
                      DELIMITED BY SIZE INTO PACK-REPORT-LINE
                   END-STRING
               ELSE
                   STRING WS-MT-FILE-NAME(WS-MK)
                          "  NOT PRESENT - LEFT ALONE"
                      DELIMITED BY SIZE INTO PACK-REPORT-LINE
                   END-STRING
               END-IF
               WRITE PACK-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO PACK-REPORT-LINE
           STRING "KEPT " WS-KEPT-COUNT "  TAKEN OFF "
                  WS-DROPPED-COUNT "  MOVED " WS-MOVED-COUNT
              DELIMITED BY SIZE INTO PACK-REPORT-LINE
           END-STRING
           WRITE PACK-REPORT-LINE
           CLOSE PACK-REPORT-FILE.

       WRITE-PACK-DETAIL.
           MOVE SPACES TO WS-PACK-DETAIL-LINE
           MOVE WS-RT-PLAYER-ID(WS-RI) TO WS-PKD-PLAYER-ID
           MOVE WS-RT-OLD-POSITION(WS-RI) TO WS-OLD-POSITION
           SUBTRACT 1 FROM WS-OLD-POSITION
           DIVIDE WS-OLD-POSITION BY 60
              GIVING WS-BLOCK REMAINDER WS-BIT
           ADD 1 TO WS-BLOCK
           ADD 1 TO WS-BIT
           MOVE WS-BLOCK TO WS-PKD-OLD-BLOCK
           MOVE "/" TO WS-PKD-OLD-SLASH
           MOVE WS-BIT TO WS-PKD-OLD-BIT
           MOVE WS-RT-OLD-POSITION(WS-RI) TO WS-PKD-OLD-POSITION
           IF WS-RT-KEPT(WS-RI)
               MOVE WS-RT-NEW-POSITION(WS-RI) TO WS-OLD-POSITION
               SUBTRACT 1 FROM WS-OLD-POSITION
               DIVIDE WS-OLD-POSITION BY 60
                  GIVING WS-BLOCK REMAINDER WS-BIT
               ADD 1 TO WS-BLOCK
               ADD 1 TO WS-BIT
               MOVE WS-BLOCK TO WS-PKD-NEW-BLOCK
               MOVE "/" TO WS-PKD-NEW-SLASH
               MOVE WS-BIT TO WS-PKD-NEW-BIT
               MOVE WS-RT-NEW-POSITION(WS-RI) TO WS-PKD-NEW-POSITION
               IF WS-RT-NEW-POSITION(WS-RI)
                  = WS-RT-OLD-POSITION(WS-RI)
                   MOVE "UNCHANGED" TO WS-PKD-ACTION
               ELSE
                   MOVE "MOVED" TO WS-PKD-ACTION
               END-IF
           ELSE
               MOVE SPACES TO WS-PKD-ACTION
               STRING "OFF - " WS-RT-REASON(WS-RI)
                  DELIMITED BY SIZE INTO WS-PKD-ACTION
               END-STRING
           END-IF
           MOVE WS-PACK-DETAIL-LINE TO PACK-REPORT-LINE
           WRITE PACK-REPORT-LINE.
