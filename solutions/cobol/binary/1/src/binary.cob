          05 WS-BIT-VALUE      PIC 9 VALUE 0.
          05 WS-CHAR-2         PIC X VALUE SPACE.

      *> A flag set is one flag word per block of 60 roster
      *> positions - word 1 carries positions 1-60, word 2 61-120
      *> and so on. Every word but the last is a full 60 bits.
       01 WS-SET-FIELDS.
          05 WS-SET-W          PIC 99 VALUE 0.
          05 WS-SET-MAX-WORDS  PIC 99 VALUE 20.
          05 WS-SET-WORD-BITS  PIC 99 VALUE 60.
          05 WS-SET-BLOCK      PIC 9(4) VALUE 0.
          05 WS-SET-BIT        PIC 99 VALUE 0.
          05 WS-SET-POSITION   PIC 9(4) VALUE 0.

       01 WS-BATCH-FIELDS.
          05 WS-INPUT-STATUS   PIC XX VALUE SPACES.
          05 WS-OUTPUT-STATUS  PIC XX VALUE SPACES.
          01 LK-ENCODE-VALUE  PIC 9(18) COMP-3.
          01 LK-RC-SEVERITY   PIC 99.
          01 LK-RC-MESSAGE    PIC X(60).
          01 LK-FLAG-SET.
             05 LK-SET-WORD-COUNT  PIC 99.
             05 LK-SET-WORD OCCURS 20 TIMES PIC X(60).
          01 LK-FLAG-SET-2.
             05 LK-SET2-WORD-COUNT PIC 99.
             05 LK-SET2-WORD OCCURS 20 TIMES PIC X(60).
          01 LK-SET-RESULT.
             05 LK-RES-WORD-COUNT  PIC 99.
             05 LK-RES-WORD OCCURS 20 TIMES PIC X(60).
          01 LK-SET-POSITION  PIC 9(4).

       PROCEDURE DIVISION.

           MOVE WS-RC-MESSAGE TO LK-RC-MESSAGE
           GOBACK.

       BINARY-SET-AND.
           ENTRY "BINARY-SET-AND" USING LK-FLAG-SET LK-FLAG-SET-2
               LK-SET-RESULT LK-RC-SEVERITY LK-RC-MESSAGE.
           MOVE "AND" TO WS-MASK-OPERATION
           PERFORM SET-ENTRY-COMMON
           GOBACK.

       BINARY-SET-OR.
           ENTRY "BINARY-SET-OR" USING LK-FLAG-SET LK-FLAG-SET-2
               LK-SET-RESULT LK-RC-SEVERITY LK-RC-MESSAGE.
           MOVE "OR" TO WS-MASK-OPERATION
           PERFORM SET-ENTRY-COMMON
           GOBACK.

       BINARY-SET-XOR.
           ENTRY "BINARY-SET-XOR" USING LK-FLAG-SET LK-FLAG-SET-2
               LK-SET-RESULT LK-RC-SEVERITY LK-RC-MESSAGE.
           MOVE "XOR" TO WS-MASK-OPERATION
           PERFORM SET-ENTRY-COMMON
           GOBACK.

       BINARY-SET-BIT-TEST.
           ENTRY "BINARY-SET-BIT-TEST" USING LK-FLAG-SET
               LK-SET-POSITION LK-BIT-VALUE LK-RC-SEVERITY
               LK-RC-MESSAGE.
           PERFORM OPEN-AUDIT-TRAIL-FILE
           MOVE LK-SET-POSITION TO WS-SET-POSITION
           PERFORM SET-BIT-TEST-OPERATION
           CLOSE AUDIT-TRAIL-FILE
           MOVE WS-BIT-VALUE TO LK-BIT-VALUE
           MOVE WS-RC-SEVERITY TO LK-RC-SEVERITY
           MOVE WS-RC-MESSAGE TO LK-RC-MESSAGE
           GOBACK.

       BINARY-SET-CHECK.
           ENTRY "BINARY-SET-CHECK" USING LK-FLAG-SET
               LK-RC-SEVERITY LK-RC-MESSAGE.
           PERFORM OPEN-AUDIT-TRAIL-FILE
           PERFORM CHECK-FLAG-SET
           MOVE SPACES TO WS-AUDIT-INPUT-VALUE
           STRING "CHECK SET " LK-SET-WORD-COUNT " WORD(S)"
              DELIMITED BY SIZE INTO WS-AUDIT-INPUT-VALUE
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           CLOSE AUDIT-TRAIL-FILE
           MOVE WS-RC-SEVERITY TO LK-RC-SEVERITY
           MOVE WS-RC-MESSAGE TO LK-RC-MESSAGE
           GOBACK.

       MASK-ENTRY-COMMON.
           PERFORM OPEN-AUDIT-TRAIL-FILE
           MOVE LK-BINARY TO WS-BINARY
           MOVE WS-RC-SEVERITY TO LK-RC-SEVERITY
           MOVE WS-RC-MESSAGE TO LK-RC-MESSAGE.

       SET-ENTRY-COMMON.
           *> Combines two flag sets word by word - word N of one with
           *> word N of the other, so each block of roster positions
           *> lines up. The sets must carry the same number of words.
           PERFORM OPEN-AUDIT-TRAIL-FILE
           MOVE 0 TO WS-RC-SEVERITY
           MOVE SPACES TO WS-RC-MESSAGE
           PERFORM CHECK-FLAG-SET
           IF NOT WS-RC-ERROR
              AND LK-SET2-WORD-COUNT NOT = LK-SET-WORD-COUNT
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: mask flag sets do not have the same number o
      -             "f words" TO WS-RC-MESSAGE
           END-IF
           IF WS-RC-ERROR
               MOVE SPACES TO WS-AUDIT-INPUT-VALUE
               STRING WS-MASK-OPERATION " SET " LK-SET-WORD-COUNT
                      " WORD(S) WITH " LK-SET2-WORD-COUNT " WORD(S)"
                  DELIMITED BY SIZE INTO WS-AUDIT-INPUT-VALUE
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM VARYING WS-SET-W FROM 1 BY 1
                       UNTIL WS-SET-W > LK-SET-WORD-COUNT
                          OR WS-RC-ERROR
                   MOVE LK-SET-WORD(WS-SET-W) TO WS-BINARY
                   MOVE LK-SET2-WORD(WS-SET-W) TO WS-BINARY-2
                   PERFORM MASK-OPERATION
                   MOVE WS-MASK-RESULT TO LK-RES-WORD(WS-SET-W)
               END-PERFORM
           END-IF
           *> The result may be one of the operand sets, so the words
           *> left over are cleared only once every word is combined.
           IF WS-RC-ERROR
               MOVE 0 TO LK-RES-WORD-COUNT
               MOVE 1 TO WS-SET-W
           ELSE
               MOVE LK-SET-WORD-COUNT TO LK-RES-WORD-COUNT
               COMPUTE WS-SET-W = LK-RES-WORD-COUNT + 1
           END-IF
           PERFORM VARYING WS-SET-W FROM WS-SET-W BY 1
                   UNTIL WS-SET-W > WS-SET-MAX-WORDS
               MOVE SPACES TO LK-RES-WORD(WS-SET-W)
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE
           MOVE WS-RC-SEVERITY TO LK-RC-SEVERITY
           MOVE WS-RC-MESSAGE TO LK-RC-MESSAGE.

       CHECK-FLAG-SET.
           *> A set is usable when it has between one and twenty
           *> words, each a clean binary word, and only the last one
           *> short - a short word in the middle would shift every
           *> roster position after it into the wrong block.
           MOVE 0 TO WS-RC-SEVERITY
           MOVE SPACES TO WS-RC-MESSAGE
           IF LK-SET-WORD-COUNT IS NOT NUMERIC
              OR LK-SET-WORD-COUNT < 1
              OR LK-SET-WORD-COUNT > WS-SET-MAX-WORDS
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: a mask flag set must have 1 to 20 words"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SET-W FROM 1 BY 1
                   UNTIL WS-SET-W > LK-SET-WORD-COUNT
                      OR WS-RC-ERROR
               MOVE LK-SET-WORD(WS-SET-W) TO WS-BINARY
               MOVE LK-SET-WORD(WS-SET-W) TO WS-BINARY-2
               PERFORM CHECK-MASK-OPERANDS
               IF NOT WS-RC-ERROR
                  AND WS-SET-W < LK-SET-WORD-COUNT
                  AND WS-LENGTH < WS-SET-WORD-BITS
                   MOVE 8 TO WS-RC-SEVERITY
                   MOVE "error: only the last word of a mask flag set ma
      -                 "y be short" TO WS-RC-MESSAGE
               END-IF
           END-PERFORM.

       SET-BIT-TEST-OPERATION.
           *> Position N of the set is bit N counted from the left
           *> across the words in order: word (N - 1) / 60 + 1, and
           *> the remainder plus one within it.
           MOVE 0 TO WS-BIT-VALUE
           MOVE 0 TO WS-RC-SEVERITY
           MOVE SPACES TO WS-RC-MESSAGE
           IF WS-SET-POSITION IS NOT NUMERIC
              OR WS-SET-POSITION < 1
              OR LK-SET-WORD-COUNT IS NOT NUMERIC
               MOVE 8 TO WS-RC-SEVERITY
           ELSE
               SUBTRACT 1 FROM WS-SET-POSITION
               DIVIDE WS-SET-POSITION BY WS-SET-WORD-BITS
                  GIVING WS-SET-BLOCK REMAINDER WS-SET-BIT
               ADD 1 TO WS-SET-BLOCK
               ADD 1 TO WS-SET-BIT
               IF WS-SET-BLOCK > LK-SET-WORD-COUNT
                  OR WS-SET-BLOCK > WS-SET-MAX-WORDS
                   MOVE 8 TO WS-RC-SEVERITY
               END-IF
           END-IF
           IF WS-RC-ERROR
               MOVE "error: bit position is outside the flag set"
                  TO WS-RC-MESSAGE
               MOVE SPACES TO WS-AUDIT-INPUT-VALUE
               STRING "SETBIT " LK-SET-POSITION
                  DELIMITED BY SIZE INTO WS-AUDIT-INPUT-VALUE
               END-STRING
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE LK-SET-WORD(WS-SET-BLOCK) TO WS-BINARY
           MOVE WS-SET-BIT TO WS-BIT-POSITION
           PERFORM BIT-TEST-OPERATION.

       MASK-OPERATION.
           *> Combines two flag words position by position. The words
           *> must be the same length - masks are keyed against a
