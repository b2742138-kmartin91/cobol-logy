       COPY "CPY-PLAYER-MASTER.cpy".

       FD  ROSTER-FILE.
       COPY "CPY-ROSTER-RECORD.cpy".

       FD  DUES-MASK-FILE.
       01  DUES-MASK-RECORD        PIC X(60).
          05 WS-ARREARS-COUNT         PIC 9(5) VALUE 0.

       01 WS-MASK-FIELDS.
          05 WS-DUES-SET.
             10 WS-DUES-WORD-COUNT    PIC 99 VALUE 0.
             10 WS-DUES-WORD          PIC X(60) OCCURS 20 TIMES.
          05 WS-MASK-MAX-WORDS        PIC 99 VALUE 20.
          05 WS-MASK-LENGTH           PIC 9(4) VALUE 0.
          05 WS-MASK-POSITION         PIC 9(4) VALUE 0.
          05 WS-MASK-WORD-LENGTH      PIC 99 VALUE 0.
          05 WS-MASK-BLOCK            PIC 99 VALUE 0.
          05 WS-MASK-W                PIC 99 VALUE 0.
          05 WS-MASK-I                PIC 99 VALUE 0.
          05 WS-OWING                 PIC S9(6)V99 VALUE 0.
          05 WS-PAID-UP-FLAG          PIC X VALUE "N".
           MOVE 0 TO DL-ASSESSED
           MOVE 0 TO DL-PAID
           MOVE SPACES TO DL-LAST-PAY-DATE
           MOVE 0 TO DL-OPEN-ASSESSED
           MOVE 0 TO DL-OPEN-PAID
           MOVE 0 TO DL-CYCLE-FEE
           MOVE 0 TO DL-PRIZE-CREDITS
           MOVE 0 TO DL-POT-PAID
           WRITE DUES-LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE 8 TO WS-RC-SEVERITY
           *> no assessment on the books) and "0" when money is
           *> owing - the same position-from-the-left convention
           *> BINARY-BIT-TEST checks when YACHTRUN combines masks.
           *> A roster longer than one word is written as one record
           *> per block, word 1 first.
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "DUESMNT: warning - roster file not available -
      -             " dues mask not derived - status " WS-ROSTER-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MASK-W FROM 1 BY 1
                   UNTIL WS-MASK-W > WS-MASK-MAX-WORDS
               MOVE SPACES TO WS-DUES-WORD(WS-MASK-W)
           END-PERFORM
           MOVE 0 TO WS-DUES-WORD-COUNT
           MOVE 0 TO WS-MASK-LENGTH
           MOVE "N" TO WS-ROSTER-EOF
           PERFORM UNTIL ROSTER-AT-EOF
           END-PERFORM
           CLOSE ROSTER-FILE

           *> Roster gaps deny by default - a position nobody holds
           *> must never read as paid-up. Every word before the last
           *> is filled out to the full 60 bits so the blocks after
           *> it stay in place.
           IF WS-MASK-LENGTH > 0
               COMPUTE WS-DUES-WORD-COUNT =
                  (WS-MASK-LENGTH - 1) / 60 + 1
           END-IF
           PERFORM VARYING WS-MASK-W FROM 1 BY 1
                   UNTIL WS-MASK-W > WS-DUES-WORD-COUNT
               IF WS-MASK-W < WS-DUES-WORD-COUNT
                   MOVE 60 TO WS-MASK-WORD-LENGTH
               ELSE
                   COMPUTE WS-MASK-WORD-LENGTH = WS-MASK-LENGTH
                      - (WS-DUES-WORD-COUNT - 1) * 60
               END-IF
               PERFORM VARYING WS-MASK-I FROM 1 BY 1
                       UNTIL WS-MASK-I > WS-MASK-WORD-LENGTH
                   IF WS-DUES-WORD(WS-MASK-W)(WS-MASK-I:1) = SPACE
                       MOVE "0" TO WS-DUES-WORD(WS-MASK-W)(WS-MASK-I:1)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT DUES-MASK-FILE
      -             "atus " WS-DUES-MASK-STATUS
               EXIT PARAGRAPH
           END-IF
           *> An empty roster still leaves the single blank word it
           *> always has.
           IF WS-DUES-WORD-COUNT = 0
               MOVE SPACES TO DUES-MASK-RECORD
               WRITE DUES-MASK-RECORD
           END-IF
           PERFORM VARYING WS-MASK-W FROM 1 BY 1
                   UNTIL WS-MASK-W > WS-DUES-WORD-COUNT
               MOVE WS-DUES-WORD(WS-MASK-W) TO DUES-MASK-RECORD
               WRITE DUES-MASK-RECORD
           END-PERFORM
           CLOSE DUES-MASK-FILE
           DISPLAY "DUESMNT: dues mask derived for " WS-MASK-LENGTH
              " roster position(s) in " WS-DUES-WORD-COUNT
              " flag word(s)".

       SET-ONE-MASK-BIT.
           IF ROS-BLOCK = SPACES
               MOVE 1 TO WS-MASK-BLOCK
           ELSE
               IF ROS-BLOCK IS NOT NUMERIC
                  OR ROS-BLOCK < 1 OR ROS-BLOCK > WS-MASK-MAX-WORDS
                   EXIT PARAGRAPH
               END-IF
               MOVE ROS-BLOCK TO WS-MASK-BLOCK
           END-IF
           IF ROS-POSITION IS NOT NUMERIC
              OR ROS-POSITION < 1 OR ROS-POSITION > 60
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MASK-POSITION =
              (WS-MASK-BLOCK - 1) * 60 + ROS-POSITION
           IF WS-MASK-POSITION > WS-MASK-LENGTH
               MOVE WS-MASK-POSITION TO WS-MASK-LENGTH
           END-IF
           MOVE "N" TO WS-PAID-UP-FLAG
           MOVE ROS-PLAYER-ID TO DL-PLAYER-ID
               MOVE "Y" TO WS-PAID-UP-FLAG
           END-IF
           IF MEMBER-PAID-UP
               MOVE "1" TO WS-DUES-WORD(WS-MASK-BLOCK)(ROS-POSITION:1)
           ELSE
               MOVE "0" TO WS-DUES-WORD(WS-MASK-BLOCK)(ROS-POSITION:1)
           END-IF.

       OPEN-AUDIT-TRAIL-FILE.
