      *> Roster record - the player who holds each bit of the
      *> eligibility flag words. A flag set carries one 60-bit word
      *> per block of the roster: ROS-POSITION is the bit within the
      *> word (1 = leftmost) and ROS-BLOCK the word, so the player's
      *> position in the whole set is (block - 1) * 60 + position.
      *> Rosters keyed before blocks existed have no block number;
      *> a blank block reads as block 1.
       01 ROSTER-RECORD.
           05 ROS-POSITION      PIC 99.
           05 FILLER            PIC X.
           05 ROS-PLAYER-ID     PIC X(10).
           05 FILLER            PIC X.
           05 ROS-BLOCK         PIC 99.
