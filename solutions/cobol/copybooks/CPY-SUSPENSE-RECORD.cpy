      *> INEL player on tonight's exclusion list,
      *> DIVN division on the record disagrees with the master,
      *> FULL scorecard table full, SIZE bonus size overflow,
      *> DATE game date on the record is not the night being scored,
      *> HALL player is not registered at the hall being scored.
       01 SUSPENSE-RECORD.
           05 SUS-PLAYER-ID      PIC X(10).
           05 SUS-ROUND-NUMBER   PIC 99.
