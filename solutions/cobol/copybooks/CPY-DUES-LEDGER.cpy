      *> member has paid. The ELIGDUES flag word YACHTRUN combines
      *> into the night's eligibility is derived from this ledger
      *> and the ROSTER file, never keyed by hand.
      *> The billing fields belong to DUESBILL: the cycle (YYYY-MM)
      *> the row was last billed for, the assessed and paid totals
      *> as they stood when that cycle opened, and the late fee the
      *> cycle charged. A row already stamped with the cycle is never
      *> billed again, and its statement can be reprinted as-is.
      *> The prize fields belong to SEASONCL: the prize money ever
      *> credited to the row (carried inside DL-PAID so it offsets
      *> dues and arrears like any payment), the member's own
      *> payments already taken into a closeout's prize pot, and the
      *> hall and season of the last closeout that posted to the
      *> row. Rows loaded before these fields existed read blank,
      *> which the closeout takes as nothing credited or pooled yet.
       01 DUES-LEDGER-RECORD.
           05 DL-PLAYER-ID      PIC X(10).
           05 DL-ASSESSED       PIC 9(5)V99.
           05 DL-PAID           PIC 9(5)V99.
           05 DL-LAST-PAY-DATE  PIC X(10).
           05 DL-BILL-CYCLE     PIC X(7).
           05 DL-OPEN-ASSESSED  PIC 9(5)V99.
           05 DL-OPEN-PAID      PIC 9(5)V99.
           05 DL-CYCLE-FEE      PIC 9(5)V99.
           05 DL-PRIZE-CREDITS  PIC 9(5)V99.
           05 DL-POT-PAID       PIC 9(5)V99.
           05 DL-PRIZE-STAMP.
              10 DL-PRIZE-HALL  PIC X(2).
              10 DL-PRIZE-SEASON PIC X(9).
