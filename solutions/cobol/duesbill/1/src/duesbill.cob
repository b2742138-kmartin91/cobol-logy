       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUESBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-PARM-FILE ASSIGN TO "DUESBPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DUES-LEDGER-FILE ASSIGN TO "DUESLEDG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS DL-PLAYER-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "DUESSTMT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDGNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The treasurer's terms for the cycle - the monthly dues, how
      *> many days a balance may stand unpaid since the member's last
      *> payment before the late fee applies, and the fee itself. A
      *> blank billing date bills as of today; the cycle billed is the
      *> year and month of that date.
       FD  BILLING-PARM-FILE.
       01  BILLING-PARM-RECORD.
           05  BPR-BILL-DATE          PIC X(10).
           05  FILLER                 PIC X.
           05  BPR-DUES-AMOUNT        PIC 9(5)V99.
           05  FILLER                 PIC X.
           05  BPR-GRACE-DAYS         PIC 999.
           05  FILLER                 PIC X.
           05  BPR-LATE-FEE           PIC 9(5)V99.

       FD  DUES-LEDGER-FILE.
       COPY "CPY-DUES-LEDGER.cpy".

       FD  PLAYER-MASTER-FILE.
       COPY "CPY-PLAYER-MASTER.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE             PIC X(120).

       FD  AUDIT-TRAIL-FILE.
       COPY "CPY-AUDIT-RECORD.cpy".

       FD  AUDIT-CONTROL-FILE.
       COPY "CPY-AUDIT-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       COPY "CPY-RETURN-CODE.cpy".

       01 WS-BATCH-FIELDS.
          05 WS-PARM-STATUS           PIC XX VALUE SPACES.
          05 WS-LEDGER-STATUS         PIC XX VALUE SPACES.
          05 WS-MASTER-STATUS         PIC XX VALUE SPACES.
          05 WS-STATEMENT-STATUS      PIC XX VALUE SPACES.
          05 WS-AUDIT-STATUS          PIC XX VALUE SPACES.
          05 WS-LEDGER-EOF            PIC X VALUE "N".
             88 LEDGER-AT-EOF         VALUE "Y".
          05 WS-MASTER-EOF            PIC X VALUE "N".
             88 MASTER-AT-EOF         VALUE "Y".
          05 WS-AUDIT-TIMESTAMP       PIC X(21) VALUE SPACES.
          05 WS-AUDIT-INPUT-VALUE     PIC X(60) VALUE SPACES.

       01 WS-AUDIT-GENERATION-FIELDS.
          05 WS-AUDIT-CTL-STATUS     PIC XX VALUE SPACES.
          05 WS-AUDIT-FILE-NAME      PIC X(20) VALUE "AUDITTRL".
          05 WS-AUDIT-NAME-SET       PIC X VALUE "N".
             88 AUDIT-NAME-RESOLVED  VALUE "Y".
          05 WS-AUDIT-HARD-STOP-FLAG PIC X VALUE "N".
             88 AUDIT-HARD-STOP      VALUE "Y".

       01 WS-BILLING-TERMS.
          05 WS-BILL-DATE             PIC X(10) VALUE SPACES.
          05 WS-BILL-DATE-8           PIC X(8) VALUE SPACES.
          05 WS-BILL-DATE-NUM REDEFINES WS-BILL-DATE-8
                                      PIC 9(8).
          05 WS-BILL-CYCLE            PIC X(7) VALUE SPACES.
          05 WS-DUES-AMOUNT           PIC 9(5)V99 VALUE 0.
          05 WS-GRACE-DAYS            PIC 999 VALUE 0.
          05 WS-LATE-FEE              PIC 9(5)V99 VALUE 0.
          05 WS-TODAY-STAMP           PIC X(21) VALUE SPACES.

       01 WS-BILLING-WORK.
          05 WS-OWING                 PIC S9(6)V99 VALUE 0.
          05 WS-PAY-DATE-8            PIC X(8) VALUE SPACES.
          05 WS-PAY-DATE-NUM REDEFINES WS-PAY-DATE-8
                                      PIC 9(8).
          05 WS-DAYS-OUTSTANDING      PIC S9(7) VALUE 0.
          05 WS-MEMBER-ACTIVE-FLAG    PIC X VALUE "N".
             88 MEMBER-ACTIVE         VALUE "Y".
          05 WS-LATE-FLAG             PIC X VALUE "N".
             88 BALANCE-LATE          VALUE "Y".
          05 WS-ROW-DUES              PIC 9(5)V99 VALUE 0.

       01 WS-BILLING-COUNTS.
          05 WS-BILLED-COUNT          PIC 9(5) VALUE 0.
          05 WS-FEE-COUNT             PIC 9(5) VALUE 0.
          05 WS-ALREADY-COUNT         PIC 9(5) VALUE 0.
          05 WS-NEW-ROW-COUNT         PIC 9(5) VALUE 0.
          05 WS-STATEMENT-COUNT       PIC 9(5) VALUE 0.
          05 WS-FAILED-COUNT          PIC 9(5) VALUE 0.
          05 WS-DUES-TOTAL            PIC 9(7)V99 VALUE 0.
          05 WS-FEE-TOTAL             PIC 9(7)V99 VALUE 0.
          05 WS-DUES-TOTAL-OUT        PIC Z(6)9.99.
          05 WS-FEE-TOTAL-OUT         PIC Z(6)9.99.

       01 WS-STATEMENT-AMOUNTS.
          05 WS-STM-PRIOR             PIC S9(6)V99 VALUE 0.
          05 WS-STM-CHARGES           PIC S9(6)V99 VALUE 0.
          05 WS-STM-PAYMENTS          PIC S9(6)V99 VALUE 0.
          05 WS-STM-FEES              PIC S9(6)V99 VALUE 0.
          05 WS-STM-DUE               PIC S9(6)V99 VALUE 0.
          05 WS-GRACE-DAYS-OUT        PIC ZZ9.

       01 WS-STATEMENT-AMOUNT-LINE.
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-SAL-LABEL             PIC X(20).
          05 WS-SAL-AMOUNT            PIC -ZZZZZ9.99.

       PROCEDURE DIVISION.
       RUN-DUES-BILLING.
           PERFORM READ-BILLING-PARAMETER
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM OPEN-DUES-LEDGER-FILE
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "DUESBILL: fatal - player master file not avail
      -             "able - status " WS-MASTER-STATUS
               CLOSE DUES-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "DUESBILL: fatal - statement file not available
      -             " - status " WS-STATEMENT-STATUS
               CLOSE DUES-LEDGER-FILE
               CLOSE PLAYER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-AUDIT-TRAIL-FILE

           PERFORM BILL-LEDGER-ROWS
           PERFORM BILL-UNLEDGERED-MEMBERS
           PERFORM PRINT-MEMBER-STATEMENTS

           CLOSE DUES-LEDGER-FILE
           CLOSE PLAYER-MASTER-FILE
           CLOSE STATEMENT-FILE
           CLOSE AUDIT-TRAIL-FILE

           MOVE WS-DUES-TOTAL TO WS-DUES-TOTAL-OUT
           MOVE WS-FEE-TOTAL TO WS-FEE-TOTAL-OUT
           DISPLAY "DUESBILL: cycle " WS-BILL-CYCLE " - "
              WS-BILLED-COUNT " member(s) billed, " WS-FEE-COUNT
              " late fee(s), " WS-ALREADY-COUNT " already billed"
           DISPLAY "DUESBILL: dues assessed "
              FUNCTION TRIM(WS-DUES-TOTAL-OUT) " late fees "
              FUNCTION TRIM(WS-FEE-TOTAL-OUT) " - "
              WS-STATEMENT-COUNT " statement(s) printed"
           IF WS-FAILED-COUNT > 0
               DISPLAY "DUESBILL: warning - " WS-FAILED-COUNT
                  " ledger row(s) could not be billed - rerun the cyc
      -           "le to pick them up"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-BILLING-PARAMETER.
           *> The rates are the treasurer's to set each cycle - with
           *> no parameter record there is nothing safe to bill.
           MOVE 0 TO RETURN-CODE
           OPEN INPUT BILLING-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "DUESBILL: fatal - billing parameter file not a
      -             "vailable - status " WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ BILLING-PARM-FILE
               AT END
                   DISPLAY "DUESBILL: fatal - billing parameter file i
      -                 "s empty"
                   MOVE 8 TO RETURN-CODE
           END-READ
           CLOSE BILLING-PARM-FILE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF BPR-DUES-AMOUNT IS NOT NUMERIC
              OR BPR-GRACE-DAYS IS NOT NUMERIC
              OR BPR-LATE-FEE IS NOT NUMERIC
               DISPLAY "DUESBILL: fatal - dues amount, grace days and
      -             " late fee must be numeric"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE BPR-DUES-AMOUNT TO WS-DUES-AMOUNT
           MOVE BPR-GRACE-DAYS TO WS-GRACE-DAYS
           MOVE BPR-LATE-FEE TO WS-LATE-FEE

           IF BPR-BILL-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
               MOVE SPACES TO WS-BILL-DATE
               STRING WS-TODAY-STAMP(1:4) "-" WS-TODAY-STAMP(5:2) "-"
                      WS-TODAY-STAMP(7:2)
                  DELIMITED BY SIZE INTO WS-BILL-DATE
               END-STRING
           ELSE
               MOVE BPR-BILL-DATE TO WS-BILL-DATE
           END-IF
           MOVE SPACES TO WS-BILL-DATE-8
           STRING WS-BILL-DATE(1:4) WS-BILL-DATE(6:2)
                  WS-BILL-DATE(9:2)
              DELIMITED BY SIZE INTO WS-BILL-DATE-8
           END-STRING
           IF WS-BILL-DATE(5:1) NOT = "-"
              OR WS-BILL-DATE(8:1) NOT = "-"
              OR WS-BILL-DATE-8 IS NOT NUMERIC
               DISPLAY "DUESBILL: fatal - billing date must be YYYY-MM
      -             "-DD - " WS-BILL-DATE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BILL-DATE-NUM) NOT = 0
               DISPLAY "DUESBILL: fatal - billing date is not a calend
      -             "ar date - " WS-BILL-DATE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BILL-DATE(1:7) TO WS-BILL-CYCLE.

       OPEN-DUES-LEDGER-FILE.
           *> A first cycle ahead of any DUESMNT run has no ledger
           *> yet - create an empty one the way DUESMNT does.
           OPEN I-O DUES-LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT DUES-LEDGER-FILE
               CLOSE DUES-LEDGER-FILE
               OPEN I-O DUES-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "DUESBILL: fatal - dues ledger file not availab
      -             "le - status " WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       BILL-LEDGER-ROWS.
           *> Every row already on the books - active members are
           *> assessed the cycle's dues, and any balance left standing
           *> past the grace period draws the late fee whether or not
           *> the member is still active.
           MOVE LOW-VALUES TO DL-PLAYER-ID
           START DUES-LEDGER-FILE
               KEY IS NOT LESS THAN DL-PLAYER-ID
           END-START
           MOVE "N" TO WS-LEDGER-EOF
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "Y" TO WS-LEDGER-EOF
           END-IF
           PERFORM UNTIL LEDGER-AT-EOF
               READ DUES-LEDGER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       PERFORM LOOK-UP-LEDGER-MEMBER
                       PERFORM BILL-ONE-LEDGER-ROW
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LEDGER-STATUS.

       LOOK-UP-LEDGER-MEMBER.
           MOVE "N" TO WS-MEMBER-ACTIVE-FLAG
           MOVE DL-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               IF PM-ACTIVE
                   MOVE "Y" TO WS-MEMBER-ACTIVE-FLAG
               END-IF
           END-IF.

       BILL-UNLEDGERED-MEMBERS.
           *> An active member nobody has keyed a transaction for yet
           *> has no ledger row - open one so the cycle's dues land.
           MOVE LOW-VALUES TO PM-PLAYER-ID
           START PLAYER-MASTER-FILE
               KEY IS NOT LESS THAN PM-PLAYER-ID
           END-START
           MOVE "N" TO WS-MASTER-EOF
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "Y" TO WS-MASTER-EOF
           END-IF
           PERFORM UNTIL MASTER-AT-EOF
               READ PLAYER-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       IF PM-ACTIVE
                           PERFORM OPEN-NEW-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-MASTER-STATUS.

       OPEN-NEW-LEDGER-ROW.
           MOVE PM-PLAYER-ID TO DL-PLAYER-ID
           READ DUES-LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DUES-LEDGER-RECORD
           MOVE PM-PLAYER-ID TO DL-PLAYER-ID
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
               DISPLAY "DUESBILL: warning - dues ledger write failed f
      -             "or " DL-PLAYER-ID " - status " WS-LEDGER-STATUS
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEW-ROW-COUNT
           MOVE "Y" TO WS-MEMBER-ACTIVE-FLAG
           PERFORM BILL-ONE-LEDGER-ROW.

       BILL-ONE-LEDGER-ROW.
           *> The cycle stamp is what makes a rerun safe: the dues, the
           *> late fee and the opening snapshot all go onto the row in
           *> the one rewrite, so a row is either wholly billed for the
           *> cycle or not at all, and a stamped row is left alone.
           IF DL-BILL-CYCLE NOT < WS-BILL-CYCLE
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OWING = DL-ASSESSED - DL-PAID
           IF NOT MEMBER-ACTIVE AND WS-OWING <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RC-SEVERITY
           MOVE SPACES TO WS-RC-MESSAGE
           MOVE "N" TO WS-LATE-FLAG
           IF WS-OWING > 0
               PERFORM TEST-BALANCE-PAST-GRACE
           END-IF

           MOVE WS-BILL-CYCLE TO DL-BILL-CYCLE
           MOVE DL-ASSESSED TO DL-OPEN-ASSESSED
           MOVE DL-PAID TO DL-OPEN-PAID
           MOVE 0 TO DL-CYCLE-FEE
           MOVE 0 TO WS-ROW-DUES
           IF BALANCE-LATE
               MOVE WS-LATE-FEE TO DL-CYCLE-FEE
               ADD WS-LATE-FEE TO DL-ASSESSED
           END-IF
           IF MEMBER-ACTIVE
               MOVE WS-DUES-AMOUNT TO WS-ROW-DUES
               ADD WS-DUES-AMOUNT TO DL-ASSESSED
           END-IF
           REWRITE DUES-LEDGER-RECORD
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "DUESBILL: warning - dues ledger rewrite failed
      -             " for " DL-PLAYER-ID " - status " WS-LEDGER-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: dues ledger rewrite failed"
                  TO WS-RC-MESSAGE
           ELSE
               ADD 1 TO WS-BILLED-COUNT
               ADD WS-ROW-DUES TO WS-DUES-TOTAL
               IF BALANCE-LATE
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-LATE-FEE TO WS-FEE-TOTAL
                   MOVE "billed - late fee charged" TO WS-RC-MESSAGE
               ELSE
                   MOVE "billed" TO WS-RC-MESSAGE
               END-IF
           END-IF
           MOVE SPACES TO WS-AUDIT-INPUT-VALUE
           STRING "B " DL-PLAYER-ID " " WS-BILL-CYCLE " " WS-ROW-DUES
                  " " DL-CYCLE-FEE
              DELIMITED BY SIZE INTO WS-AUDIT-INPUT-VALUE
           END-STRING
           PERFORM WRITE-AUDIT-RECORD.

       TEST-BALANCE-PAST-GRACE.
           *> The grace period runs from the member's last payment. A
           *> member who has never paid anything is late only once the
           *> balance has been billed in an earlier cycle; one keyed
           *> in since the last billing run has had no statement yet,
           *> so its first cycle carries no fee.
           IF WS-LATE-FEE = 0
               EXIT PARAGRAPH
           END-IF
           IF DL-LAST-PAY-DATE = SPACES
               IF DL-BILL-CYCLE NOT = SPACES
                   MOVE "Y" TO WS-LATE-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAY-DATE-8
           STRING DL-LAST-PAY-DATE(1:4) DL-LAST-PAY-DATE(6:2)
                  DL-LAST-PAY-DATE(9:2)
              DELIMITED BY SIZE INTO WS-PAY-DATE-8
           END-STRING
           IF WS-PAY-DATE-8 IS NOT NUMERIC
               DISPLAY "DUESBILL: warning - last payment date unreadab
      -             "le for " DL-PLAYER-ID " - no late fee charged"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PAY-DATE-NUM) NOT = 0
               DISPLAY "DUESBILL: warning - last payment date unreadab
      -             "le for " DL-PLAYER-ID " - no late fee charged"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OUTSTANDING =
              FUNCTION INTEGER-OF-DATE(WS-BILL-DATE-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-PAY-DATE-NUM)
           IF WS-DAYS-OUTSTANDING > WS-GRACE-DAYS
               MOVE "Y" TO WS-LATE-FLAG
           END-IF.

       PRINT-MEMBER-STATEMENTS.
           *> One page per row billed for the cycle. The amounts come
           *> from the opening snapshot on the row, so a rerun prints
           *> the same statement, plus any payment posted since.
           MOVE LOW-VALUES TO DL-PLAYER-ID
           START DUES-LEDGER-FILE
               KEY IS NOT LESS THAN DL-PLAYER-ID
           END-START
           MOVE "N" TO WS-LEDGER-EOF
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "Y" TO WS-LEDGER-EOF
           END-IF
           PERFORM UNTIL LEDGER-AT-EOF
               READ DUES-LEDGER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       IF DL-BILL-CYCLE = WS-BILL-CYCLE
                           PERFORM PRINT-ONE-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LEDGER-STATUS.

       PRINT-ONE-STATEMENT.
           COMPUTE WS-STM-PRIOR = DL-OPEN-ASSESSED - DL-OPEN-PAID
           COMPUTE WS-STM-CHARGES =
              DL-ASSESSED - DL-OPEN-ASSESSED - DL-CYCLE-FEE
           COMPUTE WS-STM-PAYMENTS = DL-PAID - DL-OPEN-PAID
           MOVE DL-CYCLE-FEE TO WS-STM-FEES
           COMPUTE WS-STM-DUE = DL-ASSESSED - DL-PAID

           MOVE DL-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               MOVE SPACES TO PM-PLAYER-NAME
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           STRING "LEAGUE DUES STATEMENT - CYCLE " WS-BILL-CYCLE
              DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           IF WS-STATEMENT-COUNT = 0
               WRITE STATEMENT-LINE
           ELSE
               WRITE STATEMENT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "MEMBER " DL-PLAYER-ID "  "
                  FUNCTION TRIM(PM-PLAYER-NAME)
              DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENT DATE " WS-BILL-DATE
              DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           IF DL-LAST-PAY-DATE = SPACES
               MOVE "LAST PAYMENT   NONE ON RECORD" TO STATEMENT-LINE
           ELSE
               STRING "LAST PAYMENT   " DL-LAST-PAY-DATE
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
           END-IF
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE "PRIOR BALANCE" TO WS-SAL-LABEL
           MOVE WS-STM-PRIOR TO WS-SAL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT
           MOVE "CHARGES" TO WS-SAL-LABEL
           MOVE WS-STM-CHARGES TO WS-SAL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT
           MOVE "PAYMENTS" TO WS-SAL-LABEL
           MOVE WS-STM-PAYMENTS TO WS-SAL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT
           MOVE "LATE FEES" TO WS-SAL-LABEL
           MOVE WS-STM-FEES TO WS-SAL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT
           MOVE "AMOUNT DUE" TO WS-SAL-LABEL
           MOVE WS-STM-DUE TO WS-SAL-AMOUNT
           PERFORM WRITE-STATEMENT-AMOUNT

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF DL-CYCLE-FEE > 0
               MOVE WS-GRACE-DAYS TO WS-GRACE-DAYS-OUT
               MOVE SPACES TO STATEMENT-LINE
               STRING "A LATE FEE WAS CHARGED - A BALANCE WAS "
                      "OUTSTANDING MORE THAN "
                      FUNCTION TRIM(WS-GRACE-DAYS-OUT)
                      " DAYS SINCE THE LAST PAYMENT"
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
           END-IF
           IF WS-STM-DUE < 0
               MOVE "CREDIT BALANCE - NOTHING IS DUE THIS CYCLE"
                  TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           ADD 1 TO WS-STATEMENT-COUNT.

       WRITE-STATEMENT-AMOUNT.
           MOVE WS-STATEMENT-AMOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       OPEN-AUDIT-TRAIL-FILE.
           PERFORM RESOLVE-AUDIT-FILE-NAME
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.

       RESOLVE-AUDIT-FILE-NAME.
           *> Audit output goes to the dated generation file AUDGEN has
           *> open; a missing generation control file falls back to the
           *> old single AUDITTRL so stand-alone runs still work.
           IF AUDIT-NAME-RESOLVED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-CONTROL-FILE
           IF WS-AUDIT-CTL-STATUS = "00"
               READ AUDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-AUDIT-FILE-NAME
                       STRING "AUDITTRL.G" AGC-GENERATION-NUMBER
                          DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
                       END-STRING
                       MOVE AGC-HARD-STOP-FLAG
                          TO WS-AUDIT-HARD-STOP-FLAG
               END-READ
               CLOSE AUDIT-CONTROL-FILE
           END-IF
           MOVE "Y" TO WS-AUDIT-NAME-SET.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-TRAIL-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "DUESBILL" TO AUD-PROGRAM-NAME
           MOVE WS-AUDIT-INPUT-VALUE TO AUD-INPUT-VALUE
           MOVE WS-RC-SEVERITY TO AUD-RC-SEVERITY
           MOVE WS-RC-MESSAGE TO AUD-RC-MESSAGE
           WRITE AUDIT-TRAIL-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               IF AUDIT-HARD-STOP
                   DISPLAY "DUESBILL: fatal - audit trail write failed
      -                 " - status " WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "DUESBILL: warning - audit trail write failed -
      -             " status " WS-AUDIT-STATUS
           END-IF.
