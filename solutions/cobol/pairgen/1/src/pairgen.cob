               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT MATCH-WORK-FILE ASSIGN TO "MATCHESW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-WORK-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT PAIRING-PARM-FILE ASSIGN TO "PAIRPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-PARM-STATUS.

           SELECT ABSENCE-FILE ASSIGN TO "ABSENCE"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ABS-KEY
               FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT SUBSTITUTE-POOL-FILE ASSIGN TO "SUBPOOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.

           SELECT SUBSTITUTE-FILE ASSIGN TO "SUBLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "PAIREXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT HALL-LAYOUT-FILE ASSIGN TO "HALLLAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       FD  PAIRING-SHEET-FILE.
       01  PAIRING-SHEET-LINE         PIC X(120).

       FD  MATCH-WORK-FILE.
       01  MATCH-WORK-RECORD          PIC X(52).

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

      *> Optional first night to re-pair. The hall's nights before it
      *> have been printed and handed out, so their pairings are
      *> kept as they stand; no parameter re-pairs the whole season.
       FD  PAIRING-PARM-FILE.
       01  PAIRING-PARM-RECORD.
           05  PPR-FROM-DATE          PIC X(10).

       FD  ABSENCE-FILE.
       COPY "CPY-ABSENCE-RECORD.cpy".

      *> Guests willing to stand in for an absent member, in the
      *> order they are called on; a blank hall serves every hall.
       FD  SUBSTITUTE-POOL-FILE.
       01  SUBSTITUTE-POOL-RECORD.
           05  SPL-GUEST-ID           PIC X(10).
           05  FILLER                 PIC X.
           05  SPL-GUEST-NAME         PIC X(30).
           05  FILLER                 PIC X.
           05  SPL-HALL-CODE          PIC X(2).

       FD  SUBSTITUTE-FILE.
       COPY "CPY-SUBSTITUTE-RECORD.cpy".

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE             PIC X(120).

      *> Hall layout - one record per hall: the tables the room can
      *> set out on a night, and how many of them are kept for each
      *> division. Tables not reserved are shared by both.
       FD  HALL-LAYOUT-FILE.
       01  HALL-LAYOUT-RECORD.
           05  HLY-HALL-CODE          PIC X(2).
           05  FILLER                 PIC X.
           05  HLY-TABLES-AVAILABLE   PIC 99.
           05  HLY-RESERVE OCCURS 2 TIMES.
               10  FILLER             PIC X.
               10  HLY-RES-DIVISION   PIC X.
               10  FILLER             PIC X.
               10  HLY-RES-TABLES     PIC 99.

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-SCHEDULE-STATUS       PIC XX VALUE SPACES.
             88 SCHEDULE-AT-EOF       VALUE "Y".
          05 WS-MASTER-EOF            PIC X VALUE "N".
             88 MASTER-AT-EOF         VALUE "Y".
          05 WS-MATCH-WORK-STATUS     PIC XX VALUE SPACES.
          05 WS-MATCH-EOF             PIC X VALUE "N".
             88 MATCH-AT-EOF          VALUE "Y".

      *> The hall being paired, from HALLPRM - blank for the
      *> original league. Only its members are paired and only its
      *> schedule nights are used; the other halls' pairings on
      *> MATCHES are carried through untouched.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.
          05 WS-KEPT-MATCH-COUNT      PIC 9(5) VALUE 0.
          05 WS-ABSENCE-RULE          PIC X VALUE SPACE.
             88 ABSENCE-SUBSTITUTES   VALUE "S".

      *> Re-pairing from a night part way through the season. The
      *> rotation still counts every night from the first, so a
      *> re-paired night gets the same fixtures a full run would.
       01 WS-REPAIR-FIELDS.
          05 WS-PAIR-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-FROM-DATE             PIC X(10) VALUE SPACES.
          05 WS-FROM-DATE-8           PIC X(8) VALUE SPACES.
          05 WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE-8
                                      PIC 9(8).
          05 WS-FROZEN-MATCH-COUNT    PIC 9(5) VALUE 0.
          05 WS-FROZEN-NIGHT-COUNT    PIC 999 VALUE 0.
          05 WS-SETTLED-DATE          PIC X(10) VALUE SPACES.

      *> This hall's playoff nights. PLAYOFF writes their fixtures
      *> to MATCHES from the bracket, so they are carried forward
      *> whole on every run, full or re-pair, and their results
      *> never stand in the way of a re-pair.
       01 WS-PLAYOFF-FIELDS.
          05 WS-PLAYOFF-COUNT         PIC 99 VALUE 0.
          05 WS-PLAYOFF-MATCH-COUNT   PIC 9(5) VALUE 0.
          05 WS-PO-I                  PIC 99 VALUE 0.
          05 WS-PLAYOFF-MATCH         PIC X VALUE "N".
             88 PLAYOFF-MATCH         VALUE "Y".
          05 WS-PO-DATE OCCURS 50 TIMES PIC X(10).

      *> Advance absence notices from ABSMNT. With no absence file
      *> nobody is absent and every active member is paired.
       01 WS-ABSENCE-FIELDS.
          05 WS-ABSENCE-STATUS        PIC XX VALUE SPACES.
          05 WS-ABSENCE-OPEN          PIC X VALUE "N".
             88 ABSENCE-FILE-OPEN     VALUE "Y".
          05 WS-CHECK-ID              PIC X(10) VALUE SPACES.
          05 WS-CHECK-DATE            PIC X(10) VALUE SPACES.
          05 WS-IS-ABSENT             PIC X VALUE "N".
             88 PLAYER-IS-ABSENT      VALUE "Y".
          05 WS-HOME-ABSENT           PIC X VALUE "N".
             88 HOME-IS-ABSENT        VALUE "Y".
          05 WS-AWAY-ABSENT           PIC X VALUE "N".
             88 AWAY-IS-ABSENT        VALUE "Y".
          05 WS-ABSENT-HONOURED-COUNT PIC 9(5) VALUE 0.
          05 WS-LATE-NOTICE-COUNT     PIC 9(5) VALUE 0.

      *> Members left without an opponent when their opponent is
      *> away; they are paired with each other, in order, and an
      *> odd one out takes the bye.
       01 WS-ORPHAN-TABLE.
          05 WS-ORPHAN-COUNT          PIC 999 VALUE 0.
          05 WS-ORPHAN OCCURS 100 TIMES.
             10 WS-OR-PLAYER-ID       PIC X(10).
             10 WS-OR-PLAYER-NAME     PIC X(30).
          05 WS-ORPHAN-I              PIC 999 VALUE 0.

      *> The substitute pool for this hall. Guests are called in
      *> turn across the season so the work is shared out, and no
      *> guest is given two seats on one night.
       01 WS-POOL-TABLE.
          05 WS-POOL-STATUS           PIC XX VALUE SPACES.
          05 WS-POOL-EOF              PIC X VALUE "N".
             88 POOL-AT-EOF           VALUE "Y".
          05 WS-POOL-COUNT            PIC 99 VALUE 0.
          05 WS-POOL-ENTRY OCCURS 50 TIMES.
             10 WS-PL-GUEST-ID        PIC X(10).
             10 WS-PL-GUEST-NAME      PIC X(30).
          05 WS-POOL-NEXT             PIC 99 VALUE 1.
          05 WS-POOL-I                PIC 99 VALUE 0.
          05 WS-POOL-TRIES            PIC 99 VALUE 0.
          05 WS-POOL-PICK             PIC 99 VALUE 0.
          05 WS-GUEST-USED            PIC X VALUE "N".
             88 GUEST-ALREADY-USED    VALUE "Y".

      *> SUBLIST as it will be written back: every row on file
      *> except this hall's own pre-assignments for the nights being
      *> re-paired, followed by the guests assigned on this run.
       01 WS-SUBLIST-TABLE.
          05 WS-SUB-STATUS            PIC XX VALUE SPACES.
          05 WS-SUB-EOF               PIC X VALUE "N".
             88 SUB-LIST-AT-EOF       VALUE "Y".
          05 WS-SUBLIST-ON-FILE       PIC X VALUE "N".
             88 SUBLIST-ON-FILE       VALUE "Y".
          05 WS-SUBLIST-COUNT         PIC 9(4) VALUE 0.
          05 WS-SUBLIST-ENTRY OCCURS 1000 TIMES.
             10 WS-SL-GUEST-ID        PIC X(10).
             10 WS-SL-GUEST-NAME      PIC X(30).
             10 WS-SL-COVERS-ID       PIC X(10).
             10 WS-SL-GAME-DATE       PIC X(10).
             10 WS-SL-HALL-CODE       PIC X(2).
             10 WS-SL-ORIGIN          PIC X.
          05 WS-SUBLIST-I             PIC 9(4) VALUE 0.
          05 WS-SUBLIST-DROPPED       PIC 9(4) VALUE 0.
          05 WS-SUB-NIGHT-DATE        PIC X(10) VALUE SPACES.
          05 WS-SUB-COVERS-ID         PIC X(10) VALUE SPACES.
          05 WS-SUB-ASSIGNED-COUNT    PIC 9(5) VALUE 0.
          05 WS-COVERING-GUEST-ID     PIC X(10) VALUE SPACES.

      *> Tables for the hall. Each division sits in its own block
      *> of reserved tables - division A from table 1, division B
      *> after it - and the shared tables beyond take the overflow
      *> of either. A date is counted as a whole, so a makeup night
      *> stacked on a regular one takes the tables that are left.
       01 WS-TABLE-FIELDS.
          05 WS-LAYOUT-STATUS         PIC XX VALUE SPACES.
          05 WS-LAYOUT-EOF            PIC X VALUE "N".
             88 LAYOUT-AT-EOF         VALUE "Y".
          05 WS-LAYOUT-FOUND          PIC X VALUE "N".
             88 HALL-LAYOUT-ON-FILE   VALUE "Y".
          05 WS-TABLES-AVAILABLE      PIC 99 VALUE 0.
          05 WS-DIV-ZONE OCCURS 2 TIMES.
             10 WS-ZONE-FIRST         PIC 99.
             10 WS-ZONE-SIZE          PIC 99.
          05 WS-SHARED-FIRST          PIC 99 VALUE 0.
          05 WS-SHARED-SIZE           PIC 99 VALUE 0.
          05 WS-RESERVED-TOTAL        PIC 999 VALUE 0.
          05 WS-RES-I                 PIC 9 VALUE 0.
          05 WS-TABLE-NUMBER          PIC 99 VALUE 0.
          05 WS-OVER-CAPACITY-COUNT   PIC 999 VALUE 0.
          05 WS-GAMES-EDIT            PIC ZZ9.
          05 WS-TABLES-EDIT           PIC Z9.
          05 WS-OVERFLOW-EDIT         PIC ZZ9.

       01 WS-DATE-USAGE-TABLE.
          05 WS-USAGE-COUNT           PIC 999 VALUE 0.
          05 WS-USAGE-ENTRY OCCURS 300 TIMES.
             10 WS-US-DATE            PIC X(10).
             10 WS-US-ZONE-USED OCCURS 2 TIMES PIC 99.
             10 WS-US-SHARED-USED     PIC 99.
             10 WS-US-GAMES           PIC 999.
             10 WS-US-OVERFLOW        PIC 999.
          05 WS-USAGE-I               PIC 999 VALUE 0.
          05 WS-CURRENT-USAGE         PIC 999 VALUE 0.

       01 WS-EXCEPTION-FIELDS.
          05 WS-EXCEPTION-STATUS      PIC XX VALUE SPACES.
          05 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
          05 WS-EXC-PLAYER-NAME       PIC X(30) VALUE SPACES.

       01 WS-EXCEPTION-DETAIL-LINE.
          05 WS-EXL-TYPE              PIC X(14).
          05 WS-EXL-DATE              PIC X(10).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-EXL-PLAYER-ID         PIC X(10).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-EXL-PLAYER-NAME       PIC X(20).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-EXL-KEYED-DATE        PIC X(10).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-EXL-REASON            PIC X(20).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-EXL-OUTCOME           PIC X(30).

       01 WS-COUNTS.
          05 WS-NIGHT-COUNT           PIC 999 VALUE 0.
          05 WS-DIV-ENTRY OCCURS 2 TIMES.
             10 WS-DIV-CODE           PIC X.
             10 WS-DIV-PLAYER-COUNT   PIC 999.
             10 WS-DIV-ABSENT-COUNT   PIC 999.
             10 WS-DIV-PLAYER OCCURS 100 TIMES.
                15 WS-DP-PLAYER-ID    PIC X(10).
                15 WS-DP-PLAYER-NAME  PIC X(30).
                15 WS-DP-ABSENT       PIC X.

       01 WS-PAIRING-FIELDS.
          05 WS-D                     PIC 9 VALUE 0.
          05 WS-SHD-AWAY-ID           PIC X(10).
          05 FILLER                   PIC X VALUE SPACE.
          05 WS-SHD-AWAY-NAME         PIC X(25).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 WS-SHD-TABLE             PIC X(8).

       PROCEDURE DIVISION.
       RUN-PAIRING-GENERATION.
           PERFORM READ-HALL-PARM
           PERFORM READ-PAIRING-PARM
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LOAD-ACTIVE-PLAYERS
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM READ-HALL-LAYOUT
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM OPEN-ABSENCE-FILE
           IF RETURN-CODE = 8
               GOBACK
           END-IF
           PERFORM LOAD-SUBSTITUTE-POOL
           PERFORM LOAD-SUBSTITUTE-LIST
           IF RETURN-CODE = 8
               PERFORM CLOSE-ABSENCE-FILE
               GOBACK
           END-IF

           PERFORM LOAD-PLAYOFF-DATES
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "PAIRGEN: fatal - schedule file not available -
      -             " run SCHEDGEN first - status " WS-SCHEDULE-STATUS
               PERFORM CLOSE-ABSENCE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-EXCEPTION-FILE
           PERFORM SAVE-OTHER-HALL-MATCHES
           IF RETURN-CODE = 8
               CLOSE SCHEDULE-FILE
               CLOSE EXCEPTION-FILE
               PERFORM CLOSE-ABSENCE-FILE
               GOBACK
           END-IF
           OPEN OUTPUT MATCH-FILE
           PERFORM RESTORE-OTHER-HALL-MATCHES
           OPEN OUTPUT PAIRING-SHEET-FILE

           MOVE "N" TO WS-SCHEDULE-EOF
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       *> Playoff nights are paired from the bracket
                       *> by PLAYOFF, not by the season rotation.
                       *> A night already handed out keeps its
                       *> place in the rotation but is not re-paired.
                       IF SCH-NIGHT-TYPE NOT = "PLAYOFF"
                          AND SCH-HALL-CODE = WS-HALL-CODE
                           ADD 1 TO WS-NIGHT-COUNT
                           IF WS-FROM-DATE NOT = SPACES
                              AND SCH-DATE < WS-FROM-DATE
                               ADD 1 TO WS-FROZEN-NIGHT-COUNT
                           ELSE
                               PERFORM PAIR-ONE-NIGHT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SCHEDULE-FILE
           CLOSE MATCH-FILE
           CLOSE PAIRING-SHEET-FILE
           PERFORM WRITE-SUBSTITUTE-LIST
           PERFORM CHECK-HALL-CAPACITY
           PERFORM WRITE-EXCEPTION-TOTALS
           CLOSE EXCEPTION-FILE
           PERFORM CLOSE-ABSENCE-FILE
           DISPLAY "PAIRGEN: " WS-MATCH-COUNT " pairing(s) generated a
      -        "cross " WS-NIGHT-COUNT " night(s)"
           IF WS-FROM-DATE NOT = SPACES
               DISPLAY "PAIRGEN: " WS-FROZEN-NIGHT-COUNT " night(s) befo
      -            "re " WS-FROM-DATE " kept as printed - "
                   WS-FROZEN-MATCH-COUNT " pairing(s)"
           END-IF
           DISPLAY "PAIRGEN: " WS-ABSENT-HONOURED-COUNT
              " absence(s) honoured - " WS-SUB-ASSIGNED-COUNT
              " substitute(s) pre-assigned - " WS-EXCEPTION-COUNT
              " exception(s) on PAIREXC"
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
                               MOVE LGR-ABSENCE-RULE
                                  TO WS-ABSENCE-RULE
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

       READ-PAIRING-PARM.
           MOVE SPACES TO WS-FROM-DATE
           OPEN INPUT PAIRING-PARM-FILE
           IF WS-PAIR-PARM-STATUS = "00"
               READ PAIRING-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PPR-FROM-DATE TO WS-FROM-DATE
               END-READ
               CLOSE PAIRING-PARM-FILE
           END-IF
           IF WS-FROM-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FROM-DATE-8
           STRING WS-FROM-DATE(1:4) WS-FROM-DATE(6:2)
                  WS-FROM-DATE(9:2)
              DELIMITED BY SIZE INTO WS-FROM-DATE-8
           END-STRING
           IF WS-FROM-DATE(5:1) NOT = "-"
              OR WS-FROM-DATE(8:1) NOT = "-"
              OR WS-FROM-DATE-8 IS NOT NUMERIC
               DISPLAY "PAIRGEN: fatal - re-pair date on PAIRPRM must be
      -             " YYYY-MM-DD - " WS-FROM-DATE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE-NUM) NOT = 0
               DISPLAY "PAIRGEN: fatal - re-pair date on PAIRPRM is not 
      -             "a calendar date - " WS-FROM-DATE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PAIRGEN: re-pairing from " WS-FROM-DATE
              " - earlier nights kept as printed".

       OPEN-ABSENCE-FILE.
           MOVE "N" TO WS-ABSENCE-OPEN
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = "00"
               MOVE "Y" TO WS-ABSENCE-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-ABSENCE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PAIRGEN: fatal - absence file not available - status
      -         " " WS-ABSENCE-STATUS
           MOVE 8 TO RETURN-CODE.

       CLOSE-ABSENCE-FILE.
           IF ABSENCE-FILE-OPEN
               CLOSE ABSENCE-FILE
               MOVE "N" TO WS-ABSENCE-OPEN
           END-IF.

       CHECK-ABSENCE.
           MOVE "N" TO WS-IS-ABSENT
           IF NOT ABSENCE-FILE-OPEN OR WS-CHECK-ID = WS-BYE-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-ID TO ABS-PLAYER-ID
           MOVE WS-CHECK-DATE TO ABS-GAME-DATE
           READ ABSENCE-FILE
           IF WS-ABSENCE-STATUS = "00"
               MOVE "Y" TO WS-IS-ABSENT
           END-IF.

       LOAD-SUBSTITUTE-POOL.
           MOVE 0 TO WS-POOL-COUNT
           MOVE 1 TO WS-POOL-NEXT
           OPEN INPUT SUBSTITUTE-POOL-FILE
           IF WS-POOL-STATUS = "00"
               MOVE "N" TO WS-POOL-EOF
               PERFORM UNTIL POOL-AT-EOF
                   READ SUBSTITUTE-POOL-FILE
                       AT END
                           MOVE "Y" TO WS-POOL-EOF
                       NOT AT END
                           PERFORM ADD-POOL-GUEST
                   END-READ
               END-PERFORM
               CLOSE SUBSTITUTE-POOL-FILE
           END-IF
           IF ABSENCE-SUBSTITUTES AND WS-POOL-COUNT = 0
               DISPLAY "PAIRGEN: warning - no substitute pool for this h
      -             "all - absent members will not be covered"
           END-IF.

       ADD-POOL-GUEST.
           IF SPL-GUEST-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SPL-HALL-CODE NOT = SPACES
              AND SPL-HALL-CODE NOT = WS-HALL-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-POOL-COUNT >= 50
               DISPLAY "PAIRGEN: warning - substitute pool is full - max
      -             "imum 50 guests - " SPL-GUEST-ID " not loaded"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POOL-COUNT
           MOVE SPL-GUEST-ID TO WS-PL-GUEST-ID(WS-POOL-COUNT)
           MOVE SPL-GUEST-NAME TO WS-PL-GUEST-NAME(WS-POOL-COUNT).

       LOAD-SUBSTITUTE-LIST.
           *> The whole list is held so it can be written back; it is
           *> shared with the desk and the other halls.
           MOVE 0 TO WS-SUBLIST-COUNT
           MOVE 0 TO WS-SUBLIST-DROPPED
           MOVE "N" TO WS-SUBLIST-ON-FILE
           OPEN INPUT SUBSTITUTE-FILE
           IF WS-SUB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SUBLIST-ON-FILE
           MOVE "N" TO WS-SUB-EOF
           PERFORM UNTIL SUB-LIST-AT-EOF
               READ SUBSTITUTE-FILE
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       PERFORM KEEP-SUBSTITUTE-ROW
               END-READ
           END-PERFORM
           CLOSE SUBSTITUTE-FILE.

       KEEP-SUBSTITUTE-ROW.
           IF SUBSTITUTE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           *> This hall's own pre-assignments for the nights being
           *> re-paired are replaced by the ones this run makes.
           IF SUB-PRE-ASSIGNED AND SUB-HALL-CODE = WS-HALL-CODE
              AND (WS-FROM-DATE = SPACES
                   OR SUB-GAME-DATE NOT < WS-FROM-DATE)
               ADD 1 TO WS-SUBLIST-DROPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBLIST-COUNT >= 1000
               DISPLAY "PAIRGEN: fatal - substitute list is over 1000 ro
      -             "ws - nothing paired"
               MOVE "Y" TO WS-SUB-EOF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUBLIST-COUNT
           MOVE SUB-GUEST-ID   TO WS-SL-GUEST-ID(WS-SUBLIST-COUNT)
           MOVE SUB-GUEST-NAME TO WS-SL-GUEST-NAME(WS-SUBLIST-COUNT)
           MOVE SUB-COVERS-ID  TO WS-SL-COVERS-ID(WS-SUBLIST-COUNT)
           MOVE SUB-GAME-DATE  TO WS-SL-GAME-DATE(WS-SUBLIST-COUNT)
           MOVE SUB-HALL-CODE  TO WS-SL-HALL-CODE(WS-SUBLIST-COUNT)
           MOVE SUB-ORIGIN     TO WS-SL-ORIGIN(WS-SUBLIST-COUNT).

       OPEN-EXCEPTION-FILE.
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "PAIRING EXCEPTIONS - " WS-HALL-NAME
              DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           IF WS-FROM-DATE NOT = SPACES
               MOVE SPACES TO EXCEPTION-LINE
               STRING "RE-PAIRED FROM " WS-FROM-DATE
                      " - EARLIER NIGHTS AS PRINTED"
                  DELIMITED BY SIZE INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
           END-IF
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "EXCEPTION     NIGHT      PLAYER     NAME               
      -         "  KEYED      REASON               OUTCOME"
              TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       READ-HALL-LAYOUT.
           *> With no layout for the hall no tables are assigned and
           *> the room is not checked.
           MOVE "N" TO WS-LAYOUT-FOUND
           OPEN INPUT HALL-LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LAYOUT-EOF
           PERFORM UNTIL LAYOUT-AT-EOF
               READ HALL-LAYOUT-FILE
                   AT END
                       MOVE "Y" TO WS-LAYOUT-EOF
                   NOT AT END
                       IF HLY-HALL-CODE = WS-HALL-CODE
                           MOVE "Y" TO WS-LAYOUT-FOUND
                           MOVE "Y" TO WS-LAYOUT-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HALL-LAYOUT-FILE
           IF NOT HALL-LAYOUT-ON-FILE
               EXIT PARAGRAPH
           END-IF

           IF HLY-TABLES-AVAILABLE IS NOT NUMERIC
              OR HLY-TABLES-AVAILABLE = 0
               DISPLAY "PAIRGEN: fatal - hall layout tables available mu
      -             "st be 01-99 - " HLY-TABLES-AVAILABLE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE HLY-TABLES-AVAILABLE TO WS-TABLES-AVAILABLE
           MOVE 0 TO WS-ZONE-SIZE(1)
           MOVE 0 TO WS-ZONE-SIZE(2)
           PERFORM VARYING WS-RES-I FROM 1 BY 1 UNTIL WS-RES-I > 2
               IF HLY-RES-DIVISION(WS-RES-I) NOT = SPACE
                   PERFORM TAKE-DIVISION-RESERVE
               END-IF
           END-PERFORM
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RESERVED-TOTAL = WS-ZONE-SIZE(1) + WS-ZONE-SIZE(2)
           IF WS-RESERVED-TOTAL > WS-TABLES-AVAILABLE
               DISPLAY "PAIRGEN: fatal - hall layout reserves more table
      -             "s than the hall has - " WS-RESERVED-TOTAL
                  " of " WS-TABLES-AVAILABLE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ZONE-FIRST(1)
           COMPUTE WS-ZONE-FIRST(2) = 1 + WS-ZONE-SIZE(1)
           COMPUTE WS-SHARED-FIRST = 1 + WS-RESERVED-TOTAL
           COMPUTE WS-SHARED-SIZE =
              WS-TABLES-AVAILABLE - WS-RESERVED-TOTAL
           DISPLAY "PAIRGEN: hall layout " WS-TABLES-AVAILABLE
              " table(s) - division A " WS-ZONE-SIZE(1)
              " - division B " WS-ZONE-SIZE(2)
              " - shared " WS-SHARED-SIZE.

       TAKE-DIVISION-RESERVE.
           IF HLY-RES-TABLES(WS-RES-I) IS NOT NUMERIC
               DISPLAY "PAIRGEN: fatal - hall layout reserve for divisio
      -             "n " HLY-RES-DIVISION(WS-RES-I) " must be 00-99"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE HLY-RES-DIVISION(WS-RES-I)
               WHEN WS-DIV-CODE(1)
                   MOVE HLY-RES-TABLES(WS-RES-I) TO WS-ZONE-SIZE(1)
               WHEN WS-DIV-CODE(2)
                   MOVE HLY-RES-TABLES(WS-RES-I) TO WS-ZONE-SIZE(2)
               WHEN OTHER
                   DISPLAY "PAIRGEN: fatal - hall layout names unknown d
      -                 "ivision " HLY-RES-DIVISION(WS-RES-I)
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       FIND-DATE-USAGE.
           MOVE 0 TO WS-CURRENT-USAGE
           PERFORM VARYING WS-USAGE-I FROM 1 BY 1
                   UNTIL WS-USAGE-I > WS-USAGE-COUNT
                      OR WS-CURRENT-USAGE > 0
               IF WS-US-DATE(WS-USAGE-I) = SCH-DATE
                   MOVE WS-USAGE-I TO WS-CURRENT-USAGE
               END-IF
           END-PERFORM
           IF WS-CURRENT-USAGE > 0 OR WS-USAGE-COUNT >= 300
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USAGE-COUNT
           MOVE WS-USAGE-COUNT TO WS-CURRENT-USAGE
           MOVE SCH-DATE TO WS-US-DATE(WS-CURRENT-USAGE)
           MOVE 0 TO WS-US-ZONE-USED(WS-CURRENT-USAGE, 1)
           MOVE 0 TO WS-US-ZONE-USED(WS-CURRENT-USAGE, 2)
           MOVE 0 TO WS-US-SHARED-USED(WS-CURRENT-USAGE)
           MOVE 0 TO WS-US-GAMES(WS-CURRENT-USAGE)
           MOVE 0 TO WS-US-OVERFLOW(WS-CURRENT-USAGE).

       ASSIGN-TABLE.
           *> A bye needs no table; a game takes the next table in its
           *> division's block, then the next shared one.
           MOVE 0 TO WS-TABLE-NUMBER
           IF NOT HALL-LAYOUT-ON-FILE OR WS-CURRENT-USAGE = 0
              OR WS-AWAY-ID = WS-BYE-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-US-GAMES(WS-CURRENT-USAGE)
           IF WS-US-ZONE-USED(WS-CURRENT-USAGE, WS-D)
                 < WS-ZONE-SIZE(WS-D)
               ADD 1 TO WS-US-ZONE-USED(WS-CURRENT-USAGE, WS-D)
               COMPUTE WS-TABLE-NUMBER = WS-ZONE-FIRST(WS-D)
                  + WS-US-ZONE-USED(WS-CURRENT-USAGE, WS-D) - 1
               EXIT PARAGRAPH
           END-IF
           IF WS-US-SHARED-USED(WS-CURRENT-USAGE) < WS-SHARED-SIZE
               ADD 1 TO WS-US-SHARED-USED(WS-CURRENT-USAGE)
               COMPUTE WS-TABLE-NUMBER = WS-SHARED-FIRST
                  + WS-US-SHARED-USED(WS-CURRENT-USAGE) - 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-US-OVERFLOW(WS-CURRENT-USAGE).

       WRITE-NIGHT-TABLE-LINE.
           *> The count is for the whole date so far, so the sheet for
           *> a night stacked onto another shows the room as it will
           *> actually be.
           IF NOT HALL-LAYOUT-ON-FILE OR WS-CURRENT-USAGE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-US-GAMES(WS-CURRENT-USAGE) TO WS-GAMES-EDIT
           MOVE WS-TABLES-AVAILABLE TO WS-TABLES-EDIT
           MOVE WS-US-OVERFLOW(WS-CURRENT-USAGE) TO WS-OVERFLOW-EDIT
           MOVE SPACES TO PAIRING-SHEET-LINE
           IF WS-US-OVERFLOW(WS-CURRENT-USAGE) = 0
               STRING "TABLES IN USE " FUNCTION TRIM(WS-GAMES-EDIT)
                      " OF " FUNCTION TRIM(WS-TABLES-EDIT)
                  DELIMITED BY SIZE INTO PAIRING-SHEET-LINE
               END-STRING
           ELSE
               STRING "*** OVER CAPACITY - "
                      FUNCTION TRIM(WS-GAMES-EDIT)
                      " GAME(S) FOR " FUNCTION TRIM(WS-TABLES-EDIT)
                      " TABLE(S) - " FUNCTION TRIM(WS-OVERFLOW-EDIT)
                      " WITHOUT A TABLE ***"
                  DELIMITED BY SIZE INTO PAIRING-SHEET-LINE
               END-STRING
           END-IF
           WRITE PAIRING-SHEET-LINE.

       CHECK-HALL-CAPACITY.
           *> Warned here, before the night, so the desk can move a
           *> makeup instead of finding out at the door.
           MOVE 0 TO WS-OVER-CAPACITY-COUNT
           PERFORM VARYING WS-USAGE-I FROM 1 BY 1
                   UNTIL WS-USAGE-I > WS-USAGE-COUNT
               IF WS-US-OVERFLOW(WS-USAGE-I) > 0
                   PERFORM REPORT-OVER-CAPACITY
               END-IF
           END-PERFORM
           IF WS-OVER-CAPACITY-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       REPORT-OVER-CAPACITY.
           ADD 1 TO WS-OVER-CAPACITY-COUNT
           DISPLAY "PAIRGEN: warning - " WS-US-DATE(WS-USAGE-I) " has "
              WS-US-GAMES(WS-USAGE-I) " game(s) for "
              WS-TABLES-AVAILABLE " table(s) - "
              WS-US-OVERFLOW(WS-USAGE-I) " without a table"
           MOVE WS-US-GAMES(WS-USAGE-I) TO WS-GAMES-EDIT
           MOVE WS-TABLES-AVAILABLE TO WS-TABLES-EDIT
           MOVE WS-US-OVERFLOW(WS-USAGE-I) TO WS-OVERFLOW-EDIT
           MOVE SPACES TO EXCEPTION-LINE
           STRING "OVER CAPACITY " WS-US-DATE(WS-USAGE-I) " "
                  FUNCTION TRIM(WS-GAMES-EDIT) " GAME(S) FOR "
                  FUNCTION TRIM(WS-TABLES-EDIT) " TABLE(S) - "
                  FUNCTION TRIM(WS-OVERFLOW-EDIT) " WITHOUT A TABLE"
              DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       LOAD-PLAYOFF-DATES.
           *> A missing schedule is reported by the main pass.
           MOVE 0 TO WS-PLAYOFF-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCHEDULE-EOF
           PERFORM UNTIL SCHEDULE-AT-EOF
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       IF SCH-NIGHT-TYPE = "PLAYOFF"
                          AND SCH-HALL-CODE = WS-HALL-CODE
                          AND WS-PLAYOFF-COUNT < 50
                           ADD 1 TO WS-PLAYOFF-COUNT
                           MOVE SCH-DATE
                              TO WS-PO-DATE(WS-PLAYOFF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       SAVE-OTHER-HALL-MATCHES.
           *> Every other hall's pairings are set aside on MATCHESW
           *> before MATCHES is regenerated, so pairing one hall
           *> never costs another hall its fixtures. This hall's own
           *> nights before the re-pair date go with them, and are
           *> checked for notices that came in after they were
           *> printed. A night being re-paired must not have results
           *> on it yet - they would be lost with the old pairings.
           *> The hall's playoff nights are never re-paired here, so
           *> they always go with the set-aside rows.
           MOVE 0 TO WS-KEPT-MATCH-COUNT
           MOVE 0 TO WS-FROZEN-MATCH-COUNT
           MOVE 0 TO WS-PLAYOFF-MATCH-COUNT
           MOVE SPACES TO WS-SETTLED-DATE
           OPEN INPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MATCH-WORK-FILE
           IF WS-MATCH-WORK-STATUS NOT = "00"
               DISPLAY "PAIRGEN: fatal - match work file not availabl
      -             "e - status " WS-MATCH-WORK-STATUS
               CLOSE MATCH-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MATCH-EOF
           PERFORM UNTIL MATCH-AT-EOF
               READ MATCH-FILE
                   AT END
                       MOVE "Y" TO WS-MATCH-EOF
                   NOT AT END
                       PERFORM SAVE-ONE-MATCH
               END-READ
           END-PERFORM
           CLOSE MATCH-FILE
           CLOSE MATCH-WORK-FILE
           IF WS-SETTLED-DATE NOT = SPACES
               DISPLAY "PAIRGEN: run refused - night " WS-SETTLED-DATE
                  " already has results - re-pair from a later night"
               MOVE 8 TO RETURN-CODE
           END-IF.

       SAVE-ONE-MATCH.
           IF MAT-HALL-CODE NOT = WS-HALL-CODE
               WRITE MATCH-WORK-RECORD FROM MATCH-RECORD
               ADD 1 TO WS-KEPT-MATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLAYOFF-MATCH
           PERFORM VARYING WS-PO-I FROM 1 BY 1
                   UNTIL WS-PO-I > WS-PLAYOFF-COUNT
               IF WS-PO-DATE(WS-PO-I) = MAT-GAME-DATE
                   MOVE "Y" TO WS-PLAYOFF-MATCH
               END-IF
           END-PERFORM
           IF PLAYOFF-MATCH
               WRITE MATCH-WORK-RECORD FROM MATCH-RECORD
               ADD 1 TO WS-PLAYOFF-MATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MAT-GAME-DATE < WS-FROM-DATE
               WRITE MATCH-WORK-RECORD FROM MATCH-RECORD
               ADD 1 TO WS-FROZEN-MATCH-COUNT
               PERFORM CHECK-LATE-NOTICES
               EXIT PARAGRAPH
           END-IF
           IF NOT MAT-UNPLAYED AND WS-SETTLED-DATE = SPACES
               MOVE MAT-GAME-DATE TO WS-SETTLED-DATE
           END-IF.

       RESTORE-OTHER-HALL-MATCHES.
           IF WS-KEPT-MATCH-COUNT = 0 AND WS-FROZEN-MATCH-COUNT = 0
              AND WS-PLAYOFF-MATCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MATCH-WORK-FILE
           MOVE "N" TO WS-MATCH-EOF
           PERFORM UNTIL MATCH-AT-EOF
               READ MATCH-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-MATCH-EOF
                   NOT AT END
                       WRITE MATCH-RECORD FROM MATCH-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE MATCH-WORK-FILE
           DISPLAY "PAIRGEN: " WS-KEPT-MATCH-COUNT
              " pairing(s) for other halls carried forward"
           IF WS-PLAYOFF-MATCH-COUNT > 0
               DISPLAY "PAIRGEN: " WS-PLAYOFF-MATCH-COUNT
                  " playoff pairing(s) carried forward"
           END-IF.

       LOAD-ACTIVE-PLAYERS.
           *> Only active registered players are paired - an inactive
           *> id on the master must never be handed a fixture it can
           IF NOT PM-ACTIVE
               EXIT PARAGRAPH
           END-IF
           *> A player registered at two halls is paired at both.
           IF PM-HOME-HALL NOT = WS-HALL-CODE
              AND (PM-SECOND-HALL = SPACES
                   OR PM-SECOND-HALL NOT = WS-HALL-CODE)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-D
           IF PM-DIVISION = WS-DIV-CODE(1)
               MOVE 1 TO WS-D
           MOVE PM-PLAYER-ID
              TO WS-DP-PLAYER-ID(WS-D, WS-DIV-PLAYER-COUNT(WS-D))
           MOVE PM-PLAYER-NAME
              TO WS-DP-PLAYER-NAME(WS-D, WS-DIV-PLAYER-COUNT(WS-D))
           MOVE "N"
              TO WS-DP-ABSENT(WS-D, WS-DIV-PLAYER-COUNT(WS-D)).

       PAIR-ONE-NIGHT.
           MOVE SPACES TO PAIRING-SHEET-LINE
           WRITE PAIRING-SHEET-LINE
           MOVE SPACES TO PAIRING-SHEET-LINE
           STRING "PAIRINGS FOR " SCH-DATE " - " SCH-NIGHT-TYPE
                  " - " WS-HALL-NAME
              DELIMITED BY SIZE INTO PAIRING-SHEET-LINE
           END-STRING
           WRITE PAIRING-SHEET-LINE
           PERFORM FIND-DATE-USAGE
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 2
               PERFORM MARK-DIVISION-ABSENCES
               PERFORM PAIR-ONE-DIVISION
           END-PERFORM
           PERFORM WRITE-NIGHT-TABLE-LINE.

       MARK-DIVISION-ABSENCES.
           MOVE 0 TO WS-DIV-ABSENT-COUNT(WS-D)
           MOVE SCH-DATE TO WS-CHECK-DATE
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-DIV-PLAYER-COUNT(WS-D)
               MOVE WS-DP-PLAYER-ID(WS-D, WS-P) TO WS-CHECK-ID
               PERFORM CHECK-ABSENCE
               MOVE WS-IS-ABSENT TO WS-DP-ABSENT(WS-D, WS-P)
               IF PLAYER-IS-ABSENT
                   ADD 1 TO WS-DIV-ABSENT-COUNT(WS-D)
               END-IF
           END-PERFORM.

       PAIR-ONE-DIVISION.
                     WS-ROUND-SIZE - 1)
           END-PERFORM

           MOVE 0 TO WS-ORPHAN-COUNT
           PERFORM VARYING WS-PAIR-I FROM 1 BY 1
                   UNTIL WS-PAIR-I > WS-ROUND-SIZE / 2
               COMPUTE WS-OPP-I = WS-ROUND-SIZE + 1 - WS-PAIR-I
               PERFORM WRITE-ONE-PAIRING
           END-PERFORM
           IF WS-DIV-ABSENT-COUNT(WS-D) > 0
              AND NOT ABSENCE-SUBSTITUTES
               PERFORM PAIR-DIVISION-ORPHANS
               PERFORM LIST-DIVISION-ABSENTEES
           END-IF.

       WRITE-ONE-PAIRING.
           MOVE WS-SLOT-INDEX(WS-PAIR-I) TO WS-PLAYER-I
           IF WS-HOME-ID = WS-BYE-ID
               MOVE WS-AWAY-ID TO WS-HOME-ID
               MOVE WS-AWAY-NAME TO WS-HOME-NAME
               MOVE WS-AWAY-ABSENT TO WS-HOME-ABSENT
               MOVE WS-BYE-ID TO WS-AWAY-ID
               MOVE SPACES TO WS-AWAY-NAME
               MOVE "N" TO WS-AWAY-ABSENT
           END-IF

           *> A division with nobody away is paired exactly as the
           *> rotation has it.
           IF WS-DIV-ABSENT-COUNT(WS-D) = 0
               PERFORM WRITE-PAIRING-RECORD
               EXIT PARAGRAPH
           END-IF
           IF ABSENCE-SUBSTITUTES
               PERFORM WRITE-PAIRING-RECORD
               PERFORM COVER-ABSENT-SIDES
               EXIT PARAGRAPH
           END-IF
           *> Pairing only the members who are available: an absent
           *> member gets no fixture, and whoever they would have met
           *> - or whoever drew the bye - waits to be paired with
           *> another member left without an opponent.
           IF NOT HOME-IS-ABSENT AND NOT AWAY-IS-ABSENT
              AND WS-AWAY-ID NOT = WS-BYE-ID
               PERFORM WRITE-PAIRING-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-HOME-ID NOT = WS-BYE-ID AND NOT HOME-IS-ABSENT
               MOVE WS-HOME-ID TO WS-CHECK-ID
               MOVE WS-HOME-NAME TO WS-EXC-PLAYER-NAME
               PERFORM ADD-ORPHAN
           END-IF
           IF WS-AWAY-ID NOT = WS-BYE-ID AND NOT AWAY-IS-ABSENT
               MOVE WS-AWAY-ID TO WS-CHECK-ID
               MOVE WS-AWAY-NAME TO WS-EXC-PLAYER-NAME
               PERFORM ADD-ORPHAN
           END-IF.

       ADD-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE WS-CHECK-ID TO WS-OR-PLAYER-ID(WS-ORPHAN-COUNT)
           MOVE WS-EXC-PLAYER-NAME
              TO WS-OR-PLAYER-NAME(WS-ORPHAN-COUNT).

       PAIR-DIVISION-ORPHANS.
           PERFORM VARYING WS-ORPHAN-I FROM 1 BY 2
                   UNTIL WS-ORPHAN-I > WS-ORPHAN-COUNT
               MOVE WS-OR-PLAYER-ID(WS-ORPHAN-I) TO WS-HOME-ID
               MOVE WS-OR-PLAYER-NAME(WS-ORPHAN-I) TO WS-HOME-NAME
               IF WS-ORPHAN-I < WS-ORPHAN-COUNT
                   MOVE WS-OR-PLAYER-ID(WS-ORPHAN-I + 1)
                      TO WS-AWAY-ID
                   MOVE WS-OR-PLAYER-NAME(WS-ORPHAN-I + 1)
                      TO WS-AWAY-NAME
               ELSE
                   MOVE WS-BYE-ID TO WS-AWAY-ID
                   MOVE SPACES TO WS-AWAY-NAME
               END-IF
               PERFORM WRITE-PAIRING-RECORD
           END-PERFORM.

       LIST-DIVISION-ABSENTEES.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-DIV-PLAYER-COUNT(WS-D)
               IF WS-DP-ABSENT(WS-D, WS-P) = "Y"
                   MOVE SPACES TO WS-SHEET-DETAIL-LINE
                   MOVE WS-DP-PLAYER-ID(WS-D, WS-P) TO WS-SHD-HOME-ID
                   MOVE WS-DP-PLAYER-NAME(WS-D, WS-P)
                      TO WS-SHD-HOME-NAME
                   MOVE "ABSENT" TO WS-SHD-AWAY-ID
                   MOVE WS-SHEET-DETAIL-LINE TO PAIRING-SHEET-LINE
                   WRITE PAIRING-SHEET-LINE
                   ADD 1 TO WS-ABSENT-HONOURED-COUNT
               END-IF
           END-PERFORM.

       COVER-ABSENT-SIDES.
           *> The pairing stands and a pool guest takes the absent
           *> member's seat. A member who drew the bye has no game to
           *> cover.
           IF WS-AWAY-ID = WS-BYE-ID
               EXIT PARAGRAPH
           END-IF
           MOVE SCH-DATE TO WS-SUB-NIGHT-DATE
           IF HOME-IS-ABSENT
               MOVE WS-HOME-ID TO WS-SUB-COVERS-ID
               MOVE WS-HOME-NAME TO WS-EXC-PLAYER-NAME
               PERFORM COVER-ONE-ABSENTEE
           END-IF
           IF AWAY-IS-ABSENT
               MOVE WS-AWAY-ID TO WS-SUB-COVERS-ID
               MOVE WS-AWAY-NAME TO WS-EXC-PLAYER-NAME
               PERFORM COVER-ONE-ABSENTEE
           END-IF.

       COVER-ONE-ABSENTEE.
           ADD 1 TO WS-ABSENT-HONOURED-COUNT
           PERFORM ASSIGN-POOL-GUEST
           MOVE SPACES TO PAIRING-SHEET-LINE
           IF WS-POOL-PICK > 0
               STRING "    SUB " WS-PL-GUEST-ID(WS-POOL-PICK) " "
                      WS-PL-GUEST-NAME(WS-POOL-PICK) " FOR "
                      WS-SUB-COVERS-ID
                  DELIMITED BY SIZE INTO PAIRING-SHEET-LINE
               END-STRING
           ELSE
               STRING "    NO SUBSTITUTE FOR " WS-SUB-COVERS-ID
                      " - SEE PAIREXC"
                  DELIMITED BY SIZE INTO PAIRING-SHEET-LINE
               END-STRING
               MOVE WS-SUB-COVERS-ID TO WS-CHECK-ID
               MOVE WS-SUB-NIGHT-DATE TO WS-CHECK-DATE
               PERFORM CHECK-ABSENCE
               MOVE SPACES TO WS-EXCEPTION-DETAIL-LINE
               MOVE "NO SUBSTITUTE" TO WS-EXL-TYPE
               MOVE WS-SUB-NIGHT-DATE TO WS-EXL-DATE
               MOVE WS-SUB-COVERS-ID TO WS-EXL-PLAYER-ID
               MOVE WS-EXC-PLAYER-NAME TO WS-EXL-PLAYER-NAME
               MOVE ABS-KEYED-DATE TO WS-EXL-KEYED-DATE
               MOVE ABS-REASON TO WS-EXL-REASON
               MOVE "POOL EXHAUSTED - GAME STANDS" TO WS-EXL-OUTCOME
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF
           WRITE PAIRING-SHEET-LINE.

       WRITE-PAIRING-RECORD.
           PERFORM ASSIGN-TABLE
           MOVE SPACES TO MATCH-RECORD
           MOVE SCH-DATE TO MAT-GAME-DATE
           MOVE WS-DIV-CODE(WS-D) TO MAT-DIVISION
           MOVE WS-HOME-ID TO MAT-HOME-ID
           MOVE WS-AWAY-ID TO MAT-AWAY-ID
           MOVE WS-HALL-CODE TO MAT-HALL-CODE
           MOVE SPACE TO MAT-RESULT
           MOVE 0 TO MAT-HOME-POINTS
           MOVE 0 TO MAT-AWAY-POINTS
           MOVE WS-TABLE-NUMBER TO MAT-TABLE-NUMBER
           WRITE MATCH-RECORD
           ADD 1 TO WS-MATCH-COUNT

           ELSE
               MOVE WS-AWAY-ID TO WS-SHD-AWAY-ID
               MOVE WS-AWAY-NAME TO WS-SHD-AWAY-NAME
               IF HALL-LAYOUT-ON-FILE
                   IF WS-TABLE-NUMBER = 0
                       MOVE "NO TABLE" TO WS-SHD-TABLE
                   ELSE
                       STRING "TABLE " WS-TABLE-NUMBER
                          DELIMITED BY SIZE INTO WS-SHD-TABLE
                       END-STRING
                   END-IF
               END-IF
           END-IF
           MOVE WS-SHEET-DETAIL-LINE TO PAIRING-SHEET-LINE
           WRITE PAIRING-SHEET-LINE.
           IF WS-PLAYER-I > WS-DIV-PLAYER-COUNT(WS-D)
               MOVE WS-BYE-ID TO WS-HOME-ID
               MOVE SPACES TO WS-HOME-NAME
               MOVE "N" TO WS-HOME-ABSENT
           ELSE
               MOVE WS-DP-PLAYER-ID(WS-D, WS-PLAYER-I) TO WS-HOME-ID
               MOVE WS-DP-PLAYER-NAME(WS-D, WS-PLAYER-I)
                  TO WS-HOME-NAME
               MOVE WS-DP-ABSENT(WS-D, WS-PLAYER-I) TO WS-HOME-ABSENT
           END-IF.

       RESOLVE-AWAY-PLAYER.
           IF WS-PLAYER-I > WS-DIV-PLAYER-COUNT(WS-D)
               MOVE WS-BYE-ID TO WS-AWAY-ID
               MOVE SPACES TO WS-AWAY-NAME
               MOVE "N" TO WS-AWAY-ABSENT
           ELSE
               MOVE WS-DP-PLAYER-ID(WS-D, WS-PLAYER-I) TO WS-AWAY-ID
               MOVE WS-DP-PLAYER-NAME(WS-D, WS-PLAYER-I)
                  TO WS-AWAY-NAME
               MOVE WS-DP-ABSENT(WS-D, WS-PLAYER-I) TO WS-AWAY-ABSENT
           END-IF.

       CHECK-LATE-NOTICES.
           *> A notice for a night already handed out came in too
           *> late to change its pairings. The desk needs to know
           *> whether the seat is covered before the night.
           IF NOT MAT-UNPLAYED OR MAT-IS-BYE
               EXIT PARAGRAPH
           END-IF
           MOVE MAT-GAME-DATE TO WS-CHECK-DATE
           MOVE MAT-HOME-ID TO WS-CHECK-ID
           PERFORM CHECK-ONE-LATE-NOTICE
           MOVE MAT-GAME-DATE TO WS-CHECK-DATE
           MOVE MAT-AWAY-ID TO WS-CHECK-ID
           PERFORM CHECK-ONE-LATE-NOTICE.

       CHECK-ONE-LATE-NOTICE.
           PERFORM CHECK-ABSENCE
           IF NOT PLAYER-IS-ABSENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LATE-NOTICE-COUNT
           PERFORM FIND-PLAYER-NAME
           MOVE SPACES TO WS-EXCEPTION-DETAIL-LINE
           MOVE "LATE NOTICE" TO WS-EXL-TYPE
           MOVE WS-CHECK-DATE TO WS-EXL-DATE
           MOVE WS-CHECK-ID TO WS-EXL-PLAYER-ID
           MOVE WS-EXC-PLAYER-NAME TO WS-EXL-PLAYER-NAME
           MOVE ABS-KEYED-DATE TO WS-EXL-KEYED-DATE
           MOVE ABS-REASON TO WS-EXL-REASON
           MOVE WS-CHECK-ID TO WS-SUB-COVERS-ID
           MOVE WS-CHECK-DATE TO WS-SUB-NIGHT-DATE
           PERFORM FIND-COVERING-GUEST
           IF WS-COVERING-GUEST-ID NOT = SPACES
               STRING "COVERED BY " WS-COVERING-GUEST-ID
                  DELIMITED BY SIZE INTO WS-EXL-OUTCOME
               END-STRING
           ELSE
               IF ABSENCE-SUBSTITUTES
                   PERFORM ASSIGN-POOL-GUEST
                   IF WS-POOL-PICK > 0
                       STRING "SUB ASSIGNED "
                              WS-PL-GUEST-ID(WS-POOL-PICK)
                          DELIMITED BY SIZE INTO WS-EXL-OUTCOME
                       END-STRING
                   ELSE
                       MOVE "NOT COVERED - POOL EXHAUSTED"
                          TO WS-EXL-OUTCOME
                   END-IF
               ELSE
                   MOVE "NOT COVERED" TO WS-EXL-OUTCOME
               END-IF
           END-IF
           PERFORM WRITE-EXCEPTION-DETAIL.

       FIND-PLAYER-NAME.
           MOVE SPACES TO WS-EXC-PLAYER-NAME
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 2
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-DIV-PLAYER-COUNT(WS-D)
                   IF WS-DP-PLAYER-ID(WS-D, WS-P) = WS-CHECK-ID
                       MOVE WS-DP-PLAYER-NAME(WS-D, WS-P)
                          TO WS-EXC-PLAYER-NAME
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-COVERING-GUEST.
           MOVE SPACES TO WS-COVERING-GUEST-ID
           PERFORM VARYING WS-SUBLIST-I FROM 1 BY 1
                   UNTIL WS-SUBLIST-I > WS-SUBLIST-COUNT
               IF WS-SL-COVERS-ID(WS-SUBLIST-I) = WS-SUB-COVERS-ID
                  AND WS-SL-GAME-DATE(WS-SUBLIST-I) = WS-SUB-NIGHT-DATE
                  AND WS-SL-HALL-CODE(WS-SUBLIST-I) = WS-HALL-CODE
                   MOVE WS-SL-GUEST-ID(WS-SUBLIST-I)
                      TO WS-COVERING-GUEST-ID
               END-IF
           END-PERFORM.

       ASSIGN-POOL-GUEST.
           *> The next guest in turn who is not already standing in
           *> somewhere that night takes the seat, and goes on the
           *> substitute list for YACHT to find on the night.
           MOVE 0 TO WS-POOL-PICK
           IF WS-POOL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SUBLIST-COUNT >= 1000
               DISPLAY "PAIRGEN: warning - substitute list is full - no 
      -             "guest assigned for " WS-SUB-COVERS-ID " on "
                   WS-SUB-NIGHT-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POOL-NEXT TO WS-POOL-I
           PERFORM VARYING WS-POOL-TRIES FROM 1 BY 1
                   UNTIL WS-POOL-TRIES > WS-POOL-COUNT
                      OR WS-POOL-PICK > 0
               PERFORM CHECK-GUEST-USED
               IF NOT GUEST-ALREADY-USED
                   MOVE WS-POOL-I TO WS-POOL-PICK
               END-IF
               ADD 1 TO WS-POOL-I
               IF WS-POOL-I > WS-POOL-COUNT
                   MOVE 1 TO WS-POOL-I
               END-IF
           END-PERFORM
           IF WS-POOL-PICK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POOL-I TO WS-POOL-NEXT
           ADD 1 TO WS-SUBLIST-COUNT
           MOVE WS-PL-GUEST-ID(WS-POOL-PICK)
              TO WS-SL-GUEST-ID(WS-SUBLIST-COUNT)
           MOVE WS-PL-GUEST-NAME(WS-POOL-PICK)
              TO WS-SL-GUEST-NAME(WS-SUBLIST-COUNT)
           MOVE WS-SUB-COVERS-ID TO WS-SL-COVERS-ID(WS-SUBLIST-COUNT)
           MOVE WS-SUB-NIGHT-DATE TO WS-SL-GAME-DATE(WS-SUBLIST-COUNT)
           MOVE WS-HALL-CODE TO WS-SL-HALL-CODE(WS-SUBLIST-COUNT)
           MOVE "P" TO WS-SL-ORIGIN(WS-SUBLIST-COUNT)
           ADD 1 TO WS-SUB-ASSIGNED-COUNT.

       CHECK-GUEST-USED.
           *> A guest can only be in one seat on a date, whichever
           *> hall it is at.
           MOVE "N" TO WS-GUEST-USED
           PERFORM VARYING WS-SUBLIST-I FROM 1 BY 1
                   UNTIL WS-SUBLIST-I > WS-SUBLIST-COUNT
               IF WS-SL-GUEST-ID(WS-SUBLIST-I)
                     = WS-PL-GUEST-ID(WS-POOL-I)
                  AND WS-SL-GAME-DATE(WS-SUBLIST-I) = WS-SUB-NIGHT-DATE
                   MOVE "Y" TO WS-GUEST-USED
               END-IF
           END-PERFORM.

       WRITE-SUBSTITUTE-LIST.
           *> The list is only rewritten when this run changed it.
           IF WS-SUBLIST-DROPPED = 0 AND WS-SUB-ASSIGNED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SUBSTITUTE-FILE
           IF WS-SUB-STATUS NOT = "00"
               DISPLAY "PAIRGEN: fatal - substitute list not writable - 
      -             "status " WS-SUB-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUBLIST-I FROM 1 BY 1
                   UNTIL WS-SUBLIST-I > WS-SUBLIST-COUNT
               MOVE SPACES TO SUBSTITUTE-RECORD
               MOVE WS-SL-GUEST-ID(WS-SUBLIST-I)   TO SUB-GUEST-ID
               MOVE WS-SL-GUEST-NAME(WS-SUBLIST-I) TO SUB-GUEST-NAME
               MOVE WS-SL-COVERS-ID(WS-SUBLIST-I)  TO SUB-COVERS-ID
               MOVE WS-SL-GAME-DATE(WS-SUBLIST-I)  TO SUB-GAME-DATE
               MOVE WS-SL-HALL-CODE(WS-SUBLIST-I)  TO SUB-HALL-CODE
               MOVE WS-SL-ORIGIN(WS-SUBLIST-I)     TO SUB-ORIGIN
               WRITE SUBSTITUTE-RECORD
           END-PERFORM
           CLOSE SUBSTITUTE-FILE
           DISPLAY "PAIRGEN: substitute list rewritten - "
              WS-SUBLIST-COUNT " row(s), " WS-SUBLIST-DROPPED
              " earlier pre-assignment(s) replaced".

       WRITE-EXCEPTION-DETAIL.
           MOVE WS-EXCEPTION-DETAIL-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-EXCEPTION-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "TOTAL EXCEPTIONS " WS-EXCEPTION-COUNT
                  " LATE NOTICES " WS-LATE-NOTICE-COUNT
              DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.
