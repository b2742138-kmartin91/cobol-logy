       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREADJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-TRANS-FILE ASSIGN TO "SCOREADJTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT ADJUST-REPORT-FILE ASSIGN TO "SCOREADJRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SCORED-HISTORY-FILE ASSIGN TO "SCOREHX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCOREHX-STATUS.

           SELECT SCORED-WORK-FILE ASSIGN TO "SCOREHXW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SCORE-INDEX-FILE ASSIGN TO "SCOREIX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SX-KEY
               FILE STATUS IS WS-SCOREIX-STATUS.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT MATCH-FILE ASSIGN TO "MATCHES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDGNCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CTL-STATUS.

           SELECT SUBSTITUTE-FILE ASSIGN TO "SUBLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMAST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TM-TEAM-ID
               FILE STATUS IS WS-TEAM-STATUS.

           SELECT TEAM-HISTORY-FILE ASSIGN TO "TEAMHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-TEAMHX-STATUS.

           SELECT BRACKET-FILE ASSIGN TO "PLAYOFFB"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BRACKET-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One approved correction per record - the roll as it should
      *> have been keyed, the dispute reason and the initials of the
      *> league officer who upheld it.
      *> Reason codes: DICE wrong dice keyed, CATG wrong category
      *> keyed, BOTH dice and category both keyed wrongly.
       FD  ADJUST-TRANS-FILE.
       01  ADJUST-TRANS-RECORD.
           05  SAJ-PLAYER-ID          PIC X(10).
           05  SAJ-GAME-DATE          PIC X(10).
           05  SAJ-ROUND-NUMBER       PIC 99.
           05  SAJ-DICE               PIC 9(5).
           05  SAJ-CATEGORY           PIC X(15).
           05  SAJ-REASON-CODE        PIC X(4).
               88 SAJ-REASON-VALID    VALUE "DICE" "CATG" "BOTH".
           05  SAJ-APPROVER           PIC X(3).

       FD  ADJUST-REPORT-FILE.
       01  ADJUST-REPORT-LINE         PIC X(120).

       FD  SCORED-HISTORY-FILE.
       COPY "CPY-SCORED-ROLL.cpy".

       FD  SCORED-WORK-FILE.
       01  SCORED-WORK-RECORD         PIC X(48).

       FD  SCORE-INDEX-FILE.
       COPY "CPY-SCORE-INDEX.cpy".

       FD  SEASON-HISTORY-FILE.
       COPY "CPY-SEASON-HISTORY.cpy".

       FD  MATCH-FILE.
       COPY "CPY-MATCH-RECORD.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "CPY-RUN-CONTROL.cpy".

       FD  SCHEDULE-FILE.
       COPY "CPY-SCHEDULE-RECORD.cpy".

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       FD  AUDIT-TRAIL-FILE.
       COPY "CPY-AUDIT-RECORD.cpy".

       FD  AUDIT-CONTROL-FILE.
       COPY "CPY-AUDIT-CONTROL.cpy".

       FD  SUBSTITUTE-FILE.
       COPY "CPY-SUBSTITUTE-RECORD.cpy".

       FD  TEAM-MASTER-FILE.
       COPY "CPY-TEAM-MASTER.cpy".

       FD  TEAM-HISTORY-FILE.
       COPY "CPY-TEAM-HISTORY.cpy".

       FD  BRACKET-FILE.
       COPY "CPY-PLAYOFF-BRACKET.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RESULT PIC 999 VALUE 0.
       01 WS-CATEGORY PIC X(15).
       01 WS-DICE PIC 9(5).
       COPY "CPY-RETURN-CODE.cpy".

       01 WS-COUNTS.
          05 WS-COUNT OCCURS 6 TIMES PIC 9 VALUE 0.

       01 WS-TEMP-VALUES.
          05 WS-I PIC 9 VALUE 0.
          05 WS-DICE-VALUE PIC 9 VALUE 0.
          05 WS-SUM PIC 99 VALUE 0.
          05 WS-HAS-THREE PIC 9 VALUE 0.
          05 WS-HAS-TWO PIC 9 VALUE 0.
          05 WS-M PIC 99 VALUE 0.
          05 WS-J PIC 99 VALUE 0.

       01 WS-DERIVED-FLAGS.
          05 WS-HAS-FULL-HOUSE PIC 9 VALUE 0.
          05 WS-HAS-FOUR-KIND  PIC 9 VALUE 0.
          05 WS-FOUR-KIND-VALUE PIC 9 VALUE 0.
          05 WS-HAS-YACHT      PIC 9 VALUE 0.

       01 WS-BATCH-FIELDS.
          05 WS-TRANS-STATUS          PIC XX VALUE SPACES.
          05 WS-REPORT-STATUS         PIC XX VALUE SPACES.
          05 WS-SCOREHX-STATUS        PIC XX VALUE SPACES.
          05 WS-WORK-STATUS           PIC XX VALUE SPACES.
          05 WS-SCOREIX-STATUS        PIC XX VALUE SPACES.
          05 WS-SEASON-STATUS         PIC XX VALUE SPACES.
          05 WS-AUDIT-STATUS          PIC XX VALUE SPACES.
          05 WS-TRANS-EOF             PIC X VALUE "N".
             88 TRANS-AT-EOF          VALUE "Y".
          05 WS-HISTORY-EOF           PIC X VALUE "N".
             88 HISTORY-AT-EOF        VALUE "Y".
          05 WS-SCOREIX-AVAILABLE     PIC X VALUE "N".
             88 SCORE-INDEX-AVAILABLE VALUE "Y".
          05 WS-HISTORY-BROKEN-FLAG   PIC X VALUE "N".
             88 HISTORY-REWRITE-FAILED VALUE "Y".
          05 WS-AUDIT-TIMESTAMP       PIC X(21) VALUE SPACES.
          05 WS-AUDIT-INPUT-VALUE     PIC X(60) VALUE SPACES.
          05 WS-RUN-STAMP             PIC X(21) VALUE SPACES.

       01 WS-AUDIT-GENERATION-FIELDS.
          05 WS-AUDIT-CTL-STATUS     PIC XX VALUE SPACES.
          05 WS-AUDIT-FILE-NAME      PIC X(20) VALUE "AUDITTRL".
          05 WS-AUDIT-NAME-SET       PIC X VALUE "N".
             88 AUDIT-NAME-RESOLVED  VALUE "Y".
          05 WS-AUDIT-HARD-STOP-FLAG PIC X VALUE "N".
             88 AUDIT-HARD-STOP      VALUE "Y".

       01 WS-ADJUST-COUNTS.
          05 WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
          05 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
          05 WS-FLIPPED-COUNT         PIC 9(5) VALUE 0.
          05 WS-NET-POINTS            PIC S9(7) VALUE 0.
          05 WS-HISTORY-ROWS          PIC 9(7) VALUE 0.
          05 WS-HISTORY-REWRITTEN     PIC 9(7) VALUE 0.

      *> The hall whose nights are corrected - named on HALLPRM,
      *> blank for the original league. Its cards, pairings, run
      *> control and season rows are the only ones touched.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.

      *> Scoring rules in effect for this run - standard league values
      *> unless the LEAGRULE parameter file overrides them, exactly as
      *> the scoring pass reads them, so a corrected card is re-derived
      *> under the same rules that scored it.
       01 WS-LEAGUE-RULES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-RULES-FOUND           PIC X VALUE "N".
             88 HALL-RULES-FOUND      VALUE "Y".
          05 WS-YACHT-SCORE           PIC 999 VALUE 50.
          05 WS-YACHT-BONUS           PIC 999 VALUE 100.
          05 WS-UPPER-BONUS           PIC 999 VALUE 35.
          05 WS-UPPER-THRESHOLD       PIC 999 VALUE 63.
          05 WS-STRAIGHT-SCORE        PIC 999 VALUE 30.
          05 WS-SEASON-START-MONTH    PIC 99  VALUE 9.
          05 WS-SEASON-END-MONTH      PIC 99  VALUE 5.
          05 WS-RULES-INVALID         PIC X VALUE "N".
             88 LEAGUE-RULES-INVALID  VALUE "Y".

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

      *> The schedule's points multipliers - a card on the Feb 29
      *> leap night re-derives at the doubled rate it first scored.
      *> The night type marks the playoff nights, which the scoring
      *> pass settles on MATCHES and the bracket but never posts to
      *> the season or team history - a correction to one moves
      *> only what the playoff night itself moved.
       01 WS-SCHEDULE-FIELDS.
          05 WS-SCHEDULE-STATUS       PIC XX VALUE SPACES.
          05 WS-SCHEDULE-EOF          PIC X VALUE "N".
             88 SCHEDULE-AT-EOF       VALUE "Y".
          05 WS-SCHEDULE-COUNT        PIC 999 VALUE 0.
          05 WS-SD                    PIC 999 VALUE 0.
          05 WS-LOOKUP-DATE           PIC X(10) VALUE SPACES.
          05 WS-LOOKUP-MULTIPLIER     PIC 9 VALUE 1.
          05 WS-LOOKUP-NIGHT-TYPE     PIC X(8) VALUE SPACES.
          05 WS-NIGHT-TYPE            PIC X(8) VALUE SPACES.
             88 PLAYOFF-NIGHT         VALUE "PLAYOFF".

       01 WS-SCHEDULE-TABLE.
          05 WS-SD-ENTRY OCCURS 200 TIMES.
             10 WS-SD-DATE            PIC X(10).
             10 WS-SD-MULTIPLIER      PIC 9.
             10 WS-SD-NIGHT-TYPE      PIC X(8).

       01 WS-RUN-CONTROL-FIELDS.
          05 WS-RUNCTL-STATUS         PIC XX VALUE SPACES.
          05 WS-RCT-EOF               PIC X VALUE "N".
             88 RUNCTL-AT-EOF         VALUE "Y".
          05 WS-RCT-COUNT             PIC 99 VALUE 0.
          05 WS-RCT-I                 PIC 99 VALUE 0.

       01 WS-RUN-CONTROL-TABLE.
          05 WS-RCT-ENTRY OCCURS 40 TIMES PIC X(39).

      *> The whole match file rides in memory while the corrected
      *> nights are re-settled, and is written back once at the end
      *> only if a pairing's points or result actually moved.
       01 WS-MATCH-FIELDS.
          05 WS-MATCH-STATUS          PIC XX VALUE SPACES.
          05 WS-MATCH-EOF             PIC X VALUE "N".
             88 MATCH-AT-EOF          VALUE "Y".
          05 WS-MATCH-COUNT           PIC 9(4) VALUE 0.
          05 WS-MT                    PIC 9(4) VALUE 0.
          05 WS-MATCH-CHANGED         PIC X VALUE "N".
             88 MATCHES-HAVE-CHANGES  VALUE "Y".
          05 WS-PAIR-INDEX            PIC 9(4) VALUE 0.
          05 WS-PAIR-SIDE             PIC X VALUE SPACE.
             88 PLAYER-IS-HOME        VALUE "H".
             88 PLAYER-IS-AWAY        VALUE "A".
          05 WS-OPPONENT-ID           PIC X(10) VALUE SPACES.
          05 WS-OPPONENT-CARD-FLAG    PIC X VALUE "N".
             88 OPPONENT-HAS-CARD     VALUE "Y".
          05 WS-OLD-MATCH-RESULT      PIC X VALUE SPACE.
          05 WS-NEW-MATCH-RESULT      PIC X VALUE SPACE.
          05 WS-RESULT-FLIP-FLAG      PIC X VALUE "N".
             88 MATCH-RESULT-FLIPPED  VALUE "Y".
          05 WS-OLD-OUTCOME           PIC X VALUE SPACE.
          05 WS-NEW-OUTCOME           PIC X VALUE SPACE.
          05 WS-OUTCOME-RESULT        PIC X VALUE SPACE.
          05 WS-OUTCOME-SIDE          PIC X VALUE SPACE.
          05 WS-OUTCOME               PIC X VALUE SPACE.

       01 WS-MATCH-TABLE.
          05 WS-MT-RECORD OCCURS 2000 TIMES PIC X(52).

      *> A guest's card settled the seat of the member the guest
      *> covered, so a guest's correction re-settles the member's
      *> pairing - unless the member turned in a card of their own,
      *> which took the seat back. PAIRGEN's pre-assigned row for
      *> the night and hall names the seat first, the desk's undated
      *> row otherwise.
       01 WS-SEAT-FIELDS.
          05 WS-SUB-STATUS            PIC XX VALUE SPACES.
          05 WS-SUB-EOF               PIC X VALUE "N".
             88 SUB-LIST-AT-EOF       VALUE "Y".
          05 WS-SEAT-ID               PIC X(10) VALUE SPACES.
          05 WS-PAIR-LOOKUP-ID        PIC X(10) VALUE SPACES.
          05 WS-SEAT-DATED-ID         PIC X(10) VALUE SPACES.
          05 WS-SEAT-UNDATED-ID       PIC X(10) VALUE SPACES.
          05 WS-SEAT-CARD-FLAG        PIC X VALUE "N".
             88 SEAT-OWNER-HAS-CARD   VALUE "Y".

      *> The playoff bracket PLAYOFF keeps, whole, so a corrected
      *> playoff card that changes who won its pairing can move the
      *> winner's place in the next round. Once that round has been
      *> played - or the final has crowned its champion - the
      *> bracket has moved past the night and the correction is
      *> refused rather than leave the bracket contradicting itself.
       01 WS-BRACKET-FIELDS.
          05 WS-BRACKET-STATUS        PIC XX VALUE SPACES.
          05 WS-BRACKET-EOF           PIC X VALUE "N".
             88 BRACKET-AT-EOF        VALUE "Y".
          05 WS-BRACKET-COUNT         PIC 999 VALUE 0.
          05 WS-BRACKET-FULL-FLAG     PIC X VALUE "N".
             88 BRACKET-TABLE-FULL    VALUE "Y".
          05 WS-BRACKET-CHANGED       PIC X VALUE "N".
             88 BRACKET-HAS-CHANGES   VALUE "Y".
          05 WS-PB                    PIC 999 VALUE 0.
          05 WS-PB-HOME-INDEX         PIC 999 VALUE 0.
          05 WS-PB-AWAY-INDEX         PIC 999 VALUE 0.
          05 WS-PB-OLD-WIN-INDEX      PIC 999 VALUE 0.
          05 WS-PB-NEW-WIN-INDEX      PIC 999 VALUE 0.
          05 WS-PB-NEXT-INDEX         PIC 999 VALUE 0.
          05 WS-PB-NEXT-MATCH         PIC 9(4) VALUE 0.
          05 WS-PB-HOME-ID            PIC X(10) VALUE SPACES.
          05 WS-PB-AWAY-ID            PIC X(10) VALUE SPACES.
          05 WS-PB-HOME-SEED          PIC 99 VALUE 0.
          05 WS-PB-AWAY-SEED          PIC 99 VALUE 0.
          05 WS-PB-DIVISION           PIC X VALUE SPACE.
          05 WS-PB-NEXT-ROUND         PIC 9 VALUE 0.
          05 WS-PB-NEXT-SLOT          PIC 99 VALUE 0.
          05 WS-PB-OLD-WIN-ID         PIC X(10) VALUE SPACES.
          05 WS-PB-NEW-WIN-ID         PIC X(10) VALUE SPACES.
          05 WS-PB-NEW-WIN-NAME       PIC X(20) VALUE SPACES.
          05 WS-PB-NEW-WIN-SEED       PIC 99 VALUE 0.
          05 WS-PB-NEXT-DATE          PIC X(10) VALUE SPACES.
          05 WS-PB-REPOINT-FLAG       PIC X VALUE "N".
             88 BRACKET-REPOINT-DUE   VALUE "Y".
          05 WS-REPOINTED-COUNT       PIC 9(5) VALUE 0.

       01 WS-BRACKET-TABLE.
          05 WS-PB-RECORD OCCURS 400 TIMES PIC X(72).

      *> The hall's teams, for the team trophy. A member's corrected
      *> card can change which three cards counted for the team that
      *> night, so the team's night total is re-derived under the
      *> counting rule TEAMNITE posts by - the best three members'
      *> cards - and the difference posts to the team history.
       01 WS-TEAM-FIELDS.
          05 WS-TEAM-STATUS           PIC XX VALUE SPACES.
          05 WS-TEAMHX-STATUS         PIC XX VALUE SPACES.
          05 WS-TEAM-EOF              PIC X VALUE "N".
             88 TEAM-AT-EOF           VALUE "Y".
          05 WS-TEAMHX-AVAILABLE      PIC X VALUE "N".
             88 TEAM-HISTORY-AVAILABLE VALUE "Y".
          05 WS-TEAM-COUNT            PIC 99 VALUE 0.
          05 WS-TT                    PIC 99 VALUE 0.
          05 WS-TM-M                  PIC 9 VALUE 0.
          05 WS-TM-N                  PIC 9 VALUE 0.
          05 WS-TM-U                  PIC 9 VALUE 0.
          05 WS-TM-COUNTED            PIC 9 VALUE 0.
          05 WS-PLAYER-TEAM-INDEX     PIC 99 VALUE 0.
          05 WS-MEMBER-TOTAL OCCURS 4 TIMES PIC 9(5).
          05 WS-MEMBER-SWAP           PIC 9(5) VALUE 0.
          05 WS-TEAM-NIGHT-WORK       PIC 9(5) VALUE 0.
          05 WS-TEAM-OLD-NIGHT        PIC 9(5) VALUE 0.
          05 WS-TEAM-NEW-NIGHT        PIC 9(5) VALUE 0.
          05 WS-TEAM-DELTA            PIC S9(5) VALUE 0.
          05 WS-TEAM-WORK-TOTAL       PIC S9(7) VALUE 0.
          05 WS-TEAM-SEASON-TOTAL     PIC 9(7) VALUE 0.
          05 WS-TEAM-NOTE             PIC X(30) VALUE SPACES.

       01 WS-TEAM-TABLE.
          05 WS-TT-ENTRY OCCURS 30 TIMES.
             10 WS-TT-TEAM-ID         PIC X(10).
             10 WS-TT-MEMBER-ID OCCURS 4 TIMES PIC X(10).

      *> The corrected player's teammates' cards for the night, with
      *> the categories filled the way the scoring pass filled them.
       01 WS-TEAMMATE-TABLE.
          05 WS-MATE-ENTRY OCCURS 4 TIMES.
             10 WS-MC-PLAYER-ID       PIC X(10).
             10 WS-MC-CARD-FLAG       PIC X.
                88 MATE-HAS-CARD      VALUE "Y".
             10 WS-MC-CAT-SCORE OCCURS 12 TIMES PIC 999.
             10 WS-MC-GRAND           PIC 9(5).

      *> The corrected player's card for the night, in round order -
      *> every round is re-derived after the correction, because a
      *> yacht gained or lost changes the bonus of every later yacht
      *> and joker on the same card.
       01 WS-CARD-FIELDS.
          05 WS-ADJ-GAME-DATE-8       PIC X(8) VALUE SPACES.
          05 WS-CARD-COUNT            PIC 99 VALUE 0.
          05 WS-CD                    PIC 99 VALUE 0.
          05 WS-CD-J                  PIC 99 VALUE 0.
          05 WS-TARGET-INDEX          PIC 99 VALUE 0.
          05 WS-CARD-YACHT-COUNT      PIC 99 VALUE 0.
          05 WS-NIGHT-MULTIPLIER      PIC 9 VALUE 1.
          05 WS-BEFORE-DICE           PIC 9(5) VALUE 0.
          05 WS-BEFORE-CATEGORY       PIC X(15) VALUE SPACES.
          05 WS-BEFORE-POINTS         PIC 999 VALUE 0.
          05 WS-AFTER-POINTS          PIC 999 VALUE 0.
          05 WS-BEFORE-GRAND          PIC 9(5) VALUE 0.
          05 WS-AFTER-GRAND           PIC 9(5) VALUE 0.
          05 WS-BEFORE-YACHTS         PIC 99 VALUE 0.
          05 WS-AFTER-YACHTS          PIC 99 VALUE 0.
          05 WS-GRAND-DELTA           PIC S9(5) VALUE 0.
          05 WS-YACHT-DELTA           PIC S99 VALUE 0.
          05 WS-CAT-INDEX             PIC 99 VALUE 0.
          05 WS-CARD-UPPER            PIC 9(4) VALUE 0.
          05 WS-CARD-LOWER            PIC 9(5) VALUE 0.
          05 WS-CARD-GRAND            PIC 9(5) VALUE 0.
          05 WS-INDEX-ROWS-UPDATED    PIC 99 VALUE 0.

       01 WS-CARD-TABLE.
          05 WS-CARD-ENTRY OCCURS 20 TIMES.
             10 WS-CD-ROUND-NUMBER    PIC 99.
             10 WS-CD-DICE            PIC 9(5).
             10 WS-CD-CATEGORY        PIC X(15).
             10 WS-CD-OLD-POINTS      PIC 999.
             10 WS-CD-OLD-YACHT-FLAG  PIC 9.
             10 WS-CD-NEW-POINTS      PIC 999.
             10 WS-CD-NEW-YACHT-FLAG  PIC 9.

       01 WS-CARD-ENTRY-TEMP          PIC X(30).

       01 WS-CARD-CATEGORY-SCORES.
          05 WS-CC-SCORE OCCURS 12 TIMES PIC 999.

      *> The player's other nights this season, totalled from the
      *> scored history, so a correction that lowers what was the
      *> season's best game can find the true best game behind it.
       01 WS-SEASON-NIGHT-FIELDS.
          05 WS-SEASON-CONTROL-KEY    PIC X(10) VALUE "##CONTROL#".
          05 WS-HISTORY-SEASON-ID     PIC X(9) VALUE SPACES.
          05 WS-ADJ-SEASON-ID         PIC X(9) VALUE SPACES.
          05 WS-WORK-DATE-8           PIC X(8) VALUE SPACES.
          05 WS-WORK-SEASON-ID        PIC X(9) VALUE SPACES.
          05 WS-WORK-YEAR             PIC 9(4) VALUE 0.
          05 WS-WORK-MONTH            PIC 99 VALUE 0.
          05 WS-SEASON-START-YEAR     PIC 9(4) VALUE 0.
          05 WS-SEASON-END-YEAR       PIC 9(4) VALUE 0.
          05 WS-NIGHT-COUNT           PIC 999 VALUE 0.
          05 WS-NT                    PIC 999 VALUE 0.
          05 WS-NIGHT-INDEX           PIC 999 VALUE 0.
          05 WS-HISTORY-BEST          PIC 9(5) VALUE 0.
          05 WS-SEASON-ROW-FLAG       PIC X VALUE "N".
             88 PLAYER-HAS-SEASON-ROW VALUE "Y".
          05 WS-SEASON-WORK-TOTAL     PIC S9(7) VALUE 0.
          05 WS-SEASON-WORK-YACHTS    PIC S9(5) VALUE 0.

       01 WS-SEASON-NIGHT-TABLE.
          05 WS-NT-ENTRY OCCURS 150 TIMES.
             10 WS-NT-DATE            PIC X(8).
             10 WS-NT-CAT-SCORE OCCURS 12 TIMES PIC 999.

       01 WS-REGISTER-HEAD-LINE.
          05 FILLER                   PIC X(4) VALUE "ADJ ".
          05 WS-RHL-PLAYER-ID         PIC X(10).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RHL-GAME-DATE         PIC X(10).
          05 FILLER                   PIC X(8) VALUE "  ROUND ".
          05 WS-RHL-ROUND             PIC Z9.
          05 FILLER                   PIC X(9) VALUE "  REASON ".
          05 WS-RHL-REASON            PIC X(4).
          05 FILLER                   PIC X(15)
             VALUE "  APPROVED BY ".
          05 WS-RHL-APPROVER          PIC X(3).

       01 WS-REGISTER-CARD-LINE.
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-RCL-LABEL             PIC X(6).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RCL-DICE              PIC 9(5).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RCL-CATEGORY          PIC X(15).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RCL-POINTS            PIC ZZ9.
          05 FILLER                   PIC X(8) VALUE "  CARD  ".
          05 WS-RCL-CARD              PIC ZZZZ9.
          05 FILLER                   PIC X(10) VALUE "  YACHTS  ".
          05 WS-RCL-YACHTS            PIC Z9.
          05 FILLER                   PIC X(9) VALUE "  MATCH  ".
          05 WS-RCL-MATCH             PIC X.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RCL-OPPONENT          PIC X(10).

       01 WS-REGISTER-POST-LINE.
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 FILLER                   PIC X(8) VALUE "POSTED  ".
          05 WS-RPL-DELTA             PIC -(5)9.
          05 FILLER                   PIC X(9) VALUE "  SEASON ".
          05 WS-RPL-SEASON-TOTAL      PIC ZZZZZ9.
          05 FILLER                   PIC X(7) VALUE "  BEST ".
          05 WS-RPL-BEST              PIC ZZZ9.
          05 FILLER                   PIC X(9) VALUE "  YACHTS ".
          05 WS-RPL-YACHTS            PIC ZZZ9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RPL-WINS              PIC ZZZ9.
          05 FILLER                   PIC X VALUE "-".
          05 WS-RPL-LOSSES            PIC ZZZ9.
          05 FILLER                   PIC X VALUE "-".
          05 WS-RPL-DRAWS             PIC ZZZ9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RPL-NOTE              PIC X(30).

       01 WS-REGISTER-TEAM-LINE.
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 FILLER                   PIC X(8) VALUE "TEAM    ".
          05 WS-RTL-DELTA             PIC -(5)9.
          05 FILLER                   PIC X(9) VALUE "  SEASON ".
          05 WS-RTL-SEASON-TOTAL      PIC ZZZZZZ9.
          05 FILLER                   PIC X(7) VALUE "  TEAM ".
          05 WS-RTL-TEAM-ID           PIC X(10).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-RTL-NOTE              PIC X(30).

       01 WS-REGISTER-EDIT-FIELDS.
          05 WS-EDIT-COUNT            PIC ZZZZ9.
          05 WS-EDIT-NET              PIC -(7)9.

       PROCEDURE DIVISION.
       RUN-SCORE-ADJUSTMENT.
           PERFORM READ-HALL-PARM
           PERFORM READ-LEAGUE-RULES
           IF LEAGUE-RULES-INVALID
               DISPLAY "SCOREADJ: run refused - league rules parameter
      -             " file is unreadable or out of range"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ADJUST-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "SCOREADJ: fatal - adjustment transaction file n
      -             "ot available - status " WS-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-SEASON-HISTORY-FILE
           IF RETURN-CODE = 8
               CLOSE ADJUST-TRANS-FILE
               GOBACK
           END-IF
           PERFORM LOAD-SCHEDULE-TABLE
           PERFORM LOAD-RUN-CONTROL-TABLE
           PERFORM LOAD-MATCH-TABLE
           PERFORM LOAD-BRACKET-TABLE
           PERFORM LOAD-TEAM-TABLE
           PERFORM OPEN-TEAM-HISTORY-FILE
           PERFORM OPEN-SCORE-INDEX-FILE
           PERFORM OPEN-AUDIT-TRAIL-FILE
           OPEN OUTPUT ADJUST-REPORT-FILE
           PERFORM WRITE-REGISTER-HEADING

           MOVE "N" TO WS-TRANS-EOF
           PERFORM UNTIL TRANS-AT-EOF OR HISTORY-REWRITE-FAILED
               READ ADJUST-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-TRANS-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-ADJUSTMENT
               END-READ
           END-PERFORM

           IF MATCHES-HAVE-CHANGES
               PERFORM WRITE-MATCH-FILE
           END-IF
           IF BRACKET-HAS-CHANGES
               PERFORM WRITE-BRACKET-FILE
           END-IF
           PERFORM WRITE-REGISTER-SUMMARY
           CLOSE ADJUST-TRANS-FILE
           CLOSE SEASON-HISTORY-FILE
           IF TEAM-HISTORY-AVAILABLE
               CLOSE TEAM-HISTORY-FILE
           END-IF
           IF SCORE-INDEX-AVAILABLE
               CLOSE SCORE-INDEX-FILE
           END-IF
           CLOSE ADJUST-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY "SCOREADJ: " WS-APPLIED-COUNT " adjustment(s) appl
      -        "ied, " WS-REJECTED-COUNT " rejected"
           IF HISTORY-REWRITE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       READ-HALL-PARM.
           *> No hall parameter, or a blank one, is the original
           *> league.
           MOVE SPACES TO WS-HALL-CODE
           OPEN INPUT HALL-PARM-FILE
           IF WS-HALL-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HALL-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE HLP-HALL-CODE TO WS-HALL-CODE
           END-READ
           CLOSE HALL-PARM-FILE.

       READ-LEAGUE-RULES.
           *> With no parameter file, or no record for this hall, the
           *> compiled-in standard rules apply; a hall record that is
           *> present but unreadable refuses the run, the same as the
           *> scoring pass.
           MOVE SPACES TO WS-HALL-NAME
           MOVE "N" TO WS-RULES-FOUND
           OPEN INPUT LEAGUE-RULES-FILE
           IF WS-RULES-STATUS = "00"
               MOVE "N" TO WS-RULES-EOF
               PERFORM UNTIL RULES-AT-EOF OR HALL-RULES-FOUND
                   READ LEAGUE-RULES-FILE
                       AT END
                           MOVE "Y" TO WS-RULES-EOF
                       NOT AT END
                           IF LGR-HALL-CODE = WS-HALL-CODE
                               MOVE "Y" TO WS-RULES-FOUND
                               MOVE LGR-HALL-NAME TO WS-HALL-NAME
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
           END-IF
           IF NOT HALL-RULES-FOUND
               EXIT PARAGRAPH
           END-IF

           IF LGR-YACHT-SCORE IS NOT NUMERIC
              OR LGR-YACHT-BONUS IS NOT NUMERIC
              OR LGR-UPPER-BONUS IS NOT NUMERIC
              OR LGR-UPPER-THRESHOLD IS NOT NUMERIC
              OR LGR-STRAIGHT-SCORE IS NOT NUMERIC
              OR LGR-SEASON-START-MONTH IS NOT NUMERIC
              OR LGR-SEASON-END-MONTH IS NOT NUMERIC
               MOVE "Y" TO WS-RULES-INVALID
               EXIT PARAGRAPH
           END-IF
           IF LGR-SEASON-START-MONTH < 1
              OR LGR-SEASON-START-MONTH > 12
              OR LGR-SEASON-END-MONTH < 1
              OR LGR-SEASON-END-MONTH > 12
               MOVE "Y" TO WS-RULES-INVALID
               EXIT PARAGRAPH
           END-IF

           MOVE LGR-YACHT-SCORE     TO WS-YACHT-SCORE
           MOVE LGR-YACHT-BONUS     TO WS-YACHT-BONUS
           MOVE LGR-UPPER-BONUS     TO WS-UPPER-BONUS
           MOVE LGR-UPPER-THRESHOLD TO WS-UPPER-THRESHOLD
           MOVE LGR-STRAIGHT-SCORE  TO WS-STRAIGHT-SCORE
           MOVE LGR-SEASON-START-MONTH TO WS-SEASON-START-MONTH
           MOVE LGR-SEASON-END-MONTH   TO WS-SEASON-END-MONTH.

       OPEN-SEASON-HISTORY-FILE.
           *> Corrections post into the season history the scoring
           *> pass keeps - with no history there is nothing a
           *> correction could be reconciled against.
           OPEN I-O SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "SCOREADJ: fatal - season history file not avai
      -             "lable - status " WS-SEASON-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "SCOREADJ: fatal - season history file carries
      -             "no control record - season id unknown"
               CLOSE SEASON-HISTORY-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SH-SEASON-ID TO WS-HISTORY-SEASON-ID.

       OPEN-SCORE-INDEX-FILE.
           *> The score index only ever holds the latest night's card,
           *> so it is corrected when it still carries the night being
           *> adjusted and otherwise left alone.
           MOVE "N" TO WS-SCOREIX-AVAILABLE
           OPEN I-O SCORE-INDEX-FILE
           IF WS-SCOREIX-STATUS = "00"
               MOVE "Y" TO WS-SCOREIX-AVAILABLE
           ELSE
               DISPLAY "SCOREADJ: warning - score index file not avail
      -             "able - status " WS-SCOREIX-STATUS
           END-IF.

       LOAD-SCHEDULE-TABLE.
           MOVE 0 TO WS-SCHEDULE-COUNT
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
                       IF WS-SCHEDULE-COUNT < 200
                          AND SCH-HALL-CODE = WS-HALL-CODE
                           ADD 1 TO WS-SCHEDULE-COUNT
                           MOVE SCH-DATE
                              TO WS-SD-DATE(WS-SCHEDULE-COUNT)
                           MOVE SCH-NIGHT-TYPE
                              TO WS-SD-NIGHT-TYPE(WS-SCHEDULE-COUNT)
                           MOVE 1
                              TO WS-SD-MULTIPLIER(WS-SCHEDULE-COUNT)
                           IF SCH-POINTS-MULTIPLIER IS NUMERIC
                              AND SCH-POINTS-MULTIPLIER > 0
                               MOVE SCH-POINTS-MULTIPLIER
                                  TO WS-SD-MULTIPLIER(WS-SCHEDULE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       LOOK-UP-NIGHT-MULTIPLIER.
           MOVE 1 TO WS-LOOKUP-MULTIPLIER
           MOVE SPACES TO WS-LOOKUP-NIGHT-TYPE
           PERFORM VARYING WS-SD FROM 1 BY 1
                   UNTIL WS-SD > WS-SCHEDULE-COUNT
               IF WS-SD-DATE(WS-SD) = WS-LOOKUP-DATE
                   MOVE WS-SD-MULTIPLIER(WS-SD) TO WS-LOOKUP-MULTIPLIER
                   MOVE WS-SD-NIGHT-TYPE(WS-SD) TO WS-LOOKUP-NIGHT-TYPE
               END-IF
           END-PERFORM.

       LOAD-RUN-CONTROL-TABLE.
           MOVE 0 TO WS-RCT-COUNT
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RCT-EOF
           PERFORM UNTIL RUNCTL-AT-EOF
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-RCT-EOF
                   NOT AT END
                       IF RCT-HALL-CODE = WS-HALL-CODE
                           PERFORM LOAD-ONE-RUN-CONTROL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

       LOAD-ONE-RUN-CONTROL.
           *> YACHT keeps a rolling file, so the newest nights are the
           *> ones a correction is likely to name - a full table drops
           *> its oldest row, never the latest.
           IF WS-RCT-COUNT >= 40
               DISPLAY "SCOREADJ: warning - run control table is full -
      -             "oldest record dropped"
               PERFORM VARYING WS-RCT-I FROM 1 BY 1
                       UNTIL WS-RCT-I >= WS-RCT-COUNT
                   MOVE WS-RCT-ENTRY(WS-RCT-I + 1)
                      TO WS-RCT-ENTRY(WS-RCT-I)
               END-PERFORM
               SUBTRACT 1 FROM WS-RCT-COUNT
           END-IF
           ADD 1 TO WS-RCT-COUNT
           MOVE RUN-CONTROL-RECORD TO WS-RCT-ENTRY(WS-RCT-COUNT).

       LOAD-MATCH-TABLE.
           MOVE 0 TO WS-MATCH-COUNT
           OPEN INPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MATCH-EOF
           PERFORM UNTIL MATCH-AT-EOF
               READ MATCH-FILE
                   AT END
                       MOVE "Y" TO WS-MATCH-EOF
                   NOT AT END
                       IF WS-MATCH-COUNT < 2000
                           ADD 1 TO WS-MATCH-COUNT
                           MOVE MATCH-RECORD
                              TO WS-MT-RECORD(WS-MATCH-COUNT)
                       ELSE
                           DISPLAY "SCOREADJ: warning - match table is
      -                         " full - maximum 2000 pairings"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATCH-FILE.

       LOAD-BRACKET-TABLE.
           *> Every hall's bracket rides in the table - the file is
           *> written back whole, so another hall's rows must be kept.
           MOVE 0 TO WS-BRACKET-COUNT
           MOVE "N" TO WS-BRACKET-FULL-FLAG
           OPEN INPUT BRACKET-FILE
           IF WS-BRACKET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BRACKET-EOF
           PERFORM UNTIL BRACKET-AT-EOF
               READ BRACKET-FILE
                   AT END
                       MOVE "Y" TO WS-BRACKET-EOF
                   NOT AT END
                       IF WS-BRACKET-COUNT < 400
                           ADD 1 TO WS-BRACKET-COUNT
                           MOVE BRACKET-RECORD
                              TO WS-PB-RECORD(WS-BRACKET-COUNT)
                       ELSE
                           MOVE "Y" TO WS-BRACKET-FULL-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRACKET-FILE
           IF BRACKET-TABLE-FULL
               DISPLAY "SCOREADJ: warning - bracket table is full - maxi
      -             "mum 400 bracket entries - bracket not re-pointed"
           END-IF.

       LOAD-TEAM-TABLE.
           *> No team master means no team trophy is being played.
           MOVE 0 TO WS-TEAM-COUNT
           OPEN INPUT TEAM-MASTER-FILE
           IF WS-TEAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO TM-TEAM-ID
           START TEAM-MASTER-FILE
               KEY IS NOT LESS THAN TM-TEAM-ID
           END-START
           MOVE "N" TO WS-TEAM-EOF
           IF WS-TEAM-STATUS NOT = "00"
               MOVE "Y" TO WS-TEAM-EOF
           END-IF
           PERFORM UNTIL TEAM-AT-EOF
               READ TEAM-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-TEAM-EOF
                   NOT AT END
                       IF WS-TEAM-COUNT < 30
                          AND TM-HALL-CODE = WS-HALL-CODE
                           ADD 1 TO WS-TEAM-COUNT
                           MOVE TM-TEAM-ID
                              TO WS-TT-TEAM-ID(WS-TEAM-COUNT)
                           PERFORM VARYING WS-TM-M FROM 1 BY 1
                                   UNTIL WS-TM-M > 4
                               MOVE TM-MEMBER-ID(WS-TM-M)
                                  TO WS-TT-MEMBER-ID(WS-TEAM-COUNT,
                                                     WS-TM-M)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEAM-MASTER-FILE.

       OPEN-TEAM-HISTORY-FILE.
           *> Team totals are only corrected on a team history that
           *> holds the same season the season history does.
           MOVE "N" TO WS-TEAMHX-AVAILABLE
           IF WS-TEAM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS NOT = "00"
               DISPLAY "SCOREADJ: warning - team history file not availa
      -             "ble - status " WS-TEAMHX-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO TE-HALL-CODE
           MOVE WS-SEASON-CONTROL-KEY TO TE-TEAM-ID
           READ TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS NOT = "00"
              OR TE-SEASON-ID NOT = WS-HISTORY-SEASON-ID
               DISPLAY "SCOREADJ: warning - team history does not hold s
      -             "eason " WS-HISTORY-SEASON-ID " - team totals not co
      -             "rrected"
               CLOSE TEAM-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TEAMHX-AVAILABLE.

       APPLY-ONE-ADJUSTMENT.
           MOVE 0 TO WS-RC-SEVERITY
           MOVE SPACES TO WS-RC-MESSAGE
           MOVE SPACES TO WS-AUDIT-INPUT-VALUE
           STRING SAJ-PLAYER-ID " " SAJ-GAME-DATE " " SAJ-ROUND-NUMBER
                  " " SAJ-DICE " " SAJ-CATEGORY " " SAJ-REASON-CODE
                  " " SAJ-APPROVER
              DELIMITED BY SIZE INTO WS-AUDIT-INPUT-VALUE
           END-STRING
           MOVE 0 TO WS-PAIR-INDEX
           MOVE "N" TO WS-RESULT-FLIP-FLAG
           MOVE "N" TO WS-SEASON-ROW-FLAG
           MOVE SPACE TO WS-OLD-MATCH-RESULT
           MOVE SPACE TO WS-NEW-MATCH-RESULT
           MOVE SPACES TO WS-NIGHT-TYPE
           MOVE "N" TO WS-SEAT-CARD-FLAG
           MOVE 0 TO WS-PB-HOME-INDEX
           MOVE "N" TO WS-PB-REPOINT-FLAG
           MOVE 0 TO WS-PLAYER-TEAM-INDEX
           MOVE 0 TO WS-TEAM-DELTA
           MOVE SPACES TO WS-TEAM-NOTE

           PERFORM VALIDATE-ADJUSTMENT
           IF WS-RC-OK
               MOVE SAJ-GAME-DATE TO WS-LOOKUP-DATE
               PERFORM LOOK-UP-NIGHT-MULTIPLIER
               MOVE WS-LOOKUP-NIGHT-TYPE TO WS-NIGHT-TYPE
               PERFORM CHECK-NIGHT-FINALIZED
           END-IF
           IF WS-RC-OK
               PERFORM RESOLVE-SEAT-PLAYER
               PERFORM FIND-NIGHT-PAIRING
               PERFORM FIND-PLAYER-TEAM
               PERFORM LOAD-PLAYER-CARD
               IF SEAT-OWNER-HAS-CARD
                   MOVE 0 TO WS-PAIR-INDEX
                   MOVE SPACES TO WS-OPPONENT-ID
               END-IF
           END-IF
           IF WS-RC-OK
               PERFORM REDERIVE-PLAYER-CARD
           END-IF
           IF WS-RC-OK
               PERFORM DERIVE-TEAM-NIGHT-TOTALS
               IF PLAYOFF-NIGHT
                   PERFORM CHECK-PLAYOFF-BRACKET
               END-IF
           END-IF
           IF WS-RC-OK
               PERFORM REWRITE-SCORED-HISTORY
           END-IF
           IF WS-RC-OK
               PERFORM UPDATE-SCORE-INDEX
               PERFORM RESETTLE-NIGHT-MATCH
               *> A playoff night was never posted to the season or
               *> team history - only its pairing and bracket move.
               IF PLAYOFF-NIGHT
                   PERFORM APPLY-PLAYOFF-BRACKET
               ELSE
                   PERFORM POST-SEASON-ADJUSTMENT
               END-IF
               PERFORM POST-TEAM-ADJUSTMENT
               ADD 1 TO WS-APPLIED-COUNT
               ADD WS-GRAND-DELTA TO WS-NET-POINTS
               MOVE SPACES TO WS-RC-MESSAGE
               STRING "applied - card " WS-BEFORE-GRAND " to "
                      WS-AFTER-GRAND " - match " WS-OLD-MATCH-RESULT
                      " to " WS-NEW-MATCH-RESULT
                  DELIMITED BY SIZE INTO WS-RC-MESSAGE
               END-STRING
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM WRITE-REGISTER-ENTRY
           PERFORM WRITE-AUDIT-RECORD.

       VALIDATE-ADJUSTMENT.
           IF SAJ-PLAYER-ID = SPACES
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: player id is required" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SAJ-GAME-DATE(1:4) IS NOT NUMERIC
              OR SAJ-GAME-DATE(5:1) NOT = "-"
              OR SAJ-GAME-DATE(6:2) IS NOT NUMERIC
              OR SAJ-GAME-DATE(8:1) NOT = "-"
              OR SAJ-GAME-DATE(9:2) IS NOT NUMERIC
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: game date must be a YYYY-MM-DD date"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SAJ-ROUND-NUMBER IS NOT NUMERIC
              OR SAJ-ROUND-NUMBER < 1 OR SAJ-ROUND-NUMBER > 12
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: round number must be 1 through 12"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SAJ-DICE IS NOT NUMERIC
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: dice roll contains a digit outside 1-6"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SAJ-DICE TO WS-DICE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE WS-DICE(WS-I:1) TO WS-DICE-VALUE
               IF WS-DICE-VALUE < 1 OR WS-DICE-VALUE > 6
                   MOVE 8 TO WS-RC-SEVERITY
                   MOVE "error: dice roll contains a digit outside 1-6"
                      TO WS-RC-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SAJ-CATEGORY TO WS-CATEGORY
           PERFORM FIND-CATEGORY-INDEX
           IF WS-CAT-INDEX = 0
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: category is not a recognized scoring categ
      -             "ory" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           *> Every correction names why it was made and who upheld
           *> the dispute - a change to a finalized night with no
           *> approval behind it is exactly what this run refuses.
           IF NOT SAJ-REASON-VALID
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: reason code must be DICE, CATG or BOTH"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF SAJ-APPROVER = SPACES
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: approver initials are required"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ADJ-GAME-DATE-8
           STRING SAJ-GAME-DATE(1:4) SAJ-GAME-DATE(6:2)
                  SAJ-GAME-DATE(9:2)
              DELIMITED BY SIZE INTO WS-ADJ-GAME-DATE-8
           END-STRING
           MOVE WS-ADJ-GAME-DATE-8 TO WS-WORK-DATE-8
           PERFORM DERIVE-SEASON-OF-DATE
           MOVE WS-WORK-SEASON-ID TO WS-ADJ-SEASON-ID
           IF WS-ADJ-SEASON-ID NOT = WS-HISTORY-SEASON-ID
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: game date is not in the season the season
      -             " history holds" TO WS-RC-MESSAGE
           END-IF.

       FIND-CATEGORY-INDEX.
           MOVE 0 TO WS-CAT-INDEX
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               IF WS-CATEGORY = WS-CATEGORY-NAME(WS-M)
                   MOVE WS-M TO WS-CAT-INDEX
               END-IF
           END-PERFORM.

       DERIVE-SEASON-OF-DATE.
           *> Same season rule the scoring pass applies: a window that
           *> wraps the year end belongs to the season ending the
           *> following calendar year once the start month arrives.
           MOVE WS-WORK-DATE-8(1:4) TO WS-WORK-YEAR
           MOVE WS-WORK-DATE-8(5:2) TO WS-WORK-MONTH
           IF WS-SEASON-START-MONTH > WS-SEASON-END-MONTH
               IF WS-WORK-MONTH >= WS-SEASON-START-MONTH
                   MOVE WS-WORK-YEAR TO WS-SEASON-START-YEAR
                   COMPUTE WS-SEASON-END-YEAR = WS-WORK-YEAR + 1
               ELSE
                   COMPUTE WS-SEASON-START-YEAR = WS-WORK-YEAR - 1
                   MOVE WS-WORK-YEAR TO WS-SEASON-END-YEAR
               END-IF
           ELSE
               MOVE WS-WORK-YEAR TO WS-SEASON-START-YEAR
               MOVE WS-WORK-YEAR TO WS-SEASON-END-YEAR
           END-IF
           MOVE SPACES TO WS-WORK-SEASON-ID
           STRING WS-SEASON-START-YEAR "-" WS-SEASON-END-YEAR
              DELIMITED BY SIZE INTO WS-WORK-SEASON-ID
           END-STRING.

       CHECK-NIGHT-FINALIZED.
           *> A night still open on the run control is corrected by
           *> rerunning or reprocessing it through the scoring pass -
           *> this run is only for nights that pass has closed. A
           *> night old enough to have rolled off the run control
           *> closed long ago.
           PERFORM VARYING WS-RCT-I FROM 1 BY 1
                   UNTIL WS-RCT-I > WS-RCT-COUNT
               MOVE WS-RCT-ENTRY(WS-RCT-I) TO RUN-CONTROL-RECORD
               IF RCT-RUN-DATE = WS-ADJ-GAME-DATE-8
                  AND NOT RCT-RUN-FINALIZED
                   MOVE 8 TO WS-RC-SEVERITY
                   MOVE "error: night is not finalized - correct it th
      -                 "rough the scoring run" TO WS-RC-MESSAGE
               END-IF
           END-PERFORM.

       RESOLVE-SEAT-PLAYER.
           *> The seat a card was scored in - the player's own, or
           *> the member's seat a guest covered that night.
           MOVE SAJ-PLAYER-ID TO WS-SEAT-ID
           MOVE SPACES TO WS-SEAT-DATED-ID
           MOVE SPACES TO WS-SEAT-UNDATED-ID
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
                       IF SUB-GUEST-ID = SAJ-PLAYER-ID
                          AND SUB-COVERS-ID NOT = SPACES
                           IF SUB-GAME-DATE = SPACES
                               MOVE SUB-COVERS-ID
                                  TO WS-SEAT-UNDATED-ID
                           END-IF
                           IF SUB-PRE-ASSIGNED
                              AND SUB-GAME-DATE = SAJ-GAME-DATE
                              AND SUB-HALL-CODE = WS-HALL-CODE
                               MOVE SUB-COVERS-ID TO WS-SEAT-DATED-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBSTITUTE-FILE
           IF WS-SEAT-DATED-ID NOT = SPACES
               MOVE WS-SEAT-DATED-ID TO WS-SEAT-ID
           ELSE
               IF WS-SEAT-UNDATED-ID NOT = SPACES
                   MOVE WS-SEAT-UNDATED-ID TO WS-SEAT-ID
               END-IF
           END-IF.

       FIND-NIGHT-PAIRING.
           *> A player paired in their own right is found under their
           *> own id; a guest's card settled the covered seat.
           MOVE 0 TO WS-PAIR-INDEX
           MOVE SPACE TO WS-PAIR-SIDE
           MOVE SPACES TO WS-OPPONENT-ID
           MOVE SAJ-PLAYER-ID TO WS-PAIR-LOOKUP-ID
           PERFORM FIND-PAIRING-FOR-ID
           IF WS-PAIR-INDEX = 0
              AND WS-SEAT-ID NOT = SAJ-PLAYER-ID
               MOVE WS-SEAT-ID TO WS-PAIR-LOOKUP-ID
               PERFORM FIND-PAIRING-FOR-ID
           END-IF
           IF WS-PAIR-INDEX > 0
               MOVE WS-PAIR-LOOKUP-ID TO WS-SEAT-ID
           END-IF.

       FIND-PAIRING-FOR-ID.
           PERFORM VARYING WS-MT FROM 1 BY 1
                   UNTIL WS-MT > WS-MATCH-COUNT
               MOVE WS-MT-RECORD(WS-MT) TO MATCH-RECORD
               IF MAT-GAME-DATE = SAJ-GAME-DATE
                  AND MAT-HALL-CODE = WS-HALL-CODE
                  AND NOT MAT-IS-BYE
                  AND NOT MAT-UNPLAYED
                   IF MAT-HOME-ID = WS-PAIR-LOOKUP-ID
                       MOVE WS-MT TO WS-PAIR-INDEX
                       MOVE "H" TO WS-PAIR-SIDE
                       MOVE MAT-AWAY-ID TO WS-OPPONENT-ID
                   END-IF
                   IF MAT-AWAY-ID = WS-PAIR-LOOKUP-ID
                       MOVE WS-MT TO WS-PAIR-INDEX
                       MOVE "A" TO WS-PAIR-SIDE
                       MOVE MAT-HOME-ID TO WS-OPPONENT-ID
                   END-IF
               END-IF
           END-PERFORM.

       FIND-PLAYER-TEAM.
           *> Only a member's own card counts for a team - a guest's
           *> card never did.
           MOVE 0 TO WS-PLAYER-TEAM-INDEX
           PERFORM VARYING WS-TT FROM 1 BY 1
                   UNTIL WS-TT > WS-TEAM-COUNT
               PERFORM VARYING WS-TM-M FROM 1 BY 1 UNTIL WS-TM-M > 4
                   IF WS-TT-MEMBER-ID(WS-TT, WS-TM-M) = SAJ-PLAYER-ID
                       MOVE WS-TT TO WS-PLAYER-TEAM-INDEX
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-TM-M FROM 1 BY 1 UNTIL WS-TM-M > 4
               MOVE SPACES TO WS-MC-PLAYER-ID(WS-TM-M)
               MOVE "N" TO WS-MC-CARD-FLAG(WS-TM-M)
               MOVE 0 TO WS-MC-GRAND(WS-TM-M)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                   MOVE 0 TO WS-MC-CAT-SCORE(WS-TM-M, WS-J)
               END-PERFORM
               IF WS-PLAYER-TEAM-INDEX > 0
                  AND WS-TT-MEMBER-ID(WS-PLAYER-TEAM-INDEX, WS-TM-M)
                      NOT = SAJ-PLAYER-ID
                   MOVE WS-TT-MEMBER-ID(WS-PLAYER-TEAM-INDEX, WS-TM-M)
                      TO WS-MC-PLAYER-ID(WS-TM-M)
               END-IF
           END-PERFORM.

       LOAD-PLAYER-CARD.
           *> One pass over the scored history collects the player's
           *> card for the night, notes whether the opponent scored a
           *> card of their own, totals the player's other nights this
           *> season, and lays a complete copy on the work file that
           *> the corrected history is rebuilt from.
           MOVE 0 TO WS-CARD-COUNT
           MOVE 0 TO WS-NIGHT-COUNT
           MOVE 0 TO WS-HISTORY-ROWS
           MOVE "N" TO WS-OPPONENT-CARD-FLAG
           OPEN INPUT SCORED-HISTORY-FILE
           IF WS-SCOREHX-STATUS NOT = "00"
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: scored history file not available"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCORED-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               CLOSE SCORED-HISTORY-FILE
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: scored history work file not available"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HISTORY-EOF
           PERFORM UNTIL HISTORY-AT-EOF
               READ SCORED-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF
                   NOT AT END
                       PERFORM COLLECT-ONE-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE SCORED-HISTORY-FILE
           CLOSE SCORED-WORK-FILE
           IF WS-RC-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TARGET-INDEX
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               IF WS-CD-ROUND-NUMBER(WS-CD) = SAJ-ROUND-NUMBER
                   MOVE WS-CD TO WS-TARGET-INDEX
               END-IF
           END-PERFORM
           IF WS-TARGET-INDEX = 0
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: round is not on the scored history for th
      -             "at night" TO WS-RC-MESSAGE
           END-IF.

       COLLECT-ONE-HISTORY-ROW.
           ADD 1 TO WS-HISTORY-ROWS
           MOVE SCORED-ROLL-RECORD TO SCORED-WORK-RECORD
           WRITE SCORED-WORK-RECORD
           IF WS-WORK-STATUS NOT = "00"
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: scored history work file write failed"
                  TO WS-RC-MESSAGE
           END-IF
           IF SRL-REVERSED
              OR SRL-HALL-CODE NOT = WS-HALL-CODE
               EXIT PARAGRAPH
           END-IF
           IF SRL-RUN-DATE = WS-ADJ-GAME-DATE-8
              AND WS-OPPONENT-ID NOT = SPACES
              AND SRL-PLAYER-ID = WS-OPPONENT-ID
               MOVE "Y" TO WS-OPPONENT-CARD-FLAG
           END-IF
           IF SRL-RUN-DATE = WS-ADJ-GAME-DATE-8
              AND WS-SEAT-ID NOT = SAJ-PLAYER-ID
              AND SRL-PLAYER-ID = WS-SEAT-ID
               MOVE "Y" TO WS-SEAT-CARD-FLAG
           END-IF
           IF SRL-RUN-DATE = WS-ADJ-GAME-DATE-8
              AND WS-PLAYER-TEAM-INDEX > 0
              AND SRL-PLAYER-ID NOT = SAJ-PLAYER-ID
               PERFORM COLLECT-TEAMMATE-ROUND
           END-IF
           IF SRL-PLAYER-ID NOT = SAJ-PLAYER-ID
               EXIT PARAGRAPH
           END-IF
           IF SRL-RUN-DATE = WS-ADJ-GAME-DATE-8
               IF WS-CARD-COUNT >= 20
                   MOVE 8 TO WS-RC-SEVERITY
                   MOVE "error: card holds more than 20 rounds for th
      -                 "at night" TO WS-RC-MESSAGE
               ELSE
                   ADD 1 TO WS-CARD-COUNT
                   MOVE SRL-ROUND-NUMBER
                      TO WS-CD-ROUND-NUMBER(WS-CARD-COUNT)
                   MOVE SRL-DICE TO WS-CD-DICE(WS-CARD-COUNT)
                   MOVE SRL-CATEGORY TO WS-CD-CATEGORY(WS-CARD-COUNT)
                   MOVE SRL-POINTS TO WS-CD-OLD-POINTS(WS-CARD-COUNT)
                   MOVE SRL-YACHT-FLAG
                      TO WS-CD-OLD-YACHT-FLAG(WS-CARD-COUNT)
                   MOVE SRL-POINTS TO WS-CD-NEW-POINTS(WS-CARD-COUNT)
                   MOVE SRL-YACHT-FLAG
                      TO WS-CD-NEW-YACHT-FLAG(WS-CARD-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SRL-RUN-DATE TO WS-WORK-DATE-8
           PERFORM DERIVE-SEASON-OF-DATE
           IF WS-WORK-SEASON-ID NOT = WS-ADJ-SEASON-ID
               EXIT PARAGRAPH
           END-IF
           *> A playoff card never counted toward the season's best
           *> game, so it cannot become it here either.
           MOVE SPACES TO WS-LOOKUP-DATE
           STRING SRL-RUN-DATE(1:4) "-" SRL-RUN-DATE(5:2)
                  "-" SRL-RUN-DATE(7:2)
              DELIMITED BY SIZE INTO WS-LOOKUP-DATE
           END-STRING
           PERFORM LOOK-UP-NIGHT-MULTIPLIER
           IF WS-LOOKUP-NIGHT-TYPE NOT = "PLAYOFF"
               PERFORM TALLY-SEASON-NIGHT
           END-IF.

       COLLECT-TEAMMATE-ROUND.
           PERFORM VARYING WS-TM-M FROM 1 BY 1 UNTIL WS-TM-M > 4
               IF WS-MC-PLAYER-ID(WS-TM-M) NOT = SPACES
                  AND WS-MC-PLAYER-ID(WS-TM-M) = SRL-PLAYER-ID
                   MOVE "Y" TO WS-MC-CARD-FLAG(WS-TM-M)
                   MOVE SRL-CATEGORY TO WS-CATEGORY
                   PERFORM FIND-CATEGORY-INDEX
                   IF WS-CAT-INDEX > 0
                       MOVE SRL-POINTS
                          TO WS-MC-CAT-SCORE(WS-TM-M, WS-CAT-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-SEASON-NIGHT.
           MOVE 0 TO WS-NIGHT-INDEX
           PERFORM VARYING WS-NT FROM 1 BY 1
                   UNTIL WS-NT > WS-NIGHT-COUNT
               IF WS-NT-DATE(WS-NT) = SRL-RUN-DATE
                   MOVE WS-NT TO WS-NIGHT-INDEX
               END-IF
           END-PERFORM
           IF WS-NIGHT-INDEX = 0
               IF WS-NIGHT-COUNT >= 150
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-NIGHT-COUNT TO WS-NIGHT-INDEX
               MOVE SRL-RUN-DATE TO WS-NT-DATE(WS-NIGHT-INDEX)
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                   MOVE 0 TO WS-NT-CAT-SCORE(WS-NIGHT-INDEX, WS-J)
               END-PERFORM
           END-IF
           MOVE SRL-CATEGORY TO WS-CATEGORY
           PERFORM FIND-CATEGORY-INDEX
           IF WS-CAT-INDEX > 0
               MOVE SRL-POINTS
                  TO WS-NT-CAT-SCORE(WS-NIGHT-INDEX, WS-CAT-INDEX)
           END-IF.

       REDERIVE-PLAYER-CARD.
           *> Rounds replay in round order, the order the sheet was
           *> played, so the yacht count behind each bonus is the
           *> count the player actually had at that roll.
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               PERFORM VARYING WS-CD-J FROM 1 BY 1
                       UNTIL WS-CD-J > WS-CARD-COUNT - WS-CD
                   IF WS-CD-ROUND-NUMBER(WS-CD-J) >
                      WS-CD-ROUND-NUMBER(WS-CD-J + 1)
                       MOVE WS-CARD-ENTRY(WS-CD-J)
                          TO WS-CARD-ENTRY-TEMP
                       MOVE WS-CARD-ENTRY(WS-CD-J + 1)
                          TO WS-CARD-ENTRY(WS-CD-J)
                       MOVE WS-CARD-ENTRY-TEMP
                          TO WS-CARD-ENTRY(WS-CD-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               IF WS-CD-ROUND-NUMBER(WS-CD) = SAJ-ROUND-NUMBER
                   MOVE WS-CD TO WS-TARGET-INDEX
               END-IF
           END-PERFORM

           MOVE WS-CD-DICE(WS-TARGET-INDEX) TO WS-BEFORE-DICE
           MOVE WS-CD-CATEGORY(WS-TARGET-INDEX) TO WS-BEFORE-CATEGORY
           MOVE WS-CD-OLD-POINTS(WS-TARGET-INDEX) TO WS-BEFORE-POINTS
           IF WS-BEFORE-DICE = SAJ-DICE
              AND WS-BEFORE-CATEGORY = SAJ-CATEGORY
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: correction matches the round as scored"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               IF WS-CD NOT = WS-TARGET-INDEX
                  AND WS-CD-CATEGORY(WS-CD) = SAJ-CATEGORY
                   MOVE 8 TO WS-RC-SEVERITY
                   MOVE "error: category is already used by another ro
      -                 "und on the card" TO WS-RC-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE SAJ-DICE TO WS-CD-DICE(WS-TARGET-INDEX)
           MOVE SAJ-CATEGORY TO WS-CD-CATEGORY(WS-TARGET-INDEX)

           MOVE 0 TO WS-CARD-YACHT-COUNT
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               PERFORM REPLAY-ONE-ROUND
               IF WS-RC-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-CD-NEW-POINTS(WS-TARGET-INDEX) TO WS-AFTER-POINTS

           MOVE SAJ-GAME-DATE TO WS-LOOKUP-DATE
           PERFORM LOOK-UP-NIGHT-MULTIPLIER
           MOVE WS-LOOKUP-MULTIPLIER TO WS-NIGHT-MULTIPLIER

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
               MOVE 0 TO WS-CC-SCORE(WS-J)
           END-PERFORM
           MOVE 0 TO WS-BEFORE-YACHTS
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               IF WS-CD = WS-TARGET-INDEX
                   MOVE WS-BEFORE-CATEGORY TO WS-CATEGORY
               ELSE
                   MOVE WS-CD-CATEGORY(WS-CD) TO WS-CATEGORY
               END-IF
               PERFORM FIND-CATEGORY-INDEX
               IF WS-CAT-INDEX > 0
                   MOVE WS-CD-OLD-POINTS(WS-CD)
                      TO WS-CC-SCORE(WS-CAT-INDEX)
               END-IF
               ADD WS-CD-OLD-YACHT-FLAG(WS-CD) TO WS-BEFORE-YACHTS
           END-PERFORM
           PERFORM TOTAL-CARD-CATEGORIES
           MOVE WS-CARD-GRAND TO WS-BEFORE-GRAND

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
               MOVE 0 TO WS-CC-SCORE(WS-J)
           END-PERFORM
           MOVE 0 TO WS-AFTER-YACHTS
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               MOVE WS-CD-CATEGORY(WS-CD) TO WS-CATEGORY
               PERFORM FIND-CATEGORY-INDEX
               IF WS-CAT-INDEX > 0
                   MOVE WS-CD-NEW-POINTS(WS-CD)
                      TO WS-CC-SCORE(WS-CAT-INDEX)
               END-IF
               ADD WS-CD-NEW-YACHT-FLAG(WS-CD) TO WS-AFTER-YACHTS
           END-PERFORM
           PERFORM TOTAL-CARD-CATEGORIES
           MOVE WS-CARD-GRAND TO WS-AFTER-GRAND

           COMPUTE WS-GRAND-DELTA = WS-AFTER-GRAND - WS-BEFORE-GRAND
           COMPUTE WS-YACHT-DELTA = WS-AFTER-YACHTS - WS-BEFORE-YACHTS.

       REPLAY-ONE-ROUND.
           MOVE WS-CD-DICE(WS-CD) TO WS-DICE
           MOVE WS-CD-CATEGORY(WS-CD) TO WS-CATEGORY
           MOVE 0 TO WS-RESULT
           PERFORM INITIALIZE-COUNTS
           PERFORM COUNT-DICE
           PERFORM SCORE-CATEGORY-VALUE
           IF WS-RC-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULATE-JOKER-BONUS
           IF WS-RC-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-HAS-YACHT = 1
               ADD 1 TO WS-CARD-YACHT-COUNT
           END-IF
           MOVE WS-RESULT TO WS-CD-NEW-POINTS(WS-CD)
           MOVE WS-HAS-YACHT TO WS-CD-NEW-YACHT-FLAG(WS-CD).

       TOTAL-CARD-CATEGORIES.
           MOVE 0 TO WS-CARD-UPPER
           MOVE 0 TO WS-CARD-LOWER
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 6
               ADD WS-CC-SCORE(WS-J) TO WS-CARD-UPPER
           END-PERFORM
           PERFORM VARYING WS-J FROM 7 BY 1 UNTIL WS-J > 12
               ADD WS-CC-SCORE(WS-J) TO WS-CARD-LOWER
           END-PERFORM
           COMPUTE WS-CARD-GRAND = WS-CARD-UPPER + WS-CARD-LOWER
           IF WS-CARD-UPPER >= WS-UPPER-THRESHOLD
               ADD WS-UPPER-BONUS TO WS-CARD-GRAND
           END-IF
           COMPUTE WS-CARD-GRAND = WS-CARD-GRAND * WS-NIGHT-MULTIPLIER.

       SCORE-CATEGORY-VALUE.
           EVALUATE WS-CATEGORY
               WHEN "ones"
                   COMPUTE WS-RESULT = WS-COUNT(1) * 1
               WHEN "twos"
                   COMPUTE WS-RESULT = WS-COUNT(2) * 2
               WHEN "threes"
                   COMPUTE WS-RESULT = WS-COUNT(3) * 3
               WHEN "fours"
                   COMPUTE WS-RESULT = WS-COUNT(4) * 4
               WHEN "fives"
                   COMPUTE WS-RESULT = WS-COUNT(5) * 5
               WHEN "sixes"
                   COMPUTE WS-RESULT = WS-COUNT(6) * 6
               WHEN "full house"
                   PERFORM CHECK-FULL-HOUSE
               WHEN "four of a kind"
                   PERFORM CHECK-FOUR-OF-KIND
               WHEN "little straight"
                   PERFORM CHECK-LITTLE-STRAIGHT
               WHEN "big straight"
                   PERFORM CHECK-BIG-STRAIGHT
               WHEN "choice"
                   PERFORM CALCULATE-CHOICE
               WHEN "yacht"
                   PERFORM CALCULATE-YACHT-VALUE
           END-EVALUATE.

       INITIALIZE-COUNTS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               MOVE 0 TO WS-COUNT(WS-I)
           END-PERFORM.

       COUNT-DICE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE WS-DICE(WS-I:1) TO WS-DICE-VALUE
               ADD 1 TO WS-COUNT(WS-DICE-VALUE)
           END-PERFORM
           PERFORM DERIVE-CATEGORY-FLAGS.

       DERIVE-CATEGORY-FLAGS.
           MOVE 0 TO WS-HAS-THREE
           MOVE 0 TO WS-HAS-TWO
           MOVE 0 TO WS-HAS-FULL-HOUSE
           MOVE 0 TO WS-HAS-FOUR-KIND
           MOVE 0 TO WS-FOUR-KIND-VALUE
           MOVE 0 TO WS-HAS-YACHT

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 6
               IF WS-COUNT(WS-I) = 3
                   MOVE 1 TO WS-HAS-THREE
               END-IF
               IF WS-COUNT(WS-I) = 2
                   MOVE 1 TO WS-HAS-TWO
               END-IF
               IF WS-COUNT(WS-I) >= 4
                   MOVE WS-I TO WS-FOUR-KIND-VALUE
                   MOVE 1 TO WS-HAS-FOUR-KIND
               END-IF
               IF WS-COUNT(WS-I) = 5
                   MOVE 1 TO WS-HAS-YACHT
               END-IF
           END-PERFORM

           IF WS-HAS-THREE = 1 AND WS-HAS-TWO = 1
               MOVE 1 TO WS-HAS-FULL-HOUSE
           END-IF.

       CHECK-FULL-HOUSE.
           MOVE 0 TO WS-RESULT
           IF WS-HAS-FULL-HOUSE = 1
               PERFORM CALCULATE-CHOICE
           END-IF.

       CHECK-FOUR-OF-KIND.
           MOVE 0 TO WS-RESULT
           IF WS-HAS-FOUR-KIND = 1
               COMPUTE WS-RESULT = WS-FOUR-KIND-VALUE * 4
           END-IF.

       CHECK-LITTLE-STRAIGHT.
           MOVE 0 TO WS-RESULT
           IF WS-COUNT(1) = 1 AND WS-COUNT(2) = 1 AND
              WS-COUNT(3) = 1 AND WS-COUNT(4) = 1 AND
              WS-COUNT(5) = 1
               MOVE WS-STRAIGHT-SCORE TO WS-RESULT
           END-IF.

       CHECK-BIG-STRAIGHT.
           MOVE 0 TO WS-RESULT
           IF WS-COUNT(2) = 1 AND WS-COUNT(3) = 1 AND
              WS-COUNT(4) = 1 AND WS-COUNT(5) = 1 AND
              WS-COUNT(6) = 1
               MOVE WS-STRAIGHT-SCORE TO WS-RESULT
           END-IF.

       CALCULATE-YACHT-VALUE.
           MOVE 0 TO WS-RESULT
           IF WS-HAS-YACHT = 1
               COMPUTE WS-RESULT = WS-YACHT-SCORE +
                  (WS-CARD-YACHT-COUNT * WS-YACHT-BONUS)
                  ON SIZE ERROR
                     MOVE 8 TO WS-RC-SEVERITY
                     MOVE "error: yacht bonus total exceeds maximum su
      -                   "pported size" TO WS-RC-MESSAGE
                     MOVE 0 TO WS-RESULT
               END-COMPUTE
           END-IF.

       CALCULATE-JOKER-BONUS.
           IF WS-HAS-YACHT = 1 AND WS-CATEGORY NOT = "yacht"
              AND WS-CARD-YACHT-COUNT > 0
               COMPUTE WS-RESULT = WS-RESULT + WS-YACHT-BONUS
                  ON SIZE ERROR
                     MOVE 8 TO WS-RC-SEVERITY
                     MOVE "error: yacht bonus total exceeds maximum su
      -                   "pported size" TO WS-RC-MESSAGE
                     MOVE 0 TO WS-RESULT
               END-COMPUTE
           END-IF.

       CALCULATE-CHOICE.
           MOVE 0 TO WS-SUM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE WS-DICE(WS-I:1) TO WS-DICE-VALUE
               ADD WS-DICE-VALUE TO WS-SUM
           END-PERFORM
           MOVE WS-SUM TO WS-RESULT.

       DERIVE-TEAM-NIGHT-TOTALS.
           *> The team's night is counted twice - with the player's
           *> card as first scored and as corrected - under the same
           *> night multiplier the player's card was re-derived at.
           MOVE 0 TO WS-TEAM-OLD-NIGHT
           MOVE 0 TO WS-TEAM-NEW-NIGHT
           MOVE 0 TO WS-TEAM-DELTA
           IF WS-PLAYER-TEAM-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TM-M FROM 1 BY 1 UNTIL WS-TM-M > 4
               IF MATE-HAS-CARD(WS-TM-M)
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                       MOVE WS-MC-CAT-SCORE(WS-TM-M, WS-J)
                          TO WS-CC-SCORE(WS-J)
                   END-PERFORM
                   PERFORM TOTAL-CARD-CATEGORIES
                   MOVE WS-CARD-GRAND TO WS-MC-GRAND(WS-TM-M)
               END-IF
           END-PERFORM
           MOVE WS-BEFORE-GRAND TO WS-MEMBER-TOTAL(1)
           PERFORM SUM-BEST-THREE-CARDS
           MOVE WS-TEAM-NIGHT-WORK TO WS-TEAM-OLD-NIGHT
           MOVE WS-AFTER-GRAND TO WS-MEMBER-TOTAL(1)
           PERFORM SUM-BEST-THREE-CARDS
           MOVE WS-TEAM-NIGHT-WORK TO WS-TEAM-NEW-NIGHT
           COMPUTE WS-TEAM-DELTA =
              WS-TEAM-NEW-NIGHT - WS-TEAM-OLD-NIGHT.

       SUM-BEST-THREE-CARDS.
           *> The corrected player's card sits in slot 1; the
           *> teammates who played fill the rest, and the three best
           *> cards are the night's total.
           MOVE 1 TO WS-TM-N
           PERFORM VARYING WS-TM-M FROM 1 BY 1 UNTIL WS-TM-M > 4
               IF MATE-HAS-CARD(WS-TM-M)
                   ADD 1 TO WS-TM-N
                   MOVE WS-MC-GRAND(WS-TM-M)
                      TO WS-MEMBER-TOTAL(WS-TM-N)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TM-M FROM 1 BY 1 UNTIL WS-TM-M >= WS-TM-N
               PERFORM VARYING WS-TM-U FROM 1 BY 1
                       UNTIL WS-TM-U >= WS-TM-N
                   IF WS-MEMBER-TOTAL(WS-TM-U) <
                      WS-MEMBER-TOTAL(WS-TM-U + 1)
                       MOVE WS-MEMBER-TOTAL(WS-TM-U) TO WS-MEMBER-SWAP
                       MOVE WS-MEMBER-TOTAL(WS-TM-U + 1)
                          TO WS-MEMBER-TOTAL(WS-TM-U)
                       MOVE WS-MEMBER-SWAP
                          TO WS-MEMBER-TOTAL(WS-TM-U + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-TM-N TO WS-TM-COUNTED
           IF WS-TM-COUNTED > 3
               MOVE 3 TO WS-TM-COUNTED
           END-IF
           MOVE 0 TO WS-TEAM-NIGHT-WORK
           PERFORM VARYING WS-TM-M FROM 1 BY 1
                   UNTIL WS-TM-M > WS-TM-COUNTED
               ADD WS-MEMBER-TOTAL(WS-TM-M) TO WS-TEAM-NIGHT-WORK
           END-PERFORM.

       CHECK-PLAYOFF-BRACKET.
           *> Decided before anything is rewritten, so a correction
           *> the bracket can no longer absorb is refused whole. A
           *> round PLAYOFF has not yet advanced needs nothing here -
           *> the advance reads the corrected pairing off MATCHES.
           MOVE 0 TO WS-PB-HOME-INDEX
           MOVE 0 TO WS-PB-AWAY-INDEX
           MOVE 0 TO WS-PB-NEXT-INDEX
           MOVE 0 TO WS-PB-NEXT-MATCH
           IF WS-PAIR-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM DECIDE-NIGHT-RESULT
           MOVE MAT-HOME-ID TO WS-PB-HOME-ID
           MOVE MAT-AWAY-ID TO WS-PB-AWAY-ID
           PERFORM VARYING WS-PB FROM 1 BY 1
                   UNTIL WS-PB > WS-BRACKET-COUNT
               MOVE WS-PB-RECORD(WS-PB) TO BRACKET-RECORD
               IF PB-SEASON-ID = WS-HISTORY-SEASON-ID
                  AND PB-HALL-CODE = WS-HALL-CODE
                  AND PB-GAME-DATE = SAJ-GAME-DATE
                   IF PB-PLAYER-ID = WS-PB-HOME-ID
                       MOVE WS-PB TO WS-PB-HOME-INDEX
                       MOVE PB-SEED TO WS-PB-HOME-SEED
                       MOVE PB-DIVISION TO WS-PB-DIVISION
                       COMPUTE WS-PB-NEXT-ROUND = PB-ROUND + 1
                       COMPUTE WS-PB-NEXT-SLOT = (PB-SLOT + 1) / 2
                   END-IF
                   IF PB-PLAYER-ID = WS-PB-AWAY-ID
                       MOVE WS-PB TO WS-PB-AWAY-INDEX
                       MOVE PB-SEED TO WS-PB-AWAY-SEED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PB-HOME-INDEX = 0 OR WS-PB-AWAY-INDEX = 0
               MOVE 0 TO WS-PB-HOME-INDEX
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PB-RECORD(WS-PB-HOME-INDEX) TO BRACKET-RECORD
           IF PB-OUTCOME = SPACE
               MOVE 0 TO WS-PB-HOME-INDEX
               EXIT PARAGRAPH
           END-IF
           IF PB-OUTCOME = "W"
               MOVE WS-PB-HOME-INDEX TO WS-PB-OLD-WIN-INDEX
           ELSE
               MOVE WS-PB-AWAY-INDEX TO WS-PB-OLD-WIN-INDEX
           END-IF
           *> The advance's own rule - a draw goes to the better seed.
           EVALUATE WS-NEW-MATCH-RESULT
               WHEN "H"
                   MOVE WS-PB-HOME-INDEX TO WS-PB-NEW-WIN-INDEX
               WHEN "A"
                   MOVE WS-PB-AWAY-INDEX TO WS-PB-NEW-WIN-INDEX
               WHEN OTHER
                   IF WS-PB-HOME-SEED < WS-PB-AWAY-SEED
                       MOVE WS-PB-HOME-INDEX TO WS-PB-NEW-WIN-INDEX
                   ELSE
                       MOVE WS-PB-AWAY-INDEX TO WS-PB-NEW-WIN-INDEX
                   END-IF
           END-EVALUATE
           IF WS-PB-NEW-WIN-INDEX = WS-PB-OLD-WIN-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PB-RECORD(WS-PB-OLD-WIN-INDEX) TO BRACKET-RECORD
           MOVE PB-PLAYER-ID TO WS-PB-OLD-WIN-ID
           MOVE WS-PB-RECORD(WS-PB-NEW-WIN-INDEX) TO BRACKET-RECORD
           MOVE PB-PLAYER-ID TO WS-PB-NEW-WIN-ID
           MOVE PB-PLAYER-NAME TO WS-PB-NEW-WIN-NAME
           MOVE PB-SEED TO WS-PB-NEW-WIN-SEED
           PERFORM VARYING WS-PB FROM 1 BY 1
                   UNTIL WS-PB > WS-BRACKET-COUNT
               MOVE WS-PB-RECORD(WS-PB) TO BRACKET-RECORD
               IF PB-SEASON-ID = WS-HISTORY-SEASON-ID
                  AND PB-HALL-CODE = WS-HALL-CODE
                  AND PB-DIVISION = WS-PB-DIVISION
                  AND PB-ROUND = WS-PB-NEXT-ROUND
                  AND PB-SLOT = WS-PB-NEXT-SLOT
                  AND PB-PLAYER-ID = WS-PB-OLD-WIN-ID
                   MOVE WS-PB TO WS-PB-NEXT-INDEX
               END-IF
           END-PERFORM
           IF WS-PB-NEXT-INDEX = 0
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: playoff winner change - next round not on br
      -             "acket" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF BRACKET-TABLE-FULL
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: playoff winner change - bracket table is ful
      -             "l" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PB-RECORD(WS-PB-NEXT-INDEX) TO BRACKET-RECORD
           IF PB-OUTCOME = "C"
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: playoff winner change - champion already cro
      -             "wned" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF PB-OUTCOME NOT = SPACE
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: playoff winner change - next round already p
      -             "layed" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE PB-GAME-DATE TO WS-PB-NEXT-DATE
           PERFORM VARYING WS-MT FROM 1 BY 1
                   UNTIL WS-MT > WS-MATCH-COUNT
               MOVE WS-MT-RECORD(WS-MT) TO MATCH-RECORD
               IF MAT-GAME-DATE = WS-PB-NEXT-DATE
                  AND MAT-HALL-CODE = WS-HALL-CODE
                  AND (MAT-HOME-ID = WS-PB-OLD-WIN-ID
                       OR MAT-AWAY-ID = WS-PB-OLD-WIN-ID)
                   MOVE WS-MT TO WS-PB-NEXT-MATCH
               END-IF
           END-PERFORM
           IF WS-PB-NEXT-MATCH > 0
               MOVE WS-MT-RECORD(WS-PB-NEXT-MATCH) TO MATCH-RECORD
               IF NOT MAT-UNPLAYED
                   MOVE 8 TO WS-RC-SEVERITY
                   MOVE "error: playoff winner change - next round alrea
      -                 "dy played" TO WS-RC-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-PB-REPOINT-FLAG.

       REWRITE-SCORED-HISTORY.
           *> The history is rebuilt from the complete copy taken on
           *> the collecting pass, with the corrected card's rows
           *> carrying their re-derived points. Nothing was changed
           *> before this point, so a rejected correction leaves the
           *> history exactly as it was; a failure part way through
           *> the rebuild stops the run with the copy still on hand.
           MOVE 0 TO WS-HISTORY-REWRITTEN
           OPEN INPUT SCORED-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: scored history work file not available"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SCORED-HISTORY-FILE
           IF WS-SCOREHX-STATUS NOT = "00"
               CLOSE SCORED-WORK-FILE
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: scored history file not available"
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HISTORY-EOF
           PERFORM UNTIL HISTORY-AT-EOF OR HISTORY-REWRITE-FAILED
               READ SCORED-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF
                   NOT AT END
                       PERFORM REWRITE-ONE-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE SCORED-WORK-FILE
           CLOSE SCORED-HISTORY-FILE
           IF NOT HISTORY-REWRITE-FAILED
              AND WS-HISTORY-REWRITTEN NOT = WS-HISTORY-ROWS
               MOVE "Y" TO WS-HISTORY-BROKEN-FLAG
           END-IF
           IF HISTORY-REWRITE-FAILED
               DISPLAY "SCOREADJ: fatal - scored history rebuild faile
      -             "d - complete copy left on SCOREHXW - status "
                  WS-SCOREHX-STATUS
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: scored history rebuild failed"
                  TO WS-RC-MESSAGE
           END-IF.

       REWRITE-ONE-HISTORY-ROW.
           MOVE SCORED-WORK-RECORD TO SCORED-ROLL-RECORD
           IF SRL-PLAYER-ID = SAJ-PLAYER-ID
              AND SRL-RUN-DATE = WS-ADJ-GAME-DATE-8
              AND SRL-HALL-CODE = WS-HALL-CODE
              AND NOT SRL-REVERSED
               PERFORM VARYING WS-CD FROM 1 BY 1
                       UNTIL WS-CD > WS-CARD-COUNT
                   IF WS-CD-ROUND-NUMBER(WS-CD) = SRL-ROUND-NUMBER
                       MOVE WS-CD-DICE(WS-CD) TO SRL-DICE
                       MOVE WS-CD-CATEGORY(WS-CD) TO SRL-CATEGORY
                       MOVE WS-CD-NEW-POINTS(WS-CD) TO SRL-POINTS
                       MOVE WS-CD-NEW-YACHT-FLAG(WS-CD)
                          TO SRL-YACHT-FLAG
                   END-IF
               END-PERFORM
           END-IF
           WRITE SCORED-ROLL-RECORD
           IF WS-SCOREHX-STATUS = "00"
               ADD 1 TO WS-HISTORY-REWRITTEN
           ELSE
               MOVE "Y" TO WS-HISTORY-BROKEN-FLAG
           END-IF.

       UPDATE-SCORE-INDEX.
           *> Only rounds the index still holds for this same night
           *> are touched - a later night has already replaced the
           *> player's card there.
           MOVE 0 TO WS-INDEX-ROWS-UPDATED
           IF NOT SCORE-INDEX-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CD FROM 1 BY 1
                   UNTIL WS-CD > WS-CARD-COUNT
               MOVE SAJ-PLAYER-ID TO SX-PLAYER-ID
               MOVE WS-CD-ROUND-NUMBER(WS-CD) TO SX-ROUND-NUMBER
               READ SCORE-INDEX-FILE
               IF WS-SCOREIX-STATUS = "00"
                  AND SX-RUN-DATE = WS-ADJ-GAME-DATE-8
                   MOVE WS-CD-DICE(WS-CD) TO SX-DICE
                   MOVE WS-CD-CATEGORY(WS-CD) TO SX-CATEGORY
                   MOVE WS-CD-NEW-POINTS(WS-CD) TO SX-POINTS
                   MOVE WS-CD-NEW-YACHT-FLAG(WS-CD) TO SX-YACHT-FLAG
                   REWRITE SCORE-INDEX-RECORD
                   IF WS-SCOREIX-STATUS = "00"
                       ADD 1 TO WS-INDEX-ROWS-UPDATED
                   ELSE
                       DISPLAY "SCOREADJ: warning - score index rewrit
      -                     "e failed - status " WS-SCOREIX-STATUS
                   END-IF
               END-IF
           END-PERFORM.

       RESETTLE-NIGHT-MATCH.
           *> The corrected grand total replaces the player's side of
           *> the night's pairing and the result is decided again by
           *> the scoring pass's own rule. A forfeit win - the
           *> opponent never scored a card of their own and was not
           *> covered - stands whatever the corrected total.
           IF WS-PAIR-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM DECIDE-NIGHT-RESULT
           IF MATCH-RECORD NOT = WS-MT-RECORD(WS-PAIR-INDEX)
               MOVE MATCH-RECORD TO WS-MT-RECORD(WS-PAIR-INDEX)
               MOVE "Y" TO WS-MATCH-CHANGED
           END-IF
           IF WS-NEW-MATCH-RESULT NOT = WS-OLD-MATCH-RESULT
               MOVE "Y" TO WS-RESULT-FLIP-FLAG
               ADD 1 TO WS-FLIPPED-COUNT
           END-IF.

       DECIDE-NIGHT-RESULT.
           *> Leaves the re-settled pairing in the match record area
           *> without storing it.
           MOVE WS-MT-RECORD(WS-PAIR-INDEX) TO MATCH-RECORD
           MOVE MAT-RESULT TO WS-OLD-MATCH-RESULT
           IF PLAYER-IS-HOME
               MOVE WS-AFTER-GRAND TO MAT-HOME-POINTS
           ELSE
               MOVE WS-AFTER-GRAND TO MAT-AWAY-POINTS
           END-IF
           IF NOT OPPONENT-HAS-CARD
              AND ((PLAYER-IS-HOME AND MAT-AWAY-POINTS = 0)
                   OR (PLAYER-IS-AWAY AND MAT-HOME-POINTS = 0))
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN MAT-HOME-POINTS > MAT-AWAY-POINTS
                       MOVE "H" TO MAT-RESULT
                   WHEN MAT-AWAY-POINTS > MAT-HOME-POINTS
                       MOVE "A" TO MAT-RESULT
                   WHEN OTHER
                       MOVE "D" TO MAT-RESULT
               END-EVALUATE
           END-IF
           MOVE MAT-RESULT TO WS-NEW-MATCH-RESULT.

       APPLY-PLAYOFF-BRACKET.
           *> The pairing's points go onto both bracket entries. A
           *> changed winner swaps the W and L and the new winner
           *> takes the old one's place in the next round - on the
           *> bracket and on the next round's pairing.
           IF WS-PB-HOME-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MT-RECORD(WS-PAIR-INDEX) TO MATCH-RECORD
           MOVE WS-PB-RECORD(WS-PB-HOME-INDEX) TO BRACKET-RECORD
           MOVE MAT-HOME-POINTS TO PB-POINTS
           MOVE WS-PB-HOME-INDEX TO WS-PB
           PERFORM STORE-BRACKET-ENTRY
           MOVE WS-PB-RECORD(WS-PB-AWAY-INDEX) TO BRACKET-RECORD
           MOVE MAT-AWAY-POINTS TO PB-POINTS
           MOVE WS-PB-AWAY-INDEX TO WS-PB
           PERFORM STORE-BRACKET-ENTRY
           IF NOT BRACKET-REPOINT-DUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PB-RECORD(WS-PB-OLD-WIN-INDEX) TO BRACKET-RECORD
           MOVE "L" TO PB-OUTCOME
           MOVE WS-PB-OLD-WIN-INDEX TO WS-PB
           PERFORM STORE-BRACKET-ENTRY
           MOVE WS-PB-RECORD(WS-PB-NEW-WIN-INDEX) TO BRACKET-RECORD
           MOVE "W" TO PB-OUTCOME
           MOVE WS-PB-NEW-WIN-INDEX TO WS-PB
           PERFORM STORE-BRACKET-ENTRY
           MOVE WS-PB-RECORD(WS-PB-NEXT-INDEX) TO BRACKET-RECORD
           MOVE WS-PB-NEW-WIN-ID TO PB-PLAYER-ID
           MOVE WS-PB-NEW-WIN-NAME TO PB-PLAYER-NAME
           MOVE WS-PB-NEW-WIN-SEED TO PB-SEED
           MOVE WS-PB-NEXT-INDEX TO WS-PB
           PERFORM STORE-BRACKET-ENTRY
           IF WS-PB-NEXT-MATCH > 0
               MOVE WS-MT-RECORD(WS-PB-NEXT-MATCH) TO MATCH-RECORD
               IF MAT-HOME-ID = WS-PB-OLD-WIN-ID
                   MOVE WS-PB-NEW-WIN-ID TO MAT-HOME-ID
               ELSE
                   MOVE WS-PB-NEW-WIN-ID TO MAT-AWAY-ID
               END-IF
               MOVE MATCH-RECORD TO WS-MT-RECORD(WS-PB-NEXT-MATCH)
               MOVE "Y" TO WS-MATCH-CHANGED
           END-IF
           ADD 1 TO WS-REPOINTED-COUNT.

       STORE-BRACKET-ENTRY.
           IF BRACKET-RECORD NOT = WS-PB-RECORD(WS-PB)
               MOVE BRACKET-RECORD TO WS-PB-RECORD(WS-PB)
               MOVE "Y" TO WS-BRACKET-CHANGED
           END-IF.

       POST-SEASON-ADJUSTMENT.
           *> The point difference, not the re-derived total, is what
           *> posts - the season total already carries the night as it
           *> was first scored. A substitute's card has no season row
           *> and posts nothing.
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE SAJ-PLAYER-ID TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SEASON-ROW-FLAG
           COMPUTE WS-SEASON-WORK-TOTAL =
              SH-SEASON-TOTAL + WS-GRAND-DELTA
           IF WS-SEASON-WORK-TOTAL < 0
               MOVE 0 TO WS-SEASON-WORK-TOTAL
           END-IF
           MOVE WS-SEASON-WORK-TOTAL TO SH-SEASON-TOTAL
           COMPUTE WS-SEASON-WORK-YACHTS =
              SH-YACHT-COUNT + WS-YACHT-DELTA
           IF WS-SEASON-WORK-YACHTS < 0
               MOVE 0 TO WS-SEASON-WORK-YACHTS
           END-IF
           MOVE WS-SEASON-WORK-YACHTS TO SH-YACHT-COUNT
           PERFORM REDERIVE-BEST-GAME
           IF MATCH-RESULT-FLIPPED
               MOVE WS-OLD-MATCH-RESULT TO WS-OUTCOME-RESULT
               MOVE WS-PAIR-SIDE TO WS-OUTCOME-SIDE
               PERFORM DERIVE-SIDE-OUTCOME
               MOVE WS-OUTCOME TO WS-OLD-OUTCOME
               MOVE WS-NEW-MATCH-RESULT TO WS-OUTCOME-RESULT
               PERFORM DERIVE-SIDE-OUTCOME
               MOVE WS-OUTCOME TO WS-NEW-OUTCOME
               PERFORM SHIFT-WON-LOST-RECORD
           END-IF
           REWRITE SEASON-HISTORY-RECORD
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "SCOREADJ: warning - season history update fai
      -             "led for " SAJ-PLAYER-ID " - status "
                  WS-SEASON-STATUS
           END-IF
           PERFORM POST-OPPONENT-RESULT-FLIP
           *> Leave the corrected player's row in the record area for
           *> the register line.
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE SAJ-PLAYER-ID TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE.

       REDERIVE-BEST-GAME.
           *> A higher corrected total simply becomes the best game if
           *> it beats it. A lower one only matters when this night
           *> was the best game - then the best is re-derived from the
           *> player's other nights this season on the scored history.
           IF WS-AFTER-GRAND > SH-BEST-GAME
               MOVE WS-AFTER-GRAND TO SH-BEST-GAME
               EXIT PARAGRAPH
           END-IF
           IF WS-BEFORE-GRAND NOT = SH-BEST-GAME
              OR WS-AFTER-GRAND >= WS-BEFORE-GRAND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AFTER-GRAND TO WS-HISTORY-BEST
           PERFORM VARYING WS-NT FROM 1 BY 1
                   UNTIL WS-NT > WS-NIGHT-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 12
                   MOVE WS-NT-CAT-SCORE(WS-NT, WS-J)
                      TO WS-CC-SCORE(WS-J)
               END-PERFORM
               MOVE SPACES TO WS-LOOKUP-DATE
               STRING WS-NT-DATE(WS-NT)(1:4) "-" WS-NT-DATE(WS-NT)(5:2)
                      "-" WS-NT-DATE(WS-NT)(7:2)
                  DELIMITED BY SIZE INTO WS-LOOKUP-DATE
               END-STRING
               PERFORM LOOK-UP-NIGHT-MULTIPLIER
               MOVE WS-LOOKUP-MULTIPLIER TO WS-NIGHT-MULTIPLIER
               PERFORM TOTAL-CARD-CATEGORIES
               IF WS-CARD-GRAND > WS-HISTORY-BEST
                   MOVE WS-CARD-GRAND TO WS-HISTORY-BEST
               END-IF
           END-PERFORM
           MOVE WS-HISTORY-BEST TO SH-BEST-GAME.

       DERIVE-SIDE-OUTCOME.
           EVALUATE TRUE
               WHEN WS-OUTCOME-RESULT = "D"
                   MOVE "D" TO WS-OUTCOME
               WHEN WS-OUTCOME-RESULT = WS-OUTCOME-SIDE
                   MOVE "W" TO WS-OUTCOME
               WHEN OTHER
                   MOVE "L" TO WS-OUTCOME
           END-EVALUATE.

       SHIFT-WON-LOST-RECORD.
           EVALUATE WS-OLD-OUTCOME
               WHEN "W"
                   IF SH-WINS > 0
                       SUBTRACT 1 FROM SH-WINS
                   END-IF
               WHEN "L"
                   IF SH-LOSSES > 0
                       SUBTRACT 1 FROM SH-LOSSES
                   END-IF
               WHEN "D"
                   IF SH-DRAWS > 0
                       SUBTRACT 1 FROM SH-DRAWS
                   END-IF
           END-EVALUATE
           EVALUATE WS-NEW-OUTCOME
               WHEN "W"
                   ADD 1 TO SH-WINS
               WHEN "L"
                   ADD 1 TO SH-LOSSES
               WHEN "D"
                   ADD 1 TO SH-DRAWS
           END-EVALUATE.

       POST-OPPONENT-RESULT-FLIP.
           *> The opponent's won-lost line moves with the flipped
           *> result when the opponent played their own card - a seat
           *> covered by a substitute carried no result for the member.
           IF NOT MATCH-RESULT-FLIPPED OR NOT OPPONENT-HAS-CARD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO SH-HALL-CODE
           MOVE WS-OPPONENT-ID TO SH-PLAYER-ID
           READ SEASON-HISTORY-FILE
           IF WS-SEASON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF PLAYER-IS-HOME
               MOVE "A" TO WS-OUTCOME-SIDE
           ELSE
               MOVE "H" TO WS-OUTCOME-SIDE
           END-IF
           MOVE WS-OLD-MATCH-RESULT TO WS-OUTCOME-RESULT
           PERFORM DERIVE-SIDE-OUTCOME
           MOVE WS-OUTCOME TO WS-OLD-OUTCOME
           MOVE WS-NEW-MATCH-RESULT TO WS-OUTCOME-RESULT
           PERFORM DERIVE-SIDE-OUTCOME
           MOVE WS-OUTCOME TO WS-NEW-OUTCOME
           PERFORM SHIFT-WON-LOST-RECORD
           REWRITE SEASON-HISTORY-RECORD
           IF WS-SEASON-STATUS NOT = "00"
               DISPLAY "SCOREADJ: warning - season history update fai
      -             "led for " WS-OPPONENT-ID " - status "
                  WS-SEASON-STATUS
           END-IF.

       POST-TEAM-ADJUSTMENT.
           *> The team's difference posts only where TEAMNITE already
           *> posted the night - a row last posted before it has yet
           *> to count the night at all.
           IF WS-PLAYER-TEAM-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TEAM-SEASON-TOTAL
           IF PLAYOFF-NIGHT
               MOVE "PLAYOFF NIGHT - NOT POSTED" TO WS-TEAM-NOTE
               EXIT PARAGRAPH
           END-IF
           IF NOT TEAM-HISTORY-AVAILABLE
               MOVE "NO TEAM HISTORY - NOT POSTED" TO WS-TEAM-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HALL-CODE TO TE-HALL-CODE
           MOVE WS-TT-TEAM-ID(WS-PLAYER-TEAM-INDEX) TO TE-TEAM-ID
           READ TEAM-HISTORY-FILE
           IF WS-TEAMHX-STATUS NOT = "00"
               MOVE "NO TEAM ROW - NOTHING POSTED" TO WS-TEAM-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE TE-SEASON-TOTAL TO WS-TEAM-SEASON-TOTAL
           IF TE-LAST-DATE = SPACES
              OR TE-LAST-DATE < WS-ADJ-GAME-DATE-8
               MOVE "NIGHT NOT YET POSTED FOR TEAM" TO WS-TEAM-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-TEAM-DELTA = 0
               MOVE "TEAM NIGHT TOTAL UNCHANGED" TO WS-TEAM-NOTE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TEAM-WORK-TOTAL = TE-SEASON-TOTAL + WS-TEAM-DELTA
           IF WS-TEAM-WORK-TOTAL < 0
               MOVE 0 TO WS-TEAM-WORK-TOTAL
           END-IF
           MOVE WS-TEAM-WORK-TOTAL TO TE-SEASON-TOTAL
           REWRITE TEAM-HISTORY-RECORD
           IF WS-TEAMHX-STATUS NOT = "00"
               DISPLAY "SCOREADJ: warning - team history update failed f
      -             "or " WS-TT-TEAM-ID(WS-PLAYER-TEAM-INDEX)
                  " - status " WS-TEAMHX-STATUS
               MOVE "TEAM HISTORY UPDATE FAILED" TO WS-TEAM-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE TE-SEASON-TOTAL TO WS-TEAM-SEASON-TOTAL
           MOVE "TEAM NIGHT TOTAL RE-SETTLED" TO WS-TEAM-NOTE.

       WRITE-MATCH-FILE.
           OPEN OUTPUT MATCH-FILE
           IF WS-MATCH-STATUS NOT = "00"
               DISPLAY "SCOREADJ: warning - match file rewrite failed
      -             "- status " WS-MATCH-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MT FROM 1 BY 1
                   UNTIL WS-MT > WS-MATCH-COUNT
               MOVE WS-MT-RECORD(WS-MT) TO MATCH-RECORD
               WRITE MATCH-RECORD
           END-PERFORM
           CLOSE MATCH-FILE.

       WRITE-BRACKET-FILE.
           OPEN OUTPUT BRACKET-FILE
           IF WS-BRACKET-STATUS NOT = "00"
               DISPLAY "SCOREADJ: warning - bracket file rewrite failed
      -             "- status " WS-BRACKET-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PB FROM 1 BY 1
                   UNTIL WS-PB > WS-BRACKET-COUNT
               MOVE WS-PB-RECORD(WS-PB) TO BRACKET-RECORD
               WRITE BRACKET-RECORD
           END-PERFORM
           CLOSE BRACKET-FILE.

       WRITE-REGISTER-HEADING.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE SPACES TO ADJUST-REPORT-LINE
           STRING "SCORE ADJUSTMENT REGISTER - " WS-HALL-NAME
                  " - SEASON " WS-HISTORY-SEASON-ID
                  " - RUN " WS-RUN-STAMP(1:8)
              DELIMITED BY SIZE INTO ADJUST-REPORT-LINE
           END-STRING
           WRITE ADJUST-REPORT-LINE
           MOVE SPACES TO ADJUST-REPORT-LINE
           WRITE ADJUST-REPORT-LINE.

       WRITE-REGISTER-ENTRY.
           MOVE SAJ-PLAYER-ID TO WS-RHL-PLAYER-ID
           MOVE SAJ-GAME-DATE TO WS-RHL-GAME-DATE
           IF SAJ-ROUND-NUMBER IS NUMERIC
               MOVE SAJ-ROUND-NUMBER TO WS-RHL-ROUND
           ELSE
               MOVE 0 TO WS-RHL-ROUND
           END-IF
           MOVE SAJ-REASON-CODE TO WS-RHL-REASON
           MOVE SAJ-APPROVER TO WS-RHL-APPROVER
           MOVE WS-REGISTER-HEAD-LINE TO ADJUST-REPORT-LINE
           WRITE ADJUST-REPORT-LINE
           IF WS-RC-ERROR
               MOVE SPACES TO ADJUST-REPORT-LINE
               STRING "    REJECTED - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RC-MESSAGE) DELIMITED BY SIZE
                 INTO ADJUST-REPORT-LINE
               END-STRING
               WRITE ADJUST-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "BEFORE" TO WS-RCL-LABEL
           MOVE WS-BEFORE-DICE TO WS-RCL-DICE
           MOVE WS-BEFORE-CATEGORY TO WS-RCL-CATEGORY
           MOVE WS-BEFORE-POINTS TO WS-RCL-POINTS
           MOVE WS-BEFORE-GRAND TO WS-RCL-CARD
           MOVE WS-BEFORE-YACHTS TO WS-RCL-YACHTS
           MOVE WS-OLD-MATCH-RESULT TO WS-RCL-MATCH
           MOVE WS-OPPONENT-ID TO WS-RCL-OPPONENT
           MOVE WS-REGISTER-CARD-LINE TO ADJUST-REPORT-LINE
           WRITE ADJUST-REPORT-LINE

           MOVE "AFTER" TO WS-RCL-LABEL
           MOVE SAJ-DICE TO WS-RCL-DICE
           MOVE SAJ-CATEGORY TO WS-RCL-CATEGORY
           MOVE WS-AFTER-POINTS TO WS-RCL-POINTS
           MOVE WS-AFTER-GRAND TO WS-RCL-CARD
           MOVE WS-AFTER-YACHTS TO WS-RCL-YACHTS
           MOVE WS-NEW-MATCH-RESULT TO WS-RCL-MATCH
           MOVE WS-REGISTER-CARD-LINE TO ADJUST-REPORT-LINE
           WRITE ADJUST-REPORT-LINE

           MOVE WS-GRAND-DELTA TO WS-RPL-DELTA
           MOVE SPACES TO WS-RPL-NOTE
           IF PLAYER-HAS-SEASON-ROW
               MOVE SH-SEASON-TOTAL TO WS-RPL-SEASON-TOTAL
               MOVE SH-BEST-GAME TO WS-RPL-BEST
               MOVE SH-YACHT-COUNT TO WS-RPL-YACHTS
               MOVE SH-WINS TO WS-RPL-WINS
               MOVE SH-LOSSES TO WS-RPL-LOSSES
               MOVE SH-DRAWS TO WS-RPL-DRAWS
               IF MATCH-RESULT-FLIPPED
                   MOVE "MATCH RESULT RE-SETTLED" TO WS-RPL-NOTE
               END-IF
           ELSE
               MOVE 0 TO WS-RPL-SEASON-TOTAL
               MOVE 0 TO WS-RPL-BEST
               MOVE 0 TO WS-RPL-YACHTS
               MOVE 0 TO WS-RPL-WINS
               MOVE 0 TO WS-RPL-LOSSES
               MOVE 0 TO WS-RPL-DRAWS
               EVALUATE TRUE
                   WHEN BRACKET-REPOINT-DUE
                       MOVE "PLAYOFF BRACKET RE-POINTED" TO WS-RPL-NOTE
                   WHEN PLAYOFF-NIGHT
                       MOVE "PLAYOFF NIGHT - NOT POSTED" TO WS-RPL-NOTE
                   WHEN OTHER
                       MOVE "NO SEASON ROW - NOTHING POSTED"
                          TO WS-RPL-NOTE
               END-EVALUATE
           END-IF
           MOVE WS-REGISTER-POST-LINE TO ADJUST-REPORT-LINE
           WRITE ADJUST-REPORT-LINE

           IF WS-PLAYER-TEAM-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEAM-DELTA TO WS-RTL-DELTA
           MOVE WS-TEAM-SEASON-TOTAL TO WS-RTL-SEASON-TOTAL
           MOVE WS-TT-TEAM-ID(WS-PLAYER-TEAM-INDEX) TO WS-RTL-TEAM-ID
           MOVE WS-TEAM-NOTE TO WS-RTL-NOTE
           MOVE WS-REGISTER-TEAM-LINE TO ADJUST-REPORT-LINE
           WRITE ADJUST-REPORT-LINE.

       WRITE-REGISTER-SUMMARY.
           MOVE SPACES TO ADJUST-REPORT-LINE
           WRITE ADJUST-REPORT-LINE
           MOVE WS-NET-POINTS TO WS-EDIT-NET
           MOVE SPACES TO ADJUST-REPORT-LINE
           STRING "TOTALS APPLIED " WS-APPLIED-COUNT
                  " REJECTED " WS-REJECTED-COUNT
                  " RESULTS RE-SETTLED " WS-FLIPPED-COUNT
                  " BRACKETS RE-POINTED " WS-REPOINTED-COUNT
                  " NET POINTS " WS-EDIT-NET
              DELIMITED BY SIZE INTO ADJUST-REPORT-LINE
           END-STRING
           WRITE ADJUST-REPORT-LINE.

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
           MOVE "SCOREADJ" TO AUD-PROGRAM-NAME
           MOVE WS-AUDIT-INPUT-VALUE TO AUD-INPUT-VALUE
           MOVE WS-RC-SEVERITY TO AUD-RC-SEVERITY
           MOVE WS-RC-MESSAGE TO AUD-RC-MESSAGE
           WRITE AUDIT-TRAIL-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               IF AUDIT-HARD-STOP
                   DISPLAY "SCOREADJ: fatal - audit trail write failed
      -                 "- status " WS-AUDIT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "SCOREADJ: warning - audit trail write failed -
      -             " status " WS-AUDIT-STATUS
           END-IF.
