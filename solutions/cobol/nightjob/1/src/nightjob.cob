       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTJOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "YACHTPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT JOB-PARM-FILE ASSIGN TO "NIGHTPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-PARM-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT NIGHT-SUMMARY-FILE ASSIGN TO "NIGHTSUM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT LEAGUE-RULES-FILE ASSIGN TO "LEAGRULE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT HALL-PARM-FILE ASSIGN TO "HALLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HALL-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD.
           05  YPR-RUN-MODE           PIC X(9).
           05  FILLER                 PIC X.
           05  YPR-GAME-DATE          PIC X(10).

      *> Optional operator request to run a step again although the
      *> step-control file shows it complete - after a night is backed
      *> out and rescored, say. The named step and every step after
      *> it are rerun; the steps before it must already be complete.
       FD  JOB-PARM-FILE.
       01  JOB-PARM-RECORD.
           05  NJP-RERUN-STEP         PIC X(8).

       FD  STEP-CONTROL-FILE.
       COPY "CPY-STEP-CONTROL.cpy".

       FD  NIGHT-SUMMARY-FILE.
       01  NIGHT-SUMMARY-LINE         PIC X(100).

       FD  LEAGUE-RULES-FILE.
       COPY "CPY-LEAGUE-RULES.cpy".

       FD  HALL-PARM-FILE.
       COPY "CPY-HALL-PARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-FIELDS.
          05 WS-PARM-STATUS           PIC XX VALUE SPACES.
          05 WS-JOB-PARM-STATUS       PIC XX VALUE SPACES.
          05 WS-STEPCTL-STATUS        PIC XX VALUE SPACES.
          05 WS-SUMMARY-STATUS        PIC XX VALUE SPACES.
          05 WS-STEPCTL-EOF           PIC X VALUE "N".
             88 STEPCTL-AT-EOF        VALUE "Y".
          05 WS-SUMMARY-EOF           PIC X VALUE "N".
             88 SUMMARY-AT-EOF        VALUE "Y".
          05 WS-CHAIN-FLAG            PIC X VALUE "N".
             88 CHAIN-STOPPED         VALUE "Y".
          05 WS-SUMMARY-KEPT-FLAG     PIC X VALUE "N".
             88 SCORING-SUMMARY-KEPT  VALUE "Y".

      *> The hall whose night is run - named on HALLPRM, blank for
      *> the original league. Each hall's steps are tracked apart,
      *> bar the installation-wide ones named below.
       01 WS-HALL-FIELDS.
          05 WS-HALL-PARM-STATUS      PIC XX VALUE SPACES.
          05 WS-RULES-STATUS          PIC XX VALUE SPACES.
          05 WS-RULES-EOF             PIC X VALUE "N".
             88 RULES-AT-EOF          VALUE "Y".
          05 WS-HALL-CODE             PIC X(2) VALUE SPACES.
          05 WS-HALL-NAME             PIC X(30) VALUE SPACES.

       01 WS-NIGHT-FIELDS.
          05 WS-RUN-MODE              PIC X(9) VALUE SPACES.
          05 WS-PARM-GAME-DATE        PIC X(10) VALUE SPACES.
          05 WS-NIGHT-DATE            PIC X(10) VALUE SPACES.
          05 WS-RUN-STAMP             PIC X(21) VALUE SPACES.
          05 WS-NOW-STAMP             PIC X(14) VALUE SPACES.
          05 WS-RERUN-STEP            PIC X(8) VALUE SPACES.
          05 WS-RERUN-FROM            PIC 99 VALUE 0.

      *> The nightly chain in the order it runs. YACHTRUN carries the
      *> scoring itself - it edits the score sheets with SCOREDIT and
      *> scores them with YACHT, whose run control makes that pass
      *> rerun-safe on its own.
       01 WS-STEP-NAMES-GROUP.
          05 FILLER PIC X(8) VALUE "HNDCPGEN".
          05 FILLER PIC X(8) VALUE "YACHTRUN".
          05 FILLER PIC X(8) VALUE "TEAMNITE".
          05 FILLER PIC X(8) VALUE "DUESMNT".
          05 FILLER PIC X(8) VALUE "AUDGEN".
          05 FILLER PIC X(8) VALUE "FILEBKUP".
          05 FILLER PIC X(8) VALUE "RECBOOK".
          05 FILLER PIC X(8) VALUE "NOTICGEN".
       01 WS-STEP-NAMES REDEFINES WS-STEP-NAMES-GROUP.
          05 WS-STEP-NAME OCCURS 8 TIMES PIC X(8).

      *> Each step's scope, in the same order: "H" for a step run
      *> for the hall, "I" for one that works the whole
      *> installation's files - dues, the audit trail and the file
      *> backup - whose step-control row is kept once per night
      *> under a blank hall code, so the second hall's chain finds
      *> it complete and does not run it again.
       01 WS-STEP-SCOPES-GROUP.
          05 FILLER PIC X VALUE "H".
          05 FILLER PIC X VALUE "H".
          05 FILLER PIC X VALUE "H".
          05 FILLER PIC X VALUE "I".
          05 FILLER PIC X VALUE "I".
          05 FILLER PIC X VALUE "I".
          05 FILLER PIC X VALUE "H".
          05 FILLER PIC X VALUE "H".
       01 WS-STEP-SCOPES REDEFINES WS-STEP-SCOPES-GROUP.
          05 WS-STEP-SCOPE OCCURS 8 TIMES PIC X.
             88 STEP-IS-INSTALLATION-WIDE VALUE "I".

       01 WS-STEP-COUNT               PIC 99 VALUE 8.
       01 WS-SCORING-STEP             PIC 99 VALUE 2.
       01 WS-DUES-STEP                PIC 99 VALUE 4.
       01 WS-STEP-TABLE.
          05 WS-ST-ENTRY OCCURS 8 TIMES.
             10 WS-ST-ROW             PIC 999.
             10 WS-ST-FORCE-FLAG      PIC X.
                88 ST-FORCED          VALUE "Y".
             10 WS-ST-ACTION          PIC X(10).

      *> The whole step-control file. Rows for every night and hall
      *> are carried; when the table fills the oldest row is dropped.
       01 WS-STC-COUNT                PIC 999 VALUE 0.
       01 WS-STC-LIMIT                PIC 999 VALUE 400.
       01 WS-STC-TABLE.
          05 WS-STC-ENTRY OCCURS 400 TIMES PIC X(65).

      *> The scoring run's own NIGHTSUM page, kept ahead of the step
      *> section this program adds below it.
       01 WS-SUM-COUNT                PIC 99 VALUE 0.
       01 WS-SUM-TABLE.
          05 WS-SUM-ENTRY OCCURS 40 TIMES PIC X(100).

       01 WS-WORK-FIELDS.
          05 WS-S                     PIC 99 VALUE 0.
          05 WS-I                     PIC 999 VALUE 0.
          05 WS-ROW                   PIC 999 VALUE 0.
          05 WS-CALL-NAME             PIC X(8) VALUE SPACES.
          05 WS-STEP-RC               PIC 9(4) VALUE 0.
          05 WS-HIGHEST-RC            PIC 9(4) VALUE 0.
          05 WS-STOPPED-AT            PIC X(8) VALUE SPACES.
          05 WS-STEPS-RUN             PIC 99 VALUE 0.
          05 WS-STEPS-SKIPPED         PIC 99 VALUE 0.
          05 WS-DATE-TALLY            PIC 99 VALUE 0.
          05 WS-STEP-HALL-CODE        PIC X(2) VALUE SPACES.

       01 WS-STEP-HEADING.
          05 FILLER PIC X(10) VALUE "STEP".
          05 FILLER PIC X(16) VALUE "STATUS".
          05 FILLER PIC X(21) VALUE "STARTED".
          05 FILLER PIC X(21) VALUE "ENDED".
          05 FILLER PIC X(6) VALUE "  RC".
          05 FILLER PIC X(4) VALUE "RUNS".
          05 FILLER PIC X(10) VALUE "  THIS RUN".

       01 WS-STEP-LINE.
          05 WS-SL-STEP               PIC X(8).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-SL-STATUS             PIC X(14).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-SL-START              PIC X(19).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-SL-END                PIC X(19).
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-SL-RC                 PIC ZZZ9.
          05 FILLER                   PIC XX VALUE SPACES.
          05 WS-SL-RUNS               PIC Z9.
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 WS-SL-ACTION             PIC X(10).

       01 WS-STAMP-IN                 PIC X(14) VALUE SPACES.
       01 WS-STAMP-OUT                PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       RUN-NIGHT-JOB.
           PERFORM READ-RUN-PARAMETER
           *> A reprocess or a back-out is an operator correction to a
           *> night already run, not a night of its own - it is run
           *> through YACHTRUN directly, outside the chain.
           IF WS-RUN-MODE = "REPROCESS" OR "BACKOUT"
               DISPLAY "NIGHTJOB: run refused - run mode "
                  FUNCTION TRIM(WS-RUN-MODE)
                  " is a correction - run YACHTRUN directly"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM DERIVE-NIGHT-DATE
           PERFORM READ-HALL-PARM
           PERFORM READ-HALL-NAME
           PERFORM READ-JOB-PARAMETER
           IF RETURN-CODE = 8
               GOBACK
           END-IF

           PERFORM LOAD-STEP-CONTROL
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STEP-COUNT
               PERFORM LOCATE-STEP-ROW
           END-PERFORM
           IF WS-RERUN-FROM > 0
               PERFORM MARK-STEPS-FOR-RERUN
               IF RETURN-CODE = 8
                   GOBACK
               END-IF
           END-IF

           DISPLAY "NIGHTJOB: night " WS-NIGHT-DATE " - "
              FUNCTION TRIM(WS-HALL-NAME)
           MOVE "N" TO WS-CHAIN-FLAG
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT OR CHAIN-STOPPED
               PERFORM RUN-ONE-STEP
           END-PERFORM

           PERFORM WRITE-NIGHT-SUMMARY
           IF CHAIN-STOPPED
               DISPLAY "NIGHTJOB: job chain stopped at "
                  FUNCTION TRIM(WS-STOPPED-AT)
                  " - fix the cause and rerun NIGHTJOB to resume"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "NIGHTJOB: job chain complete - " WS-STEPS-RUN
                  " step(s) run, " WS-STEPS-SKIPPED
                  " already complete"
               MOVE WS-HIGHEST-RC TO RETURN-CODE
           END-IF
           GOBACK.

       READ-RUN-PARAMETER.
           *> The same YACHTPRM record every step of the night reads,
           *> so the step-control rows file under the night scored.
           OPEN INPUT RUN-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RUN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE YPR-RUN-MODE TO WS-RUN-MODE
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

       READ-HALL-NAME.
           MOVE SPACES TO WS-HALL-NAME
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

       READ-JOB-PARAMETER.
           MOVE SPACES TO WS-RERUN-STEP
           MOVE 0 TO WS-RERUN-FROM
           OPEN INPUT JOB-PARM-FILE
           IF WS-JOB-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ JOB-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE NJP-RERUN-STEP TO WS-RERUN-STEP
           END-READ
           CLOSE JOB-PARM-FILE
           IF WS-RERUN-STEP = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STEP-COUNT
               IF WS-STEP-NAME(WS-S) = WS-RERUN-STEP
                   MOVE WS-S TO WS-RERUN-FROM
               END-IF
           END-PERFORM
           IF WS-RERUN-FROM = 0
               DISPLAY "NIGHTJOB: run refused - rerun step "
                  WS-RERUN-STEP " is not a step of the nightly chain"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-STEP-CONTROL.
           MOVE 0 TO WS-STC-COUNT
           OPEN INPUT STEP-CONTROL-FILE
           IF WS-STEPCTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STEPCTL-EOF
           PERFORM UNTIL STEPCTL-AT-EOF
               READ STEP-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-STEPCTL-EOF
                   NOT AT END
                       PERFORM ADD-STEP-CONTROL-ROW
               END-READ
           END-PERFORM
           CLOSE STEP-CONTROL-FILE.

       ADD-STEP-CONTROL-ROW.
           IF WS-STC-COUNT >= WS-STC-LIMIT
               PERFORM DROP-OLDEST-ROW
           END-IF
           ADD 1 TO WS-STC-COUNT
           MOVE STEP-CONTROL-RECORD TO WS-STC-ENTRY(WS-STC-COUNT).

       DROP-OLDEST-ROW.
           DISPLAY "NIGHTJOB: warning - step control table is full - o
      -         "ldest record dropped"
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-STC-COUNT
               MOVE WS-STC-ENTRY(WS-I + 1) TO WS-STC-ENTRY(WS-I)
           END-PERFORM
           SUBTRACT 1 FROM WS-STC-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STEP-COUNT
               IF WS-ST-ROW(WS-I) > 0
                   SUBTRACT 1 FROM WS-ST-ROW(WS-I)
               END-IF
           END-PERFORM.

       LOCATE-STEP-ROW.
           MOVE 0 TO WS-ST-ROW(WS-S)
           MOVE "N" TO WS-ST-FORCE-FLAG(WS-S)
           MOVE "NOT RUN" TO WS-ST-ACTION(WS-S)
           PERFORM SET-STEP-HALL-CODE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STC-COUNT
               MOVE WS-STC-ENTRY(WS-I) TO STEP-CONTROL-RECORD
               IF STC-GAME-DATE = WS-NIGHT-DATE
                  AND STC-HALL-CODE = WS-STEP-HALL-CODE
                  AND STC-STEP-NAME = WS-STEP-NAME(WS-S)
                   MOVE WS-I TO WS-ST-ROW(WS-S)
               END-IF
           END-PERFORM.

       SET-STEP-HALL-CODE.
           IF STEP-IS-INSTALLATION-WIDE(WS-S)
               MOVE SPACES TO WS-STEP-HALL-CODE
           ELSE
               MOVE WS-HALL-CODE TO WS-STEP-HALL-CODE
           END-IF.

       MARK-STEPS-FOR-RERUN.
           IF WS-RERUN-FROM > 1
               MOVE WS-RERUN-FROM TO WS-S
               SUBTRACT 1 FROM WS-S
               PERFORM LOAD-STEP-ROW
               IF WS-ROW = 0 OR NOT STC-STEP-COMPLETE
                   DISPLAY "NIGHTJOB: run refused - rerun of "
                      FUNCTION TRIM(WS-RERUN-STEP) " needs "
                      FUNCTION TRIM(WS-STEP-NAME(WS-S))
                      " complete for the night first"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-S FROM WS-RERUN-FROM BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               MOVE "Y" TO WS-ST-FORCE-FLAG(WS-S)
           END-PERFORM
           DISPLAY "NIGHTJOB: rerun requested from "
              FUNCTION TRIM(WS-RERUN-STEP)
              " - that step and the steps after it run again"
           *> Dues post once a night - a second DUESMNT pass would
           *> charge every player again - so a forced rerun never
           *> takes it in; a DUESMNT that has not yet finished still
           *> runs in the chain as usual.
           IF WS-RERUN-FROM <= WS-DUES-STEP
               MOVE "N" TO WS-ST-FORCE-FLAG(WS-DUES-STEP)
               MOVE "NOT FORCED" TO WS-ST-ACTION(WS-DUES-STEP)
               DISPLAY "NIGHTJOB: "
                  FUNCTION TRIM(WS-STEP-NAME(WS-DUES-STEP))
                  " is not rerun - dues post once a night"
           END-IF.

       LOAD-STEP-ROW.
           *> The step's row for the night into the record area, or
           *> WS-ROW zero when the step has never been started.
           MOVE WS-ST-ROW(WS-S) TO WS-ROW
           MOVE SPACES TO STEP-CONTROL-RECORD
           IF WS-ROW > 0
               MOVE WS-STC-ENTRY(WS-ROW) TO STEP-CONTROL-RECORD
           END-IF.

       RUN-ONE-STEP.
           PERFORM LOAD-STEP-ROW
           IF WS-ROW > 0 AND STC-STEP-COMPLETE
              AND NOT ST-FORCED(WS-S)
               DISPLAY "NIGHTJOB: " FUNCTION TRIM(WS-STEP-NAME(WS-S))
                  " already complete for the night - skipped"
               IF WS-ST-ACTION(WS-S) NOT = "NOT FORCED"
                   MOVE "SKIPPED" TO WS-ST-ACTION(WS-S)
               END-IF
               ADD 1 TO WS-STEPS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW > 0
               EVALUATE TRUE
                   WHEN STC-STEP-STARTED
                       DISPLAY "NIGHTJOB: "
                          FUNCTION TRIM(WS-STEP-NAME(WS-S))
                          " did not finish on its last run - rerunning"
                   WHEN STC-STEP-FAILED
                       DISPLAY "NIGHTJOB: resuming at "
                          FUNCTION TRIM(WS-STEP-NAME(WS-S))
                          " - last run ended RC "
                          STC-RETURN-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           *> A step only starts behind a predecessor that finished
           *> clean for the same night.
           IF WS-S > 1
               SUBTRACT 1 FROM WS-S
               PERFORM LOAD-STEP-ROW
               ADD 1 TO WS-S
               IF WS-ROW = 0 OR NOT STC-STEP-COMPLETE
                   DISPLAY "NIGHTJOB: "
                      FUNCTION TRIM(WS-STEP-NAME(WS-S)) " refused - "
                      FUNCTION TRIM(WS-STEP-NAME(WS-S - 1))
                      " did not finish clean"
                   MOVE "REFUSED" TO WS-ST-ACTION(WS-S)
                   MOVE WS-STEP-NAME(WS-S) TO WS-STOPPED-AT
                   MOVE "Y" TO WS-CHAIN-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM MARK-STEP-STARTED
           MOVE WS-STEP-NAME(WS-S) TO WS-CALL-NAME
           DISPLAY "NIGHTJOB: starting " FUNCTION TRIM(WS-CALL-NAME)
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-NAME
               ON EXCEPTION
                   DISPLAY "NIGHTJOB: fatal - step program "
                      FUNCTION TRIM(WS-CALL-NAME) " could not be loaded"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           PERFORM MARK-STEP-ENDED
           MOVE "RAN" TO WS-ST-ACTION(WS-S)
           ADD 1 TO WS-STEPS-RUN
           *> Severity 4 is a warning the step finished through; 8 or
           *> worse stops the chain here.
           IF WS-STEP-RC >= 8
               DISPLAY "NIGHTJOB: " FUNCTION TRIM(WS-CALL-NAME)
                  " failed - RC "
                  WS-STEP-RC
               MOVE WS-CALL-NAME TO WS-STOPPED-AT
               MOVE "Y" TO WS-CHAIN-FLAG
           ELSE
               IF WS-STEP-RC > WS-HIGHEST-RC
                   MOVE WS-STEP-RC TO WS-HIGHEST-RC
               END-IF
               DISPLAY "NIGHTJOB: " FUNCTION TRIM(WS-CALL-NAME)
                  " complete - RC "
                  WS-STEP-RC
           END-IF.

       MARK-STEP-STARTED.
           *> Written before the step is called, so a step that never
           *> returns is left on file as started.
           PERFORM TAKE-NOW-STAMP
           PERFORM LOAD-STEP-ROW
           IF WS-ROW = 0
               IF WS-STC-COUNT >= WS-STC-LIMIT
                   PERFORM DROP-OLDEST-ROW
               END-IF
               ADD 1 TO WS-STC-COUNT
               MOVE WS-STC-COUNT TO WS-ST-ROW(WS-S)
               MOVE WS-STC-COUNT TO WS-ROW
               MOVE SPACES TO STEP-CONTROL-RECORD
               MOVE WS-NIGHT-DATE TO STC-GAME-DATE
               PERFORM SET-STEP-HALL-CODE
               MOVE WS-STEP-HALL-CODE TO STC-HALL-CODE
               MOVE WS-S TO STC-STEP-NUMBER
               MOVE WS-STEP-NAME(WS-S) TO STC-STEP-NAME
               MOVE 0 TO STC-ATTEMPTS
           END-IF
           IF STC-ATTEMPTS IS NOT NUMERIC
               MOVE 0 TO STC-ATTEMPTS
           END-IF
           IF STC-ATTEMPTS < 99
               ADD 1 TO STC-ATTEMPTS
           END-IF
           MOVE "S" TO STC-STEP-STATUS
           MOVE WS-NOW-STAMP TO STC-START-STAMP
           MOVE SPACES TO STC-END-STAMP
           MOVE 0 TO STC-RETURN-CODE
           MOVE STEP-CONTROL-RECORD TO WS-STC-ENTRY(WS-ROW)
           PERFORM SAVE-STEP-CONTROL.

       MARK-STEP-ENDED.
           PERFORM TAKE-NOW-STAMP
           PERFORM LOAD-STEP-ROW
           MOVE WS-NOW-STAMP TO STC-END-STAMP
           MOVE WS-STEP-RC TO STC-RETURN-CODE
           IF WS-STEP-RC >= 8
               MOVE "F" TO STC-STEP-STATUS
           ELSE
               MOVE "C" TO STC-STEP-STATUS
           END-IF
           MOVE STEP-CONTROL-RECORD TO WS-STC-ENTRY(WS-ROW)
           PERFORM SAVE-STEP-CONTROL.

       TAKE-NOW-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:14) TO WS-NOW-STAMP.

       SAVE-STEP-CONTROL.
           OPEN OUTPUT STEP-CONTROL-FILE
           IF WS-STEPCTL-STATUS NOT = "00"
               DISPLAY "NIGHTJOB: warning - step control write failed
      -             "- status " WS-STEPCTL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STC-COUNT
               MOVE WS-STC-ENTRY(WS-I) TO STEP-CONTROL-RECORD
               WRITE STEP-CONTROL-RECORD
           END-PERFORM
           CLOSE STEP-CONTROL-FILE.

       WRITE-NIGHT-SUMMARY.
           *> YACHTRUN's page for the night stays at the top; the step
           *> section below it is replaced on every pass, so a resumed
           *> night shows each step once with where it now stands.
           PERFORM LOAD-SCORING-SUMMARY
           OPEN OUTPUT NIGHT-SUMMARY-FILE
           IF WS-SUMMARY-STATUS NOT = "00"
               DISPLAY "NIGHTJOB: warning - night summary write failed
      -             " - status " WS-SUMMARY-STATUS
               EXIT PARAGRAPH
           END-IF
           IF SCORING-SUMMARY-KEPT
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SUM-COUNT
                   MOVE WS-SUM-ENTRY(WS-I) TO NIGHT-SUMMARY-LINE
                   WRITE NIGHT-SUMMARY-LINE
               END-PERFORM
           ELSE
               MOVE SPACES TO NIGHT-SUMMARY-LINE
               STRING "NIGHT OPERATIONS SUMMARY - " WS-HALL-NAME
                      " - " WS-NIGHT-DATE
                  DELIMITED BY SIZE INTO NIGHT-SUMMARY-LINE
               END-STRING
               WRITE NIGHT-SUMMARY-LINE
               MOVE "SCORING     NO SCORING SUMMARY ON FILE FOR THIS N
      -            "IGHT" TO NIGHT-SUMMARY-LINE
               WRITE NIGHT-SUMMARY-LINE
           END-IF
           MOVE SPACES TO NIGHT-SUMMARY-LINE
           WRITE NIGHT-SUMMARY-LINE
           MOVE SPACES TO NIGHT-SUMMARY-LINE
           STRING "STEP STATUS - NIGHT " WS-NIGHT-DATE
              DELIMITED BY SIZE INTO NIGHT-SUMMARY-LINE
           END-STRING
           WRITE NIGHT-SUMMARY-LINE
           MOVE WS-STEP-HEADING TO NIGHT-SUMMARY-LINE
           WRITE NIGHT-SUMMARY-LINE
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STEP-COUNT
               PERFORM WRITE-STEP-LINE
           END-PERFORM
           IF WS-ST-ACTION(WS-DUES-STEP) = "NOT FORCED"
               MOVE SPACES TO NIGHT-SUMMARY-LINE
               STRING "RERUN       "
                      FUNCTION TRIM(WS-STEP-NAME(WS-DUES-STEP))
                      " NOT RERUN - DUES POST ONCE A NIGHT"
                  DELIMITED BY SIZE INTO NIGHT-SUMMARY-LINE
               END-STRING
               WRITE NIGHT-SUMMARY-LINE
           END-IF
           MOVE SPACES TO NIGHT-SUMMARY-LINE
           IF CHAIN-STOPPED
               STRING "JOB CHAIN   STOPPED AT "
                      FUNCTION TRIM(WS-STOPPED-AT)
                      " - FIX THE CAUSE AND RERUN NIGHTJOB TO RESUME"
                  DELIMITED BY SIZE INTO NIGHT-SUMMARY-LINE
               END-STRING
           ELSE
               MOVE "JOB CHAIN   COMPLETE" TO NIGHT-SUMMARY-LINE
           END-IF
           WRITE NIGHT-SUMMARY-LINE
           CLOSE NIGHT-SUMMARY-FILE.

       LOAD-SCORING-SUMMARY.
           *> Kept only when it is this night's page - a chain that
           *> stopped before the scoring step would otherwise carry
           *> an earlier night's verdict.
           MOVE "N" TO WS-SUMMARY-KEPT-FLAG
           MOVE 0 TO WS-SUM-COUNT
           OPEN INPUT NIGHT-SUMMARY-FILE
           IF WS-SUMMARY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SUMMARY-EOF
           PERFORM UNTIL SUMMARY-AT-EOF
               READ NIGHT-SUMMARY-FILE
                   AT END
                       MOVE "Y" TO WS-SUMMARY-EOF
                   NOT AT END
                       IF NIGHT-SUMMARY-LINE(1:11) = "STEP STATUS"
                          OR WS-SUM-COUNT >= 40
                           MOVE "Y" TO WS-SUMMARY-EOF
                       ELSE
                           ADD 1 TO WS-SUM-COUNT
                           MOVE NIGHT-SUMMARY-LINE
                              TO WS-SUM-ENTRY(WS-SUM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NIGHT-SUMMARY-FILE
           *> The step section is preceded by one blank line of ours.
           IF WS-SUM-COUNT > 0
               IF WS-SUM-ENTRY(WS-SUM-COUNT) = SPACES
                   SUBTRACT 1 FROM WS-SUM-COUNT
               END-IF
           END-IF
           IF WS-SUM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DATE-TALLY
           INSPECT WS-SUM-ENTRY(1) TALLYING WS-DATE-TALLY
              FOR ALL WS-NIGHT-DATE
           MOVE WS-SCORING-STEP TO WS-S
           PERFORM LOAD-STEP-ROW
           IF WS-DATE-TALLY > 0 AND WS-ROW > 0
               MOVE "Y" TO WS-SUMMARY-KEPT-FLAG
           END-IF.

       WRITE-STEP-LINE.
           PERFORM LOAD-STEP-ROW
           MOVE WS-STEP-NAME(WS-S) TO WS-SL-STEP
           MOVE WS-ST-ACTION(WS-S) TO WS-SL-ACTION
           IF WS-ROW = 0
               MOVE "NOT STARTED" TO WS-SL-STATUS
               MOVE SPACES TO WS-SL-START
               MOVE SPACES TO WS-SL-END
               MOVE 0 TO WS-SL-RC
               MOVE 0 TO WS-SL-RUNS
           ELSE
               EVALUATE TRUE
                   WHEN STC-STEP-COMPLETE
                       MOVE "COMPLETE" TO WS-SL-STATUS
                   WHEN STC-STEP-FAILED
                       MOVE "FAILED" TO WS-SL-STATUS
                   WHEN STC-STEP-STARTED
                       MOVE "DID NOT FINISH" TO WS-SL-STATUS
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-SL-STATUS
               END-EVALUATE
               MOVE STC-START-STAMP TO WS-STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-OUT TO WS-SL-START
               MOVE STC-END-STAMP TO WS-STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-OUT TO WS-SL-END
               MOVE STC-RETURN-CODE TO WS-SL-RC
               MOVE STC-ATTEMPTS TO WS-SL-RUNS
           END-IF
           MOVE WS-STEP-LINE TO NIGHT-SUMMARY-LINE
           WRITE NIGHT-SUMMARY-LINE.

       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-OUT
           IF WS-STAMP-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           STRING WS-STAMP-IN(1:4) "-" WS-STAMP-IN(5:2) "-"
                  WS-STAMP-IN(7:2) " " WS-STAMP-IN(9:2) ":"
                  WS-STAMP-IN(11:2) ":" WS-STAMP-IN(13:2)
              DELIMITED BY SIZE INTO WS-STAMP-OUT
           END-STRING.
