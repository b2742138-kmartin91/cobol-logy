           05  TTR-TEAM-ID            PIC X(10).
           05  TTR-TEAM-NAME          PIC X(30).
           05  TTR-MEMBER-ID OCCURS 4 TIMES PIC X(10).
      *> The hall the team plays in - blank on an add is the
      *> original league; on a change a blank keeps the team's hall
      *> and "--" sets it back to blank.
           05  TTR-HALL-CODE          PIC X(2).
               88 TTR-HALL-CLEAR      VALUE "--".

       FD  TEAM-MASTER-FILE.
       COPY "CPY-TEAM-MASTER.cpy".
          05 WS-AUDIT-INPUT-VALUE     PIC X(60) VALUE SPACES.
          05 WS-M                     PIC 9 VALUE 0.
          05 WS-MEMBER-SEEN           PIC 9 VALUE 0.
          05 WS-TEAM-HALL             PIC X(2) VALUE SPACES.

       01 WS-AUDIT-GENERATION-FIELDS.
          05 WS-AUDIT-CTL-STATUS     PIC XX VALUE SPACES.
       VALIDATE-TEAM-MEMBERS.
           *> Every named member must be a registered, active player -
           *> a team roster must never carry an id the scoring side
           *> would reject at the table, and registered at the hall
           *> the team plays in. A team needs at least one member to
           *> exist at all.
           MOVE 0 TO WS-MEMBER-SEEN
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               IF TTR-MEMBER-ID(WS-M) NOT = SPACES
      -                    "player master" TO WS-RC-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   IF PM-HOME-HALL NOT = WS-TEAM-HALL
                      AND (PM-SECOND-HALL = SPACES
                           OR PM-SECOND-HALL NOT = WS-TEAM-HALL)
                       MOVE 8 TO WS-RC-SEVERITY
                       MOVE "error: team member is not registered at
      -                    "the team's hall" TO WS-RC-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MEMBER-SEEN = 0
               MOVE "error: team name is required" TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TEAM-HALL
           IF NOT TTR-HALL-CLEAR
               MOVE TTR-HALL-CODE TO WS-TEAM-HALL
           END-IF
           PERFORM VALIDATE-TEAM-MEMBERS
           IF WS-RC-ERROR
               EXIT PARAGRAPH
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               MOVE TTR-MEMBER-ID(WS-M) TO TM-MEMBER-ID(WS-M)
           END-PERFORM
           MOVE WS-TEAM-HALL TO TM-HALL-CODE
           WRITE TEAM-MASTER-RECORD
           IF WS-TEAM-STATUS = "22"
               MOVE 8 TO WS-RC-SEVERITY
                  TO WS-RC-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE TM-HALL-CODE TO WS-TEAM-HALL
           IF TTR-HALL-CLEAR
               MOVE SPACES TO WS-TEAM-HALL
           ELSE
               IF TTR-HALL-CODE NOT = SPACES
                   MOVE TTR-HALL-CODE TO WS-TEAM-HALL
               END-IF
           END-IF
           PERFORM VALIDATE-TEAM-MEMBERS
           IF WS-RC-ERROR
               EXIT PARAGRAPH
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               MOVE TTR-MEMBER-ID(WS-M) TO TM-MEMBER-ID(WS-M)
           END-PERFORM
           MOVE WS-TEAM-HALL TO TM-HALL-CODE
           REWRITE TEAM-MASTER-RECORD
           IF WS-TEAM-STATUS NOT = "00"
               MOVE 8 TO WS-RC-SEVERITY
