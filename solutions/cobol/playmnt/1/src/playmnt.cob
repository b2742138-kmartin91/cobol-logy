               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PLAYER-CONTACT-FILE ASSIGN TO "PLAYCONT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PC-PLAYER-ID
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "PLAYMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05  PTR-DIVISION           PIC X.
               88 PTR-DIVISION-VALID  VALUE "A" "B".
           05  PTR-JOIN-DATE          PIC X(10).
      *> Halls the player is registered at. On an add a blank home
      *> hall is the original league and a blank second hall is
      *> none; on a change a blank keeps what the master has and
      *> "--" sets the hall back to blank.
           05  PTR-HOME-HALL          PIC X(2).
               88 PTR-HOME-HALL-CLEAR VALUE "--".
           05  PTR-SECOND-HALL        PIC X(2).
               88 PTR-SECOND-HALL-CLEAR VALUE "--".
      *> Contact details for the league messaging service, kept on
      *> PLAYCONT. A blank phone or email keeps what is on file and
      *> "--" clears it; the opt-in flag is Y or N, blank keeping the
      *> current choice (an added player with none is not opted in).
           05  PTR-PHONE              PIC X(15).
               88 PTR-PHONE-CLEAR     VALUE "--".
           05  PTR-EMAIL              PIC X(50).
               88 PTR-EMAIL-CLEAR     VALUE "--".
           05  PTR-OPT-IN             PIC X.
               88 PTR-OPT-IN-VALID    VALUE "Y" "N".

       FD  PLAYER-MASTER-FILE.
       COPY "CPY-PLAYER-MASTER.cpy".

       FD  PLAYER-CONTACT-FILE.
       COPY "CPY-PLAYER-CONTACT.cpy".

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE          PIC X(120).

       01 WS-BATCH-FIELDS.
          05 WS-TRANS-STATUS          PIC XX VALUE SPACES.
          05 WS-MASTER-STATUS         PIC XX VALUE SPACES.
          05 WS-CONTACT-STATUS        PIC XX VALUE SPACES.
          05 WS-CONTACT-ON-FILE       PIC X VALUE "N".
             88 CONTACT-ON-FILE       VALUE "Y".
          05 WS-AT-SIGN-COUNT         PIC 99 VALUE 0.
          05 WS-TODAY-STAMP           PIC X(21) VALUE SPACES.
          05 WS-TODAY-DATE            PIC X(10) VALUE SPACES.
          05 WS-REPORT-STATUS         PIC XX VALUE SPACES.
          05 WS-AUDIT-STATUS          PIC XX VALUE SPACES.
          05 WS-TRANS-EOF             PIC X VALUE "N".
           OPEN INPUT PLAYER-TRANS-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM OPEN-PLAYER-MASTER-FILE
           PERFORM OPEN-PLAYER-CONTACT-FILE
           PERFORM OPEN-AUDIT-TRAIL-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           STRING WS-TODAY-STAMP(1:4) "-" WS-TODAY-STAMP(5:2) "-"
                  WS-TODAY-STAMP(7:2)
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           END-STRING

           MOVE "N" TO WS-TRANS-EOF
           PERFORM UNTIL TRANS-AT-EOF
           PERFORM WRITE-MAINT-SUMMARY
           CLOSE PLAYER-TRANS-FILE
           CLOSE PLAYER-MASTER-FILE
           CLOSE PLAYER-CONTACT-FILE
           CLOSE MAINT-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           GOBACK.
               OPEN I-O PLAYER-MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "PLAYMNT: fatal - player master file not availabl
      -             "e - status " WS-MASTER-STATUS
               CLOSE PLAYER-TRANS-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-PLAYER-CONTACT-FILE.
           *> The contact file is created empty on first use, the same
           *> way the master is.
           OPEN I-O PLAYER-CONTACT-FILE
           IF WS-CONTACT-STATUS = "35"
               OPEN OUTPUT PLAYER-CONTACT-FILE
               CLOSE PLAYER-CONTACT-FILE
               OPEN I-O PLAYER-CONTACT-FILE
           END-IF
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "PLAYMNT: fatal - player contact file not avail
      -             "able - status " WS-CONTACT-STATUS
               CLOSE PLAYER-TRANS-FILE
               CLOSE PLAYER-MASTER-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           MOVE PTR-DIVISION    TO PM-DIVISION
           MOVE PTR-JOIN-DATE   TO PM-JOIN-DATE
           MOVE "A"             TO PM-STATUS
           MOVE SPACES          TO PM-HOME-HALL
           MOVE SPACES          TO PM-SECOND-HALL
           PERFORM APPLY-HALL-CHANGES
           IF WS-RC-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PLAYER-CONTACT
           PERFORM APPLY-CONTACT-CHANGES
           IF WS-RC-ERROR
               EXIT PARAGRAPH
           END-IF
           WRITE PLAYER-MASTER-RECORD
           IF WS-MASTER-STATUS = "22"
               MOVE 8 TO WS-RC-SEVERITY
                      TO WS-RC-MESSAGE
               ELSE
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM SAVE-PLAYER-CONTACT
               END-IF
           END-IF.

           IF PTR-JOIN-DATE NOT = SPACES
               MOVE PTR-JOIN-DATE TO PM-JOIN-DATE
           END-IF
           PERFORM APPLY-HALL-CHANGES
           IF WS-RC-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PLAYER-CONTACT
           PERFORM APPLY-CONTACT-CHANGES
           IF WS-RC-ERROR
               EXIT PARAGRAPH
           END-IF
           *> A change transaction also reinstates a deactivated player.
           MOVE "A" TO PM-STATUS
           REWRITE PLAYER-MASTER-RECORD
                  TO WS-RC-MESSAGE
           ELSE
               ADD 1 TO WS-CHANGED-COUNT
               PERFORM SAVE-PLAYER-CONTACT
           END-IF.

       APPLY-HALL-CHANGES.
           IF PTR-HOME-HALL-CLEAR
               MOVE SPACES TO PM-HOME-HALL
           ELSE
               IF PTR-HOME-HALL NOT = SPACES
                   MOVE PTR-HOME-HALL TO PM-HOME-HALL
               END-IF
           END-IF
           IF PTR-SECOND-HALL-CLEAR
               MOVE SPACES TO PM-SECOND-HALL
           ELSE
               IF PTR-SECOND-HALL NOT = SPACES
                   MOVE PTR-SECOND-HALL TO PM-SECOND-HALL
               END-IF
           END-IF
           *> Registering a player twice at the same hall would pair
           *> them against themselves - the second hall must be a
           *> different one. A member of the original league who
           *> also plays elsewhere keeps the blank hall as home.
           IF PM-SECOND-HALL NOT = SPACES
              AND PM-SECOND-HALL = PM-HOME-HALL
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: second hall must differ from the home hall"
                  TO WS-RC-MESSAGE
           END-IF.

       READ-PLAYER-CONTACT.
           *> A player with no contact row yet starts with nothing on
           *> file and is not opted in.
           MOVE PTR-PLAYER-ID TO PC-PLAYER-ID
           READ PLAYER-CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-ON-FILE
           ELSE
               MOVE "N" TO WS-CONTACT-ON-FILE
               MOVE PTR-PLAYER-ID TO PC-PLAYER-ID
               MOVE SPACES TO PC-PHONE
               MOVE SPACES TO PC-EMAIL
               MOVE "N" TO PC-OPT-IN
               MOVE SPACES TO PC-OPT-DATE
           END-IF.

       APPLY-CONTACT-CHANGES.
           IF PTR-PHONE-CLEAR
               MOVE SPACES TO PC-PHONE
           ELSE
               IF PTR-PHONE NOT = SPACES
                   MOVE PTR-PHONE TO PC-PHONE
               END-IF
           END-IF
           IF PTR-EMAIL-CLEAR
               MOVE SPACES TO PC-EMAIL
           ELSE
               IF PTR-EMAIL NOT = SPACES
                   MOVE 0 TO WS-AT-SIGN-COUNT
                   INSPECT PTR-EMAIL TALLYING WS-AT-SIGN-COUNT
                      FOR ALL "@"
                   IF WS-AT-SIGN-COUNT NOT = 1
                       MOVE 8 TO WS-RC-SEVERITY
                       MOVE "error: email address must contain one @"
                          TO WS-RC-MESSAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE PTR-EMAIL TO PC-EMAIL
               END-IF
           END-IF
           IF PTR-OPT-IN NOT = SPACES
               IF NOT PTR-OPT-IN-VALID
                   MOVE 8 TO WS-RC-SEVERITY
                   MOVE "error: opt-in flag must be Y or N"
                      TO WS-RC-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               IF PTR-OPT-IN NOT = PC-OPT-IN
                   MOVE PTR-OPT-IN TO PC-OPT-IN
                   MOVE WS-TODAY-DATE TO PC-OPT-DATE
               END-IF
           END-IF
           *> Consent to messages is no use without somewhere to send
           *> them - an opted-in player must keep a phone or an email.
           IF PC-OPTED-IN AND PC-PHONE = SPACES AND PC-EMAIL = SPACES
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: an opted-in player needs a phone or email"
                  TO WS-RC-MESSAGE
           END-IF.

       SAVE-PLAYER-CONTACT.
           *> A player who has never given any contact detail or
           *> consent gets no contact row at all.
           IF NOT CONTACT-ON-FILE
              AND PC-PHONE = SPACES AND PC-EMAIL = SPACES
              AND NOT PC-OPTED-IN
               EXIT PARAGRAPH
           END-IF
           IF CONTACT-ON-FILE
               REWRITE PLAYER-CONTACT-RECORD
           ELSE
               WRITE PLAYER-CONTACT-RECORD
           END-IF
           IF WS-CONTACT-STATUS NOT = "00"
               MOVE 8 TO WS-RC-SEVERITY
               MOVE "error: master applied but contact write failed"
                  TO WS-RC-MESSAGE
           END-IF.

       DEACTIVATE-PLAYER.
