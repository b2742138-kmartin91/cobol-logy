          05 WS-SD                    PIC 999 VALUE 0.
          05 WS-RS                    PIC 99 VALUE 0.
          05 WS-REASON-INDEX          PIC 99 VALUE 0.
          05 WS-DATE-ON-TABLE         PIC X VALUE "N".
             88 DATE-ALREADY-LOADED   VALUE "Y".

       01 WS-SCHEDULE-COUNT           PIC 999 VALUE 0.
       01 WS-SCHEDULE-DATES.
           *> days - a reject is as old as the number of scheduled
           *> nights that have played since it originated. With no
           *> schedule on hand every age shows zero and the report
           *> still lists what is open. The ledger is shared by every
           *> hall, so a date two halls both play counts as one night.
           MOVE 0 TO WS-SCHEDULE-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       MOVE "N" TO WS-DATE-ON-TABLE
                       PERFORM VARYING WS-SD FROM 1 BY 1
                               UNTIL WS-SD > WS-SCHEDULE-COUNT
                           IF WS-SCHED-DATE(WS-SD) = SCH-DATE
                               MOVE "Y" TO WS-DATE-ON-TABLE
                           END-IF
                       END-PERFORM
                       IF WS-SCHEDULE-COUNT < 150
                          AND NOT DATE-ALREADY-LOADED
                           ADD 1 TO WS-SCHEDULE-COUNT
                           MOVE SCH-DATE
                              TO WS-SCHED-DATE(WS-SCHEDULE-COUNT)
