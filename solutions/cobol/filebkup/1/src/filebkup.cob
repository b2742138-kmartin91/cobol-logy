           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASONHX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SEASON-STATUS.

           SELECT SCORE-INDEX-FILE ASSIGN TO "SCOREIX"
               WHEN BKP-IS-SEASONHX
                   OPEN INPUT SEASON-HISTORY-FILE
                   MOVE WS-SEASON-STATUS TO WS-BACKUP-STATUS
                   MOVE LOW-VALUES TO SH-KEY
                   IF WS-SEASON-STATUS = "00"
                       START SEASON-HISTORY-FILE
                           KEY IS NOT LESS THAN SH-KEY
                       END-START
                   END-IF
               WHEN BKP-IS-SCOREIX
       ADD-BACKUP-RECORD-HASH.
           EVALUATE TRUE
               WHEN BKP-IS-SEASONHX
                   MOVE BACKUP-RECORD(1:52) TO SEASON-HISTORY-RECORD
                   IF SH-SEASON-TOTAL IS NUMERIC
                       ADD SH-SEASON-TOTAL TO WS-BKP-HASH
                   END-IF
           ADD 1 TO WS-BKP-COUNT
           EVALUATE TRUE
               WHEN BKP-IS-PLAYMAST
                   MOVE BACKUP-RECORD(1:56) TO PLAYER-MASTER-RECORD
                   WRITE PLAYER-MASTER-RECORD
                   MOVE WS-MASTER-STATUS TO WS-BACKUP-STATUS
               WHEN BKP-IS-SEASONHX
                   MOVE BACKUP-RECORD(1:52) TO SEASON-HISTORY-RECORD
                   IF SH-SEASON-TOTAL IS NUMERIC
                       ADD SH-SEASON-TOTAL TO WS-BKP-HASH
                   END-IF
