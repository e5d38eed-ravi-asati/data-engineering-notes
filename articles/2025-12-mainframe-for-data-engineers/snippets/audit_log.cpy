           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS = "00"
               SET WS-AUDIT-OPEN TO TRUE
           END-IF.

      *> -----------------------------------------------------------------
           WRITE AUDIT-LOG-REC
           MOVE WS-AUDIT-HASH TO WS-AUDIT-PREV-HASH.

      *> -----------------------------------------------------------------
      *> One line from a shared routine that cannot know whether its
      *> caller has the log open: append to the open log, or open it,
      *> append and close again.
      *> -----------------------------------------------------------------
       APPEND-AUDIT-EVENT.
           IF WS-AUDIT-OPEN
               PERFORM APPEND-AUDIT-LOG-RECORD
           ELSE
               PERFORM OPEN-AUDIT-LOG
               PERFORM APPEND-AUDIT-LOG-RECORD
               PERFORM CLOSE-AUDIT-LOG
           END-IF.

       CLOSE-AUDIT-LOG.
           CLOSE AUDIT-LOG-FILE
           MOVE "N" TO WS-AUDIT-OPEN-SW.
