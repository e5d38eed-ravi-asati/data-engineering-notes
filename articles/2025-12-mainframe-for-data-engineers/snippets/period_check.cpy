               MOVE "./period_status.dat" TO WS-PERCK-PATH
           END-IF

           PERFORM LOAD-FISCAL-YEAR-START

           MOVE "Y" TO WS-PERCK-ENABLED-SW
           OPEN INPUT PERIOD-FILE
           IF WS-PERCK-FILE-STATUS NOT = "00"

       CHECK-PERIOD-OPEN.
           MOVE "N" TO WS-PERCK-CLOSED-SW
           MOVE "N" TO WS-PERCK-YEAR-CLOSED-SW
           IF NOT WS-PERCK-ENABLED
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PERCK-PERIOD = WS-PERCK-DATE / 100

           *> A year-end lock closes every month of the fiscal year,
           *> with or without a monthly row, and the supervisor
           *> override does not open it.
           MOVE WS-PERCK-PERIOD TO WS-FY-PERIOD
           PERFORM DERIVE-FISCAL-YEAR
           MOVE WS-FY-YEAR TO WS-PERCK-FY
           MOVE WS-FY-LOCK-PERIOD TO PER-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-STATUS = "C"
                       SET WS-PERCK-CLOSED TO TRUE
                       SET WS-PERCK-YEAR-CLOSED TO TRUE
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           MOVE WS-PERCK-PERIOD TO PER-PERIOD
           READ PERIOD-FILE
               INVALID KEY
           IF WS-PERCK-ENABLED
               CLOSE PERIOD-FILE
           END-IF.

       COPY "fiscal_year.cpy".
