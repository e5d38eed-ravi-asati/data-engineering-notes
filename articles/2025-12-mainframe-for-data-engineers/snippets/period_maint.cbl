
           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-ARG-COUNT        PIC 9(4).

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       COPY "fiscal_year_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "PERIOD-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-FISCAL-YEAR-START

           IF WS-COMMAND = "LIST    " OR WS-COMMAND = "SHOW    "
               MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
           DISPLAY "  ./period_maint PERIOD_FILE CLOSE YYYYMM"
           DISPLAY "  ./period_maint PERIOD_FILE SHOW"
           DISPLAY "The formal close: a period must be marked CLOSING"
           DISPLAY "before CLOSE is accepted. A month in a fiscal year"
           DISPLAY "closed by LEDGER-YEAR-END cannot be reopened."
           DISPLAY "Example:"
           DISPLAY "  ./period_maint /data/period_status.dat CLOSE 202607".

               STOP RUN
           END-IF
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-PERIOD = FUNCTION NUMVAL(WS-ARG-VALUE(1:6))

           *> Month 00 rows are the year-end locks; only LEDGER-YEAR-END
           *> writes those.
           IF FUNCTION MOD(WS-PERIOD, 100) < 1
               OR FUNCTION MOD(WS-PERIOD, 100) > 12
               DISPLAY "ERROR: " WS-PERIOD " is not a YYYYMM period"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> -----------------------------------------------------------------
      *> Once the fiscal year is closed no month in it may be set back
      *> to OPEN or CLOSING -- corrections go in as admin adjustments.
      *> -----------------------------------------------------------------
       CHECK-FISCAL-YEAR-LOCK.
           MOVE WS-PERIOD TO WS-FY-PERIOD
           PERFORM DERIVE-FISCAL-YEAR
           MOVE WS-FY-LOCK-PERIOD TO PER-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-STATUS = "C"
                       DISPLAY "ERROR: period " WS-PERIOD
                           " is in fiscal year " WS-FY-YEAR
                           ", which is closed -- it cannot be reopened"
                       CLOSE PERIOD-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *> =================================================================
      *> OPEN -- create the month's row (or reopen a closing/closed one;
       OPEN-PERIOD.
           PERFORM ACCEPT-PERIOD-ARG
           PERFORM SAFE-OPEN-PERIOD-FILE-IO
           PERFORM CHECK-FISCAL-YEAR-LOCK

           MOVE WS-PERIOD TO PER-PERIOD
           READ PERIOD-FILE
       MARK-PERIOD-CLOSING.
           PERFORM ACCEPT-PERIOD-ARG
           PERFORM SAFE-OPEN-PERIOD-FILE-IO
           PERFORM CHECK-FISCAL-YEAR-LOCK

           MOVE WS-PERIOD TO PER-PERIOD
           READ PERIOD-FILE
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   IF FUNCTION MOD(PER-PERIOD, 100) = 0
                       DISPLAY PER-PERIOD "    " PER-STATUS
                           "                        " PER-STATUS-DATE
                           "  fiscal year " PER-PERIOD(1:4) " lock"
                   ELSE
                       DISPLAY PER-PERIOD "    " PER-STATUS
                           "                        " PER-STATUS-DATE
                   END-IF
           END-READ.

       SAFE-OPEN-PERIOD-FILE-IO.
           END-IF.

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".

       COPY "fiscal_year.cpy".
