               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  FX-RATE-FILE.
       COPY "fx_rate_table.cpy".

       FD  HIST-FILE.
       COPY "balance_history.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       01 WS-FX-FOUND-SW          PIC X(1)    VALUE "N".
           88 WS-FX-FOUND                     VALUE "Y".

       *> ----------------- Balance-history working storage -------------
       *> Every bucket's end-of-day figures go to the history file
       *> (LEDGER_BAL_HISTORY, default ./balance_history.dat) on the
       *> same pass that prints the report. Losing the snapshot must
       *> not stop the day: the run warns and ends RC 4, and the gap
       *> reads as "carried forward" until the day is re-run.
       01 WS-HIST-PATH            PIC X(200).
       01 WS-HIST-FILE-STATUS     PIC XX.
       01 WS-HIST-SW              PIC X(1)    VALUE "N".
           88 WS-HIST-ON                      VALUE "Y".
       01 WS-HIST-COUNT           PIC 9(9)    VALUE ZERO.

       *> -------------------- Report working storage -------------------
       01 WS-REPORT-LINE          PIC X(132)  VALUE SPACES.
       01 WS-PAGE-NO              PIC 9(4)    VALUE ZERO.

           CLOSE TRXN-FILE

           PERFORM OPEN-BALANCE-HISTORY

           PERFORM WRITE-BALANCE-REPORT

           IF WS-HIST-ON
               CLOSE HIST-FILE
           END-IF

           CLOSE BALANCE-FILE
           IF WS-FX-CHECK-ON
               CLOSE FX-RATE-FILE
           DISPLAY "Balance posting complete: " WS-TRXN-COUNT
               " transactions applied for " WS-BUSINESS-DATE
               ", report written to " WS-REPORT-PATH
           IF WS-HIST-ON
               DISPLAY "Balance history: " WS-HIST-COUNT
                   " snapshot(s) for " WS-BUSINESS-DATE " in "
                   FUNCTION TRIM(WS-HIST-PATH)
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

           DISPLAY "Usage:"
           DISPLAY "  ./ledger_balance_post TRXN_FILE BALANCE_MASTER REPORT_FILE BUSINESS_DATE"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_balance_post /data/transactions.dat /data/balance_master.dat /data/balances.20260820.rpt 20260820"
           DISPLAY "The day's end-of-day snapshot of every bucket is kept in"
           DISPLAY "LEDGER_BAL_HISTORY (default ./balance_history.dat).".

       APPLY-ONE-TRXN.
           READ TRXN-FILE
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM PRINT-ONE-BALANCE-LINE
                   IF WS-HIST-ON
                       PERFORM WRITE-ONE-SNAPSHOT
                   END-IF
           END-READ.

      *> =================================================================
      *> Balance history -- one snapshot per bucket per business date.
      *> A bucket untouched today opens and closes on its current
      *> balance; a re-run of the day replaces the day's rows.
      *> =================================================================
       OPEN-BALANCE-HISTORY.
           DISPLAY "LEDGER_BAL_HISTORY" UPON ENVIRONMENT-NAME
           ACCEPT WS-HIST-PATH FROM ENVIRONMENT-VALUE
           IF WS-HIST-PATH = SPACES
               MOVE "./balance_history.dat" TO WS-HIST-PATH
           END-IF

           MOVE "Y" TO WS-HIST-SW
           OPEN I-O HIST-FILE
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-HIST-SW
               DISPLAY "WARNING: balance history "
                   FUNCTION TRIM(WS-HIST-PATH)
                   " not available (FILE STATUS " WS-HIST-FILE-STATUS
                   ") -- no snapshot taken for " WS-BUSINESS-DATE
           END-IF.

       WRITE-ONE-SNAPSHOT.
           MOVE BAL-ACCT-ID      TO BH-ACCT-ID
           MOVE BAL-CURRENCY     TO BH-CURRENCY
           MOVE WS-BUSINESS-DATE TO BH-BUS-DATE
           IF BAL-LAST-POST-DATE = WS-BUSINESS-DATE
               MOVE BAL-PRIOR-BAL   TO BH-OPEN-BAL
               MOVE "Y"             TO BH-MOVED-SW
           ELSE
               MOVE BAL-CURRENT-BAL TO BH-OPEN-BAL
               MOVE "N"             TO BH-MOVED-SW
           END-IF
           MOVE BAL-CURRENT-BAL  TO BH-CLOSE-BAL
           MOVE BAL-BASE-EQUIV   TO BH-BASE-EQUIV
           MOVE BAL-FX-RATE      TO BH-FX-RATE

           WRITE BALANCE-HIST-REC
               INVALID KEY
                   REWRITE BALANCE-HIST-REC
           END-WRITE
           ADD 1 TO WS-HIST-COUNT.

       PRINT-ONE-BALANCE-LINE.
           IF WS-LINE-NO > WS-LINES-PER-PAGE
               PERFORM PRINT-REPORT-HEADINGS
