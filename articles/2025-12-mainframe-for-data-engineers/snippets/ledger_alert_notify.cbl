       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-ALERT-NOTIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRXN-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRXN-ID
               ALTERNATE RECORD KEY IS ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO WS-BAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT ALERT-PREF-FILE ASSIGN TO WS-PREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PREF-FILE-STATUS.

           SELECT OUTBOUND-FILE ASSIGN TO WS-OUTBOUND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-FILE-STATUS.

           SELECT ALERT-LOG-FILE ASSIGN TO WS-ALERT-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.

           SELECT STOP-FILE ASSIGN TO WS-STOP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STOP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRXN-FILE
           BLOCK CONTAINS 100 RECORDS.
       COPY "ledger_trxn_writer.cpy".

       FD  BALANCE-FILE.
       COPY "balance_master.cpy".

       FD  ALERT-PREF-FILE.
       COPY "alert_pref.cpy".

       FD  OUTBOUND-FILE.
       COPY "alert_notify.cpy".

       *> One pipe-delimited line per notification sent:
       *> NOTIFY-ID|ACCT|TYPE|CHANNEL|DESTINATION|CUR|AMOUNT|THRESHOLD|
       *> TRXN-ID|DATE|TIME|MESSAGE
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-REC          PIC X(300).

       *> In polling mode the desk stops the run by creating
       *> <OUTBOUND_FILE>.stop.
       FD  STOP-FILE.
       01  STOP-REC               PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC XX.
       01 WS-BAL-FILE-STATUS      PIC XX.
       01 WS-PREF-FILE-STATUS     PIC XX.
       01 WS-OUTBOUND-FILE-STATUS PIC XX.
       01 WS-ALERT-LOG-STATUS     PIC XX.
       01 WS-STOP-FILE-STATUS     PIC XX.

       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(300).
       01 WS-FILE-PATH            PIC X(200).
       01 WS-BAL-PATH             PIC X(200).
       01 WS-PREF-PATH            PIC X(200).
       01 WS-OUTBOUND-PATH        PIC X(200).
       01 WS-ALERT-LOG-PATH       PIC X(200).
       01 WS-STOP-PATH            PIC X(210)  VALUE SPACES.

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                  PIC X(8).
       01 WS-CYCLE-TIME           PIC X(8).

       *> Polling: with POLL_SECS the run repeats every POLL_SECS
       *> beside the posting listener until the stop file appears;
       *> without it, one pass after LEDGER-BALANCE-POST.
       01 WS-POLL-SECS            PIC 9(4) COMP VALUE ZERO.
       01 WS-POLL-SW              PIC X(1)    VALUE "N".
           88 WS-POLLING                      VALUE "Y".
       01 WS-SHUTDOWN-SW          PIC X(1)    VALUE "N".
           88 WS-SHUTDOWN-SEEN                VALUE "Y".
       01 WS-CYCLE-COUNT          PIC 9(9)    VALUE ZERO.

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-FOUND-SW             PIC X(1)    VALUE "N".
           88 WS-FOUND                        VALUE "Y".
       01 WS-BAL-ON-SW            PIC X(1)    VALUE "N".
           88 WS-BAL-ON                       VALUE "Y".
       01 WS-BAL-KNOWN-SW         PIC X(1)    VALUE "N".
           88 WS-BAL-KNOWN                    VALUE "Y".

       *> Today's net movement per account/currency, from the postings
       *> dated RUN_DATE -- added to the balance master's figure while
       *> the day has not been posted to it yet.
       01 WS-MOV-TBL-COUNT        PIC 9(5)    VALUE ZERO.
       01 WS-MOV-TABLE.
           05 WS-MOV-ENTRY OCCURS 5000 TIMES.
              10 WS-MOV-ACCT-ID   PIC X(10).
              10 WS-MOV-CURRENCY  PIC X(3).
              10 WS-MOV-NET       PIC S9(11)V99 COMP-3.
       01 WS-MOV-FULL-SW          PIC X(1)    VALUE "N".
           88 WS-MOV-FULL                     VALUE "Y".
       01 WS-SRCH-IDX             PIC 9(5).

       01 WS-PROJ-BAL             PIC S9(11)V99 COMP-3.

       *> The alert being raised -- RAISE-ONE-ALERT takes the rest
       *> from the ALERT-PREF-REC in hand.
       01 WS-ALERT-AMOUNT         PIC S9(11)V99 COMP-3.
       01 WS-ALERT-TRXN-ID        PIC X(10).
       01 WS-ALERT-EVENT-DATE     PIC 9(8).
       01 WS-ALERT-EVENT-TIME     PIC 9(6).
       01 WS-NOTIFY-SEQ           PIC 9(3).
       01 WS-CYCLE-ALERTS         PIC 9(7).

       01 WS-SENT-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-SENT-LOW             PIC 9(7)    VALUE ZERO.
       01 WS-SENT-DEBIT           PIC 9(7)    VALUE ZERO.
       01 WS-SENT-OVERDRAWN       PIC 9(7)    VALUE ZERO.

       01 WS-AMT-ED               PIC -(11)9.99.
       01 WS-THRESHOLD-ED         PIC -(11)9.99.

       COPY "mask_acct_no_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: TRXN_FILE -- the day's postings
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 2: BALANCE_MASTER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-BAL-PATH

           *> Arg 3: ALERT_PREF_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-PREF-PATH

           *> Arg 4: RUN_DATE (YYYYMMDD) -- the business day evaluated
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 5: OUTBOUND_FILE -- appended for the messaging gateway
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-OUTBOUND-PATH

           *> Arg 6 (optional): POLL_SECS -- repeat until stopped
           IF WS-ARG-COUNT > 5
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-POLL-SECS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
               IF WS-POLL-SECS > ZERO
                   SET WS-POLLING TO TRUE
               END-IF
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = ZERO
               DISPLAY "ERROR: RUN_DATE " WS-RUN-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "LEDGER_ALERT_LOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-ALERT-LOG-PATH FROM ENVIRONMENT-VALUE
           IF WS-ALERT-LOG-PATH = SPACES
               MOVE "./alert_sent_log.dat" TO WS-ALERT-LOG-PATH
           END-IF

           STRING FUNCTION TRIM(WS-OUTBOUND-PATH) DELIMITED BY SIZE
                  ".stop"                         DELIMITED BY SIZE
               INTO WS-STOP-PATH
           END-STRING

           IF WS-POLLING
               DISPLAY "ALERTING on " FUNCTION TRIM(WS-FILE-PATH)
                   " every " WS-POLL-SECS " second(s); create "
                   FUNCTION TRIM(WS-STOP-PATH) " to stop"
               PERFORM RUN-ONE-CYCLE UNTIL WS-SHUTDOWN-SEEN
           ELSE
               PERFORM EVALUATE-ALERTS
           END-IF

           DISPLAY "Alerts for " WS-RUN-DATE ": " WS-SENT-COUNT
               " sent (low balance " WS-SENT-LOW ", large debit "
               WS-SENT-DEBIT ", overdrawn " WS-SENT-OVERDRAWN
               ") over " WS-CYCLE-COUNT " pass(es) -- outbound "
               FUNCTION TRIM(WS-OUTBOUND-PATH)

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_alert_notify TRXN_FILE BALANCE_MASTER ALERT_PREF_FILE RUN_DATE OUTBOUND_FILE [POLL_SECS]"
           DISPLAY "Run once after ledger_balance_post, or with POLL_SECS"
           DISPLAY "beside the posting listener during the online day"
           DISPLAY "(create OUTBOUND_FILE.stop to end it). Each alert"
           DISPLAY "fires at most once per account per day; every one"
           DISPLAY "sent is logged to LEDGER_ALERT_LOG"
           DISPLAY "(default ./alert_sent_log.dat)."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_alert_notify /data/transactions.dat /data/balance_master.dat /data/alert_pref.dat 20260915 /data/alerts_out.dat"
           DISPLAY "  ./ledger_alert_notify /data/transactions.dat /data/balance_master.dat /data/alert_pref.dat 20260915 /data/alerts_out.dat 60".

       RUN-ONE-CYCLE.
           OPEN INPUT STOP-FILE
           IF WS-STOP-FILE-STATUS = "00"
               CLOSE STOP-FILE
               SET WS-SHUTDOWN-SEEN TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM EVALUATE-ALERTS

           CALL "C$SLEEP" USING WS-POLL-SECS.

      *> =================================================================
      *> One pass: the day's postings raise the large-debit alerts and
      *> build today's movement; then every low-balance and overdrawn
      *> preference is checked against the balance as it stands.
      *> =================================================================
       EVALUATE-ALERTS.
           ADD 1 TO WS-CYCLE-COUNT
           ACCEPT WS-CYCLE-TIME FROM TIME
           MOVE ZERO TO WS-CYCLE-ALERTS
           MOVE ZERO TO WS-MOV-TBL-COUNT
           MOVE "N"  TO WS-MOV-FULL-SW

           OPEN I-O ALERT-PREF-FILE
           IF WS-PREF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-PREF-PATH
               DISPLAY "       FILE STATUS = " WS-PREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND OUTBOUND-FILE
           IF WS-OUTBOUND-FILE-STATUS = "35"
               OPEN OUTPUT OUTBOUND-FILE
           END-IF
           IF WS-OUTBOUND-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-OUTBOUND-PATH
               DISPLAY "       FILE STATUS = " WS-OUTBOUND-FILE-STATUS
               CLOSE ALERT-PREF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ALERT-LOG-FILE
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF
           IF WS-ALERT-LOG-STATUS NOT = "00"
               *> An alert that cannot be logged is not sent either --
               *> the log is how a complaint gets answered.
               DISPLAY "ERROR: Unable to open alert-sent log "
                   FUNCTION TRIM(WS-ALERT-LOG-PATH)
               DISPLAY "       FILE STATUS = " WS-ALERT-LOG-STATUS
               CLOSE OUTBOUND-FILE
               CLOSE ALERT-PREF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRXN-FILE
           IF WS-FILE-STATUS = "00"
               PERFORM EXAMINE-ONE-POSTING UNTIL WS-EOF
               CLOSE TRXN-FILE
           END-IF

           MOVE "N" TO WS-BAL-ON-SW
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-FILE-STATUS = "00"
               SET WS-BAL-ON TO TRUE
           ELSE
               IF WS-CYCLE-COUNT = 1
                   DISPLAY "WARNING: balance master "
                       FUNCTION TRIM(WS-BAL-PATH)
                       " not available (FILE STATUS "
                       WS-BAL-FILE-STATUS
                       ") -- low-balance and overdrawn alerts are OFF"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-BAL-ON
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO AP-KEY
               START ALERT-PREF-FILE KEY >= AP-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM EXAMINE-ONE-BALANCE-ALERT UNTIL WS-EOF
               CLOSE BALANCE-FILE
           END-IF

           CLOSE ALERT-LOG-FILE
           CLOSE OUTBOUND-FILE
           CLOSE ALERT-PREF-FILE.

       EXAMINE-ONE-POSTING.
           READ TRXN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF POST-DATE = WS-RUN-DATE
                       PERFORM FOLD-INTO-MOVEMENT
                       IF TRXN-TYPE = "D"
                           PERFORM CHECK-LARGE-DEBIT
                       END-IF
                   END-IF
           END-READ.

       FOLD-INTO-MOVEMENT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM SEARCH-ONE-MOVEMENT
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-MOV-TBL-COUNT OR WS-FOUND

           IF WS-FOUND
               SUBTRACT 1 FROM WS-SRCH-IDX
           ELSE
               IF WS-MOV-TBL-COUNT >= 5000
                   IF NOT WS-MOV-FULL
                       SET WS-MOV-FULL TO TRUE
                       DISPLAY "WARNING: more than 5000 account/"
                           "currency buckets moved today -- balance "
                           "alerts on the rest use the posted balance"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MOV-TBL-COUNT
               MOVE WS-MOV-TBL-COUNT TO WS-SRCH-IDX
               MOVE ACCT-ID       TO WS-MOV-ACCT-ID(WS-SRCH-IDX)
               MOVE CURRENCY-CODE TO WS-MOV-CURRENCY(WS-SRCH-IDX)
               MOVE ZERO          TO WS-MOV-NET(WS-SRCH-IDX)
           END-IF

           IF TRXN-TYPE = "D"
               SUBTRACT TRXN-AMT FROM WS-MOV-NET(WS-SRCH-IDX)
           ELSE
               ADD TRXN-AMT TO WS-MOV-NET(WS-SRCH-IDX)
           END-IF.

       SEARCH-ONE-MOVEMENT.
           IF WS-MOV-ACCT-ID(WS-SRCH-IDX) = ACCT-ID
               AND WS-MOV-CURRENCY(WS-SRCH-IDX) = CURRENCY-CODE
               SET WS-FOUND TO TRUE
           END-IF.

      *> -----------------------------------------------------------------
      *> A single debit at or over the customer's level -- the first
      *> one of the day alerts; later ones the same day do not.
      *> -----------------------------------------------------------------
       CHECK-LARGE-DEBIT.
           MOVE ACCT-ID TO AP-ACCT-ID
           MOVE "D"     TO AP-ALERT-TYPE
           READ ALERT-PREF-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF AP-STATUS = "A"
               AND AP-CURRENCY = CURRENCY-CODE
               AND TRXN-AMT >= AP-THRESHOLD
               AND AP-LAST-SENT-DATE NOT = WS-RUN-DATE
               MOVE TRXN-AMT  TO WS-ALERT-AMOUNT
               MOVE TRXN-ID   TO WS-ALERT-TRXN-ID
               MOVE POST-DATE TO WS-ALERT-EVENT-DATE
               MOVE POST-TIME TO WS-ALERT-EVENT-TIME
               PERFORM RAISE-ONE-ALERT
               ADD 1 TO WS-SENT-DEBIT
           END-IF.

      *> -----------------------------------------------------------------
      *> Low balance and overdrawn -- the balance master's bucket, plus
      *> today's movement while the day is not yet posted to it.
      *> -----------------------------------------------------------------
       EXAMINE-ONE-BALANCE-ALERT.
           READ ALERT-PREF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF AP-ALERT-TYPE = "D"
               OR AP-STATUS NOT = "A"
               OR AP-LAST-SENT-DATE = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM PROJECT-BALANCE
           IF NOT WS-BAL-KNOWN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROJ-BAL   TO WS-ALERT-AMOUNT
           MOVE SPACES        TO WS-ALERT-TRXN-ID
           MOVE WS-RUN-DATE   TO WS-ALERT-EVENT-DATE
           MOVE FUNCTION NUMVAL(WS-CYCLE-TIME(1:6))
               TO WS-ALERT-EVENT-TIME

           EVALUATE TRUE
               WHEN AP-ALERT-TYPE = "L"
                   AND WS-PROJ-BAL < AP-THRESHOLD
                   PERFORM RAISE-ONE-ALERT
                   ADD 1 TO WS-SENT-LOW
               WHEN AP-ALERT-TYPE = "O"
                   AND WS-PROJ-BAL < ZERO
                   PERFORM RAISE-ONE-ALERT
                   ADD 1 TO WS-SENT-OVERDRAWN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROJECT-BALANCE.
           MOVE "N"  TO WS-BAL-KNOWN-SW
           MOVE ZERO TO WS-PROJ-BAL

           MOVE AP-ACCT-ID  TO BAL-ACCT-ID
           MOVE AP-CURRENCY TO BAL-CURRENCY
           READ BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO BAL-LAST-POST-DATE
               NOT INVALID KEY
                   SET WS-BAL-KNOWN TO TRUE
                   MOVE BAL-CURRENT-BAL TO WS-PROJ-BAL
           END-READ

           IF BAL-LAST-POST-DATE >= WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-ONE-MOVEMENT
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-MOV-TBL-COUNT OR WS-FOUND.

       MATCH-ONE-MOVEMENT.
           IF WS-MOV-ACCT-ID(WS-SRCH-IDX) = AP-ACCT-ID
               AND WS-MOV-CURRENCY(WS-SRCH-IDX) = AP-CURRENCY
               ADD WS-MOV-NET(WS-SRCH-IDX) TO WS-PROJ-BAL
               SET WS-BAL-KNOWN TO TRUE
               SET WS-FOUND TO TRUE
           END-IF.

      *> =================================================================
      *> RAISE-ONE-ALERT -- one outbound notification for the gateway,
      *> the same notification to the alert-sent log, and today's date
      *> on the preference so it does not fire again today.
      *> =================================================================
       RAISE-ONE-ALERT.
           ADD 1 TO WS-CYCLE-ALERTS
           ADD 1 TO WS-SENT-COUNT
           COMPUTE WS-NOTIFY-SEQ = FUNCTION MOD(WS-CYCLE-ALERTS, 1000)

           MOVE AP-ACCT-ID TO WS-ACCT-NO-IN
           PERFORM MASK-ACCT-NO
           MOVE WS-ALERT-AMOUNT TO WS-AMT-ED
           MOVE AP-THRESHOLD    TO WS-THRESHOLD-ED

           MOVE SPACES TO ALERT-NOTIFY-REC
           STRING "A" WS-RUN-DATE-X(3:6) WS-CYCLE-TIME(1:6)
                  WS-NOTIFY-SEQ
               DELIMITED BY SIZE
               INTO NT-NOTIFY-ID
           END-STRING
           MOVE AP-ACCT-ID          TO NT-ACCT-ID
           MOVE AP-ALERT-TYPE       TO NT-ALERT-TYPE
           MOVE AP-CHANNEL          TO NT-CHANNEL
           MOVE AP-DESTINATION      TO NT-DESTINATION
           MOVE AP-CURRENCY         TO NT-CURRENCY
           MOVE WS-ALERT-AMOUNT     TO NT-AMOUNT
           MOVE AP-THRESHOLD        TO NT-THRESHOLD
           MOVE WS-ALERT-TRXN-ID    TO NT-TRXN-ID
           MOVE WS-ALERT-EVENT-DATE TO NT-EVENT-DATE
           MOVE WS-ALERT-EVENT-TIME TO NT-EVENT-TIME

           EVALUATE AP-ALERT-TYPE
               WHEN "L"
                   STRING "Your balance on account "
                          FUNCTION TRIM(WS-MASKED-ACCT-NO) " is "
                          AP-CURRENCY " " FUNCTION TRIM(WS-AMT-ED)
                          ", below your alert level of "
                          FUNCTION TRIM(WS-THRESHOLD-ED) "."
                       DELIMITED BY SIZE
                       INTO NT-MESSAGE
                   END-STRING
               WHEN "D"
                   STRING "A debit of " AP-CURRENCY " "
                          FUNCTION TRIM(WS-AMT-ED)
                          " has posted to account "
                          FUNCTION TRIM(WS-MASKED-ACCT-NO)
                          " (ref " FUNCTION TRIM(WS-ALERT-TRXN-ID) ")."
                       DELIMITED BY SIZE
                       INTO NT-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING "Your account "
                          FUNCTION TRIM(WS-MASKED-ACCT-NO)
                          " is overdrawn: balance " AP-CURRENCY " "
                          FUNCTION TRIM(WS-AMT-ED) "."
                       DELIMITED BY SIZE
                       INTO NT-MESSAGE
                   END-STRING
           END-EVALUATE

           WRITE ALERT-NOTIFY-REC

           MOVE SPACES TO ALERT-LOG-REC
           STRING NT-NOTIFY-ID "|" NT-ACCT-ID "|" NT-ALERT-TYPE "|"
                  NT-CHANNEL "|" FUNCTION TRIM(NT-DESTINATION) "|"
                  NT-CURRENCY "|" FUNCTION TRIM(WS-AMT-ED) "|"
                  FUNCTION TRIM(WS-THRESHOLD-ED) "|" NT-TRXN-ID "|"
                  NT-EVENT-DATE "|" NT-EVENT-TIME "|"
                  FUNCTION TRIM(NT-MESSAGE)
               DELIMITED BY SIZE
               INTO ALERT-LOG-REC
           END-STRING
           WRITE ALERT-LOG-REC

           MOVE WS-RUN-DATE TO AP-LAST-SENT-DATE
           REWRITE ALERT-PREF-REC.

       COPY "mask_acct_no.cpy".
