               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           *> Details refused here go out in the writer's .rej shape
           *> (CONTROL_FILE.rej) so LEDGER-SUSPENSE-MGR LOAD queues them
           *> with everything else the posting run rejects.
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           COPY "period_check_select.cpy".

           COPY "acct_check_digit_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FD  CONTROL-FILE.
       01  CONTROL-REC            PIC X(300).

       FD  REJECT-FILE.
       COPY "ledger_trxn_reject.cpy".

       COPY "period_check_fd.cpy".

       COPY "acct_check_digit_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FEED-FILE-STATUS    PIC XX.
       01 WS-CONTROL-FILE-STATUS PIC XX.
       01 WS-REJECT-FILE-STATUS  PIC XX.
       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-FEED-PATH           PIC X(200).
       01 WS-CONTROL-PATH        PIC X(200).
       01 WS-REJECT-PATH         PIC X(200).

       *> Every posting from this feed carries the channel the feed
       *> was assigned, and the feed's settlement currency.
       01 WS-DTL-COUNT           PIC 9(9)    VALUE ZERO.
       01 WS-LINE-COUNT          PIC 9(9)    VALUE ZERO.
       01 WS-ZERO-COUNT          PIC 9(9)    VALUE ZERO.
       01 WS-ACKD-REJ-COUNT      PIC 9(9)    VALUE ZERO.
       01 WS-TOTAL-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TRL-SEEN-SW         PIC X(1)    VALUE "N".
           88 WS-TRL-SEEN                    VALUE "Y".

       COPY "period_check_ws.cpy".

       COPY "acct_check_digit_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REJECT-PATH
           STRING FUNCTION TRIM(WS-CONTROL-PATH) DELIMITED BY SIZE
                  ".rej"                         DELIMITED BY SIZE
               INTO WS-REJECT-PATH
           END-STRING

           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REJECT-PATH
               DISPLAY "       FILE STATUS = " WS-REJECT-FILE-STATUS
               CLOSE FEED-FILE
               CLOSE CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-ACCT-GRANDFATHER

           PERFORM BRIDGE-ONE-RECORD UNTIL WS-EOF

           CLOSE FEED-FILE
           CLOSE CONTROL-FILE
           CLOSE REJECT-FILE
           PERFORM CLOSE-ACCT-GRANDFATHER

           IF NOT WS-HDR-SEEN
               DISPLAY "ERROR: feed has no header record -- run "
               "mapped into " WS-LINE-COUNT " control line(s) on "
               FUNCTION TRIM(WS-CONTROL-PATH)
               " for business date " WS-BUS-DATE
           DISPLAY "  " WS-ACKD-REJ-COUNT " detail(s) rejected to "
               FUNCTION TRIM(WS-REJECT-PATH)
           IF WS-ZERO-COUNT > ZERO
               DISPLAY "NOTE: " WS-ZERO-COUNT " zero-amount detail(s) "
                   "skipped"
           END-IF
           IF WS-ACKD-REJ-COUNT > ZERO
               DISPLAY "WARNING: " WS-ACKD-REJ-COUNT " detail(s) "
                   "rejected (ACKD) for a bad account check digit -- "
                   "not bridged; written to "
                   FUNCTION TRIM(WS-REJECT-PATH)
                   " for ledger_suspense_mgr LOAD"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "Next: ./ledger_trxn_writer_args BATCH "
               FUNCTION TRIM(WS-CONTROL-PATH) " <TRXN_FILE>"

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_feed_bridge FEED_FILE CONTROL_FILE CHANNEL CURRENCY"
           DISPLAY "  (details refused at the bridge go to CONTROL_FILE.rej)"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_feed_bridge /data/FEED_IN /data/feed.ctl ATM INR"
           DISPLAY "  (then: ./ledger_trxn_writer_args BATCH /data/feed.ctl /data/transactions.dat)".
                   " -- nothing bridged"
               CLOSE FEED-FILE
               CLOSE CONTROL-FILE
               CLOSE REJECT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               INTO WS-DESC
           END-STRING

           *> A partner's mistyped account number is refused here,
           *> where the feed line can still be traced, rather than
           *> posted to whichever real account it happens to match.
           MOVE DTL-ACCT-ID(1:10) TO WS-ACKD-ACCT-ID
           PERFORM CHECK-ACCT-CHECK-DIGIT
           IF NOT WS-ACKD-OK
               PERFORM REJECT-ONE-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONTROL-LINE
           STRING WS-GEN-TRXN-ID           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
           WRITE CONTROL-REC
           ADD 1 TO WS-LINE-COUNT.

      *> -----------------------------------------------------------------
      *> A refused detail keeps the TRXN-ID it would have been bridged
      *> under, so the suspense desk can repair and resubmit it.
      *> -----------------------------------------------------------------
       REJECT-ONE-DETAIL.
           MOVE WS-GEN-TRXN-ID      TO REJ-TRXN-ID
           MOVE DTL-ACCT-ID(1:10)   TO REJ-ACCT-ID
           MOVE WS-POST-AMT         TO REJ-TRXN-AMT
           MOVE WS-POST-TYPE        TO REJ-TRXN-TYPE
           MOVE WS-BUS-DATE         TO REJ-TRXN-DATE
           MOVE WS-RUN-TIME         TO REJ-TRXN-TIME
           MOVE WS-BUS-DATE         TO REJ-POST-DATE
           MOVE WS-RUN-TIME         TO REJ-POST-TIME
           MOVE WS-CURR             TO REJ-CURRENCY-CODE
           MOVE WS-CHANNEL          TO REJ-CHANNEL-CODE
           MOVE WS-DESC             TO REJ-TRXN-DESC
           MOVE SPACES              TO REJ-BRANCH-CODE
           MOVE "ACKD"              TO REJ-REASON-CODE
           MOVE WS-ACKD-REASON      TO REJ-REASON-TEXT
           WRITE REJECT-REC
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write " WS-REJECT-PATH
               DISPLAY "       FILE STATUS = " WS-REJECT-FILE-STATUS
               CLOSE FEED-FILE
               CLOSE CONTROL-FILE
               CLOSE REJECT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-ACKD-REJ-COUNT
           DISPLAY "REJECT: feed detail " WS-DTL-COUNT " "
               WS-GEN-TRXN-ID " (ACKD) "
               FUNCTION TRIM(WS-ACKD-REASON).

       CHECK-FEED-TRAILER.
           IF TRL-RECORD-COUNT NOT = WS-DTL-COUNT
               DISPLAY "WARNING: trailer says " TRL-RECORD-COUNT

       COPY "period_check.cpy".

       COPY "acct_check_digit.cpy".

       COPY "audit_log.cpy".
