
           COPY "audit_log_select.cpy".

           COPY "sanction_screen_select.cpy".

           COPY "product_check_select.cpy".

           COPY "stop_check_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.

       COPY "audit_log_fd.cpy".

       COPY "sanction_screen_fd.cpy".

       COPY "product_check_fd.cpy".

       COPY "stop_check_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SUSP-FILE-STATUS    PIC XX.
       01 WS-REJ-FILE-STATUS     PIC XX.
       01 WS-PENDING-FILE-STATUS PIC XX.
       01 WS-DIVERT-SW           PIC X(1)    VALUE "N".
           88 WS-DIVERT-PENDING              VALUE "Y".
       01 WS-DIVERT-REASON       PIC X(4)    VALUE "APPR".
       01 WS-SUBMIT-USER         PIC X(30).
       01 WS-SUBMIT-DATE         PIC X(8).


       COPY "audit_log_ws.cpy".

       COPY "sanction_screen_ws.cpy".

       COPY "product_check_ws.cpy".

       COPY "stop_check_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM OPEN-CHANNEL-REF
           PERFORM OPEN-PERIOD-FILE
           PERFORM LOAD-APPROVAL-LIMITS
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-RECOVERY-JRNL
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON-TEXT
                           END-STRING
                       ELSE
                           PERFORM CHECK-ACCT-PRODUCT
                       END-IF
               END-READ
           END-IF

           IF WS-TRXN-VALID AND WS-STPCK-ON AND WS-TYPE-TXT(1:1) = "D"
               PERFORM CHECK-ACCT-STOPS
           END-IF.

      *> =================================================================
      *> CLOSE -- a DUPE reject that really was a duplicate, or a STOP
      *> reject returned unpaid under the customer's stop payment, is
      *> closed without reposting anything.
      *> =================================================================
       CLOSE-AS-DUPLICATE.
           IF WS-ARG-COUNT < 3
           END-READ

           IF SUSP-REASON-CODE NOT = "DUPE"
               AND SUSP-REASON-CODE NOT = "STOP"
               DISPLAY "ERROR: " WS-CLOSE-TRXN-ID " was rejected as "
                   SUSP-REASON-CODE
                   " -- only DUPE and STOP rejects close without "
                   "reposting"
               CLOSE SUSPENSE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN

           CLOSE SUSPENSE-FILE

           IF SUSP-REASON-CODE = "STOP"
               DISPLAY "Closed " WS-CLOSE-TRXN-ID
                   " as stopped -- returned unpaid"
           ELSE
               DISPLAY "Closed " WS-CLOSE-TRXN-ID
                   " as confirmed duplicate"
           END-IF.

      *> =================================================================
      *> AGE -- business-day aging of everything still open, worst
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ACCT-CHECK-SW
           END-IF

           PERFORM OPEN-PRODUCT-MASTER
           PERFORM OPEN-STOP-FILE.

       CLOSE-ACCT-MASTER.
           IF WS-ACCT-CHECK-ON
               CLOSE ACCT-MASTER-FILE
           END-IF
           PERFORM CLOSE-PRODUCT-MASTER
           PERFORM CLOSE-STOP-FILE.

      *> Same product rules the writer applies: the account's product
      *> must allow the posting's currency and channel.
       CHECK-ACCT-PRODUCT.
           MOVE AM-PRODUCT-CODE TO WS-PRDCK-CODE
           MOVE WS-CURR         TO WS-PRDCK-CURR
           MOVE WS-CHANNEL      TO WS-PRDCK-CHANNEL
           PERFORM CHECK-PRODUCT-RULES
           IF NOT WS-PRDCK-OK
               MOVE "N" TO WS-TRXN-VALID-SW
               MOVE "PROD" TO WS-REJECT-REASON-CODE
               STRING "ACCT-ID " WS-ACCT-ID " "
                      FUNCTION TRIM(WS-PRDCK-REASON)
                   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON-TEXT
               END-STRING
           END-IF.

      *> -----------------------------------------------------------------
      *> A debit on a cheque or direct-debit channel (REF-STOP-FLAG 'Y')
      *> is refused when the customer has an active stop that matches
      *> it. Without the channel table every debit is tested.
      *> -----------------------------------------------------------------
       CHECK-ACCT-STOPS.
           IF WS-CHNL-CHECK-ON
               MOVE WS-CHANNEL TO REF-CODE
               READ CHANNEL-REF-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF REF-STOP-FLAG NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-ACCT-ID     TO WS-STPCK-ACCT
           MOVE WS-DESC        TO WS-STPCK-DESC
           MOVE WS-AMT-N       TO WS-STPCK-AMT
           MOVE WS-POST-DATE-N TO WS-STPCK-DATE
           PERFORM CHECK-STOP-PAYMENT
           IF WS-STPCK-STOPPED
               MOVE "N" TO WS-TRXN-VALID-SW
               MOVE "STOP" TO WS-REJECT-REASON-CODE
               STRING "ACCT-ID " WS-ACCT-ID " "
                      FUNCTION TRIM(WS-STPCK-REASON)
                   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON-TEXT
               END-STRING
           END-IF.

       OPEN-CHANNEL-REF.

       CHECK-APPROVAL-THRESHOLD.
           MOVE "N" TO WS-DIVERT-SW
           MOVE "APPR" TO WS-DIVERT-REASON
           PERFORM MATCH-ONE-APPROVAL-LIMIT
               VARYING WS-APPR-IDX FROM 1 BY 1
               UNTIL WS-APPR-IDX > WS-APPR-TBL-COUNT
               OR WS-DIVERT-PENDING

           *> A payee named in the description that scores against the
           *> watch list goes to the same queue, for the compliance
           *> officer rather than the amount supervisor.
           IF NOT WS-DIVERT-PENDING
               MOVE WS-DESC TO WS-SCRN-SUBJECT
               PERFORM SCREEN-NAME
               IF WS-SCRN-HIT
                   SET WS-DIVERT-PENDING TO TRUE
                   MOVE "SCRN" TO WS-DIVERT-REASON
               END-IF
           END-IF.

       MATCH-ONE-APPROVAL-LIMIT.
           IF WS-APPR-CURR(WS-APPR-IDX) = WS-CURR
           MOVE FUNCTION NUMVAL(WS-SUBMIT-DATE) TO PND-SUBMIT-DATE
           MOVE SPACES           TO PND-DECIDE-USER
           MOVE ZERO             TO PND-DECIDE-DATE
           MOVE WS-DIVERT-REASON TO PND-HOLD-REASON
           WRITE PENDING-REC
               INVALID KEY
                   DISPLAY "ERROR: TRXN-ID " WS-TRXN-ID

           CLOSE PENDING-FILE

           IF WS-DIVERT-REASON = "SCRN"
               DISPLAY "PENDING: " WS-TRXN-ID " description scores "
                   WS-SCRN-SCORE " against watch-list entry "
                   WS-SCRN-HIT-ENTRY " -- diverted to "
                   FUNCTION TRIM(WS-PENDING-PATH)
                   " for screening review"
           ELSE
               DISPLAY "PENDING: " WS-TRXN-ID " exceeds the " WS-CURR
                   " approval threshold -- diverted to "
                   FUNCTION TRIM(WS-PENDING-PATH)
                   " for supervisor approval"
           END-IF.

       COPY "period_check.cpy".

       COPY "batch_lock.cpy".

       COPY "audit_log.cpy".

       COPY "sanction_screen.cpy".

       COPY "product_check.cpy".

       COPY "stop_check.cpy".
