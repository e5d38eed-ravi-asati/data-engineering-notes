      *> Shared stop-payment check. COPY into the PROCEDURE DIVISION of
      *> every program that posts debits (with stop_check_ws.cpy,
      *> stop_check_select.cpy and stop_check_fd.cpy). A shop with no
      *> stop file yet posts exactly as it did before -- the same soft
      *> fallback the account master gets.
       OPEN-STOP-FILE.
           DISPLAY "LEDGER_STOP_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-STPCK-PATH FROM ENVIRONMENT-VALUE
           IF WS-STPCK-PATH = SPACES
               MOVE "./stop_payment.dat" TO WS-STPCK-PATH
           END-IF

           MOVE "Y" TO WS-STPCK-ON-SW
           OPEN INPUT STOP-FILE
           IF WS-STPCK-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-STPCK-ON-SW
               DISPLAY "WARNING: stop-payment file "
                   FUNCTION TRIM(WS-STPCK-PATH)
                   " not available (FILE STATUS " WS-STPCK-FILE-STATUS
                   ") -- stop payments are not checked this run"
           END-IF.

       CLOSE-STOP-FILE.
           IF WS-STPCK-ON
               CLOSE STOP-FILE
           END-IF.

      *> -----------------------------------------------------------------
      *> START on the account's prefix of STP-KEY and test each of its
      *> stops: active, not yet past its expiry on the posting date,
      *> its reference found in the description, and the amount in
      *> range. The first match stops the posting.
      *> -----------------------------------------------------------------
       CHECK-STOP-PAYMENT.
           MOVE "N"    TO WS-STPCK-STOPPED-SW
           MOVE SPACES TO WS-STPCK-REASON

           IF NOT WS-STPCK-ON
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-STPCK-EOF-SW
           MOVE WS-STPCK-ACCT TO STP-ACCT-ID
           MOVE LOW-VALUES    TO STP-REFERENCE
           START STOP-FILE KEY >= STP-KEY
               INVALID KEY
                   SET WS-STPCK-EOF TO TRUE
           END-START

           PERFORM TEST-ONE-STOP UNTIL WS-STPCK-EOF OR WS-STPCK-STOPPED.

       TEST-ONE-STOP.
           READ STOP-FILE NEXT RECORD
               AT END
                   SET WS-STPCK-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF STP-ACCT-ID NOT = WS-STPCK-ACCT
               SET WS-STPCK-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF STP-STATUS NOT = "A" OR STP-EXPIRY-DATE < WS-STPCK-DATE
               OR STP-REFERENCE = SPACES
               EXIT PARAGRAPH
           END-IF

           IF STP-AMT-HIGH = ZERO
               IF STP-AMT-LOW NOT = ZERO
                   AND WS-STPCK-AMT NOT = STP-AMT-LOW
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-STPCK-AMT < STP-AMT-LOW
                   OR WS-STPCK-AMT > STP-AMT-HIGH
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ZERO TO WS-STPCK-HITS
           COMPUTE WS-STPCK-REF-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(STP-REFERENCE TRAILING))
           INSPECT WS-STPCK-DESC TALLYING WS-STPCK-HITS
               FOR ALL STP-REFERENCE(1:WS-STPCK-REF-LEN)
           IF WS-STPCK-HITS = ZERO
               EXIT PARAGRAPH
           END-IF

           SET WS-STPCK-STOPPED TO TRUE
           STRING "stop payment on " FUNCTION TRIM(STP-REFERENCE)
                  " until " STP-EXPIRY-DATE
               DELIMITED BY SIZE
               INTO WS-STPCK-REASON
           END-STRING.
