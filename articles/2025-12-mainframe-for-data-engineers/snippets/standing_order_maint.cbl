
           COPY "op_signon_select.cpy".

           COPY "acct_check_digit_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.

       COPY "op_signon_fd.cpy".

       COPY "acct_check_digit_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-ARG-COUNT        PIC 9(4).

       COPY "op_signon_ws.cpy".

       COPY "acct_check_digit_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "STANDING-ORDER-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2

           MOVE WS-ORDER-ID TO SO-ORDER-ID

           *> Arg 4: ACCT_ID -- an order keyed against a mistyped
           *> number would fire at someone else's account every cycle
           *> until it was noticed, so the check digit is tested now.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO SO-ACCT-ID

           PERFORM OPEN-ACCT-GRANDFATHER
           MOVE SO-ACCT-ID TO WS-ACKD-ACCT-ID
           PERFORM CHECK-ACCT-CHECK-DIGIT
           PERFORM CLOSE-ACCT-GRANDFATHER
           IF NOT WS-ACKD-OK
               DISPLAY "ERROR: (ACKD) " FUNCTION TRIM(WS-ACKD-REASON)
               CLOSE ORDER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 5: AMOUNT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-AMT-TXT
           END-IF.

       COPY "op_signon.cpy".

       COPY "acct_check_digit.cpy".

       COPY "audit_log.cpy".
