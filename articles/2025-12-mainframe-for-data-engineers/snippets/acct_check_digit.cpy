      *> Shared account-number check. COPY into the PROCEDURE DIVISION
      *> of every program that takes an ACCT-ID from outside (with
      *> acct_check_digit_ws.cpy, acct_check_digit_select.cpy and
      *> acct_check_digit_fd.cpy). Account numbers issued by
      *> LEDGER-ACCT-NUMBER end in a mod-11 check digit, so a mistyped
      *> number is caught before it can reach a real but wrong
      *> account. Numbers issued before that carry no check digit and
      *> are let through by the legacy list. A shop that has not built
      *> the legacy list yet takes account numbers exactly as it did
      *> before -- the same soft fallback the account master gets.
       OPEN-ACCT-GRANDFATHER.
           DISPLAY "LEDGER_ACCT_GRANDFATHER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACKD-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACKD-PATH = SPACES
               MOVE "./acct_grandfather.dat" TO WS-ACKD-PATH
           END-IF

           MOVE "Y" TO WS-ACKD-ON-SW
           OPEN INPUT ACCT-GRANDFATHER-FILE
           IF WS-ACKD-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ACKD-ON-SW
               DISPLAY "WARNING: legacy account list "
                   FUNCTION TRIM(WS-ACKD-PATH)
                   " not available (FILE STATUS " WS-ACKD-FILE-STATUS
                   ") -- account check digits are not checked this run"
           END-IF.

       CLOSE-ACCT-GRANDFATHER.
           IF WS-ACKD-ON
               CLOSE ACCT-GRANDFATHER-FILE
           END-IF.

      *> -----------------------------------------------------------------
      *> Position 10 must be the check digit positions 1-9 call for; a
      *> number that is not is accepted only from the legacy list.
      *> -----------------------------------------------------------------
       CHECK-ACCT-CHECK-DIGIT.
           MOVE "Y"    TO WS-ACKD-OK-SW
           MOVE "N"    TO WS-ACKD-LEGACY-SW
           MOVE SPACES TO WS-ACKD-REASON

           IF NOT WS-ACKD-ON
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-ACCT-CHECK-DIGIT
           IF WS-ACKD-CHARS-OK AND WS-ACKD-DIGIT < 10
               AND WS-ACKD-ACCT-ID(10:1) = WS-ACKD-DIGIT(2:1)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACKD-ACCT-ID TO GF-ACCT-ID
           READ ACCT-GRANDFATHER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACKD-OK-SW
                   STRING "ACCT-ID " WS-ACKD-ACCT-ID
                          " fails its check digit and is not a legacy"
                          " number"
                       DELIMITED BY SIZE
                       INTO WS-ACKD-REASON
                   END-STRING
               NOT INVALID KEY
                   SET WS-ACKD-LEGACY TO TRUE
           END-READ.

      *> -----------------------------------------------------------------
      *> Mod-11 over positions 1-9 of WS-ACKD-ACCT-ID, weights 10 down
      *> to 2. WS-ACKD-DIGIT is 11 less the remainder (0 for a
      *> remainder of 0); a remainder of 1 leaves 10, which no single
      *> digit can carry, so such a number is never issued.
      *> -----------------------------------------------------------------
       COMPUTE-ACCT-CHECK-DIGIT.
           MOVE ZERO TO WS-ACKD-SUM
           MOVE ZERO TO WS-ACKD-DIGIT
           MOVE "Y"  TO WS-ACKD-CHARS-SW

           PERFORM ADD-ACCT-CHAR-WEIGHT
               VARYING WS-ACKD-POS FROM 1 BY 1
               UNTIL WS-ACKD-POS > 9 OR NOT WS-ACKD-CHARS-OK

           IF NOT WS-ACKD-CHARS-OK
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ACKD-REM = FUNCTION MOD(WS-ACKD-SUM, 11)
           IF WS-ACKD-REM = ZERO
               MOVE ZERO TO WS-ACKD-DIGIT
           ELSE
               COMPUTE WS-ACKD-DIGIT = 11 - WS-ACKD-REM
           END-IF.

       ADD-ACCT-CHAR-WEIGHT.
           MOVE "N" TO WS-ACKD-FOUND-SW
           PERFORM MATCH-ACCT-CHAR
               VARYING WS-ACKD-CHAR-IDX FROM 1 BY 1
               UNTIL WS-ACKD-CHAR-IDX > 36 OR WS-ACKD-FOUND

           IF NOT WS-ACKD-FOUND
               MOVE "N" TO WS-ACKD-CHARS-SW
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ACKD-SUM = WS-ACKD-SUM
               + WS-ACKD-CHAR-VAL * (11 - WS-ACKD-POS).

       MATCH-ACCT-CHAR.
           IF WS-ACKD-CHARSET(WS-ACKD-CHAR-IDX:1)
               = WS-ACKD-ACCT-ID(WS-ACKD-POS:1)
               SET WS-ACKD-FOUND TO TRUE
               COMPUTE WS-ACKD-CHAR-VAL = WS-ACKD-CHAR-IDX - 1
           END-IF.
