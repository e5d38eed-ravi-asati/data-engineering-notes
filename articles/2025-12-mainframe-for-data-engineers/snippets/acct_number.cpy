      *> Shared account-number allocation. COPY into the PROCEDURE
      *> DIVISION of every program that opens accounts (with
      *> acct_number_ws.cpy, acct_number_select.cpy, acct_number_fd.cpy
      *> and the acct_check_digit*.cpy set, whose
      *> COMPUTE-ACCT-CHECK-DIGIT it uses). A new number is the
      *> branch code, the branch's next 6-digit sequence and a mod-11
      *> check digit: BBBNNNNNNC. The counter row is rewritten before
      *> the number is handed back, so a number is never issued twice
      *> even when the account it was taken for is not opened.
       ALLOCATE-ACCT-NUMBER.
           MOVE "N"    TO WS-ACNO-OK-SW
           MOVE SPACES TO WS-ACNO-ACCT-ID
           MOVE SPACES TO WS-ACNO-REASON

           MOVE SPACES         TO WS-ACKD-ACCT-ID
           MOVE WS-ACNO-BRANCH TO WS-ACKD-ACCT-ID(1:3)
           MOVE "000000"       TO WS-ACKD-ACCT-ID(4:6)
           PERFORM COMPUTE-ACCT-CHECK-DIGIT
           IF NOT WS-ACKD-CHARS-OK
               STRING "branch code [" WS-ACNO-BRANCH
                      "] must be 3 letters or digits"
                   DELIMITED BY SIZE
                   INTO WS-ACNO-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           DISPLAY "LEDGER_ACCT_COUNTERS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACNO-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACNO-PATH = SPACES
               MOVE "./acct_counters.dat" TO WS-ACNO-PATH
           END-IF

           *> The first allocation creates the counter file.
           OPEN I-O ACCT-COUNTER-FILE
           IF WS-ACNO-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-COUNTER-FILE
               CLOSE ACCT-COUNTER-FILE
               OPEN I-O ACCT-COUNTER-FILE
           END-IF
           IF WS-ACNO-FILE-STATUS NOT = "00"
               STRING "unable to open " FUNCTION TRIM(WS-ACNO-PATH)
                      " (FILE STATUS " WS-ACNO-FILE-STATUS ")"
                   DELIMITED BY SIZE
                   INTO WS-ACNO-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ACNO-NEW-SW
           MOVE WS-ACNO-BRANCH TO ANC-BRANCH-CODE
           READ ACCT-COUNTER-FILE
               INVALID KEY
                   SET WS-ACNO-NEW-BRANCH TO TRUE
                   MOVE WS-ACNO-BRANCH TO ANC-BRANCH-CODE
                   MOVE 1      TO ANC-NEXT-SEQ
                   MOVE ZERO   TO ANC-ISSUED-COUNT
                   MOVE ZERO   TO ANC-SKIPPED-COUNT
                   MOVE SPACES TO ANC-LAST-ACCT-ID
                   MOVE ZERO   TO ANC-LAST-DATE
                   MOVE SPACES TO ANC-LAST-OPER
           END-READ

           MOVE ANC-NEXT-SEQ TO WS-ACNO-SEQ
           MOVE "N" TO WS-ACNO-DONE-SW
           PERFORM TRY-NEXT-ACCT-SEQ UNTIL WS-ACNO-DONE

           IF NOT WS-ACNO-OK
               CLOSE ACCT-COUNTER-FILE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-ACNO-TODAY FROM DATE YYYYMMDD
           MOVE WS-ACNO-SEQ     TO ANC-NEXT-SEQ
           ADD 1                TO ANC-ISSUED-COUNT
           MOVE WS-ACNO-ACCT-ID TO ANC-LAST-ACCT-ID
           MOVE WS-ACNO-TODAY   TO ANC-LAST-DATE
           MOVE WS-ACNO-OPER-ID TO ANC-LAST-OPER
           IF WS-ACNO-NEW-BRANCH
               WRITE ACCT-COUNTER-REC
           ELSE
               REWRITE ACCT-COUNTER-REC
           END-IF
           IF WS-ACNO-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ACNO-OK-SW
               MOVE SPACES TO WS-ACNO-ACCT-ID
               STRING "counter for branch " WS-ACNO-BRANCH
                      " not updated (FILE STATUS "
                      WS-ACNO-FILE-STATUS ")"
                   DELIMITED BY SIZE
                   INTO WS-ACNO-REASON
               END-STRING
           END-IF

           CLOSE ACCT-COUNTER-FILE.

      *> -----------------------------------------------------------------
      *> One sequence: issue it if it takes a single check digit, else
      *> count it skipped and move on to the next.
      *> -----------------------------------------------------------------
       TRY-NEXT-ACCT-SEQ.
           IF WS-ACNO-SEQ > 999999
               SET WS-ACNO-DONE TO TRUE
               STRING "branch " WS-ACNO-BRANCH
                      " has used every account number"
                   DELIMITED BY SIZE
                   INTO WS-ACNO-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACNO-BRANCH  TO WS-ACKD-ACCT-ID(1:3)
           MOVE WS-ACNO-SEQ(2:6) TO WS-ACKD-ACCT-ID(4:6)
           PERFORM COMPUTE-ACCT-CHECK-DIGIT
           ADD 1 TO WS-ACNO-SEQ

           IF WS-ACKD-DIGIT = 10
               ADD 1 TO ANC-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACKD-DIGIT(2:1) TO WS-ACKD-ACCT-ID(10:1)
           MOVE WS-ACKD-ACCT-ID    TO WS-ACNO-ACCT-ID
           SET WS-ACNO-OK   TO TRUE
           SET WS-ACNO-DONE TO TRUE.
