      *> COPY into FILE-CONTROL alongside acct_check_digit_ws.cpy
      *> (WORKING-STORAGE), acct_check_digit_fd.cpy (FILE SECTION) and
      *> acct_check_digit.cpy (PROCEDURE DIVISION). The path is
      *> resolved from LEDGER_ACCT_GRANDFATHER by OPEN-ACCT-GRANDFATHER.
           SELECT ACCT-GRANDFATHER-FILE ASSIGN TO WS-ACKD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GF-ACCT-ID
               FILE STATUS IS WS-ACKD-FILE-STATUS.
