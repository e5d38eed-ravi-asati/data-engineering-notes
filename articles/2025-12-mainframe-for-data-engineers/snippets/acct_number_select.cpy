      *> COPY into FILE-CONTROL alongside acct_number_ws.cpy
      *> (WORKING-STORAGE), acct_number_fd.cpy (FILE SECTION) and
      *> acct_number.cpy (PROCEDURE DIVISION), together with the
      *> acct_check_digit*.cpy set. The path is resolved from
      *> LEDGER_ACCT_COUNTERS by ALLOCATE-ACCT-NUMBER.
           SELECT ACCT-COUNTER-FILE ASSIGN TO WS-ACNO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-BRANCH-CODE
               FILE STATUS IS WS-ACNO-FILE-STATUS.
