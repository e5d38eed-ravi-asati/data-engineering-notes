      *> COPY into FILE-CONTROL alongside stop_check_ws.cpy
      *> (WORKING-STORAGE), stop_check_fd.cpy (FILE SECTION) and
      *> stop_check.cpy (PROCEDURE DIVISION). The path is resolved
      *> from LEDGER_STOP_FILE by OPEN-STOP-FILE.
           SELECT STOP-FILE ASSIGN TO WS-STPCK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STPCK-FILE-STATUS.
