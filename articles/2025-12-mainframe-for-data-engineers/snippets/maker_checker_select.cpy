      *> COPY into FILE-CONTROL alongside maker_checker_ws.cpy
      *> (WORKING-STORAGE), maker_checker_fd.cpy (FILE SECTION) and
      *> maker_checker.cpy (PROCEDURE DIVISION). The path is resolved
      *> from LEDGER_MASTER_CHANGES by OPEN-MASTER-CHANGES.
           SELECT MASTER-CHANGE-FILE ASSIGN TO WS-MKCK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCH-CHANGE-ID
               FILE STATUS IS WS-MKCK-FILE-STATUS.
