      *> COPY into FILE-CONTROL alongside product_check_ws.cpy
      *> (WORKING-STORAGE), product_check_fd.cpy (FILE SECTION) and
      *> product_check.cpy (PROCEDURE DIVISION). The path is resolved
      *> from LEDGER_PRODUCT_MASTER by OPEN-PRODUCT-MASTER.
           SELECT PRODUCT-FILE ASSIGN TO WS-PRDCK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-PRDCK-FILE-STATUS.
