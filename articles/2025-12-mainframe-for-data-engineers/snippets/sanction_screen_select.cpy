      *> COPY into FILE-CONTROL alongside sanction_screen_ws.cpy
      *> (WORKING-STORAGE), sanction_screen_fd.cpy (FILE SECTION) and
      *> sanction_screen.cpy (PROCEDURE DIVISION). The three paths are
      *> resolved from LEDGER_WATCH_LIST, LEDGER_SCREEN_CLEARED and
      *> LEDGER_SCREEN_HITS by RESOLVE-SCREEN-PATHS.
           SELECT WATCH-LIST-FILE ASSIGN TO WS-SCRN-LIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-ID
               FILE STATUS IS WS-SCRN-LIST-STATUS.

           SELECT SCREEN-CLEAR-FILE ASSIGN TO WS-SCRN-CLEAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCL-KEY
               FILE STATUS IS WS-SCRN-CLEAR-STATUS.

           SELECT SCREEN-HIT-FILE ASSIGN TO WS-SCRN-HIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SCRN-HIT-STATUS.
