      *> COPY into FILE SECTION alongside sanction_screen_select.cpy.
       FD  WATCH-LIST-FILE.
       COPY "watch_list.cpy".

       FD  SCREEN-CLEAR-FILE.
       COPY "screen_clear.cpy".

       FD  SCREEN-HIT-FILE.
       COPY "screen_hit.cpy".
