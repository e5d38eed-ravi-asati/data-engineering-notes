      *> COPY into FILE SECTION alongside maker_checker_select.cpy.
       FD  MASTER-CHANGE-FILE.
       COPY "master_change.cpy".
