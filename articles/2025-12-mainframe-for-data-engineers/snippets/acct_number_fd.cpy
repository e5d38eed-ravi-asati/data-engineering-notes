      *> COPY into FILE SECTION alongside acct_number_select.cpy.
       FD  ACCT-COUNTER-FILE.
       COPY "acct_counter.cpy".
