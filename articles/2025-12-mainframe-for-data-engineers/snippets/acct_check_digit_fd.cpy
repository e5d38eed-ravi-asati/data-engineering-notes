      *> COPY into FILE SECTION alongside acct_check_digit_select.cpy.
       FD  ACCT-GRANDFATHER-FILE.
       COPY "acct_grandfather.cpy".
