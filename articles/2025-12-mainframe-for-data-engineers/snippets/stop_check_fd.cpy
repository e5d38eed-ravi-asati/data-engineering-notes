      *> COPY into FILE SECTION alongside stop_check_select.cpy.
       FD  STOP-FILE.
       COPY "stop_payment.cpy".
