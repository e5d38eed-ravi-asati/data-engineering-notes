      *> COPY into FILE SECTION alongside product_check_select.cpy.
       FD  PRODUCT-FILE.
       COPY "product_master.cpy".
