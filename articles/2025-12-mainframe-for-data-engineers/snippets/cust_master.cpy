           05 CM-CUST-ID         PIC X(10).
           05 CM-CUST-NAME       PIC X(30).
           05 CM-CUST-STATUS     PIC X(1).
                          *> 'A' = active, 'I' = inactive,
                          *> 'R' = under screening review -- the
                          *>       name hit the watch list and its
                          *>       accounts are on screening hold
           05 CM-OPEN-DATE       PIC 9(8).   *> YYYYMMDD
