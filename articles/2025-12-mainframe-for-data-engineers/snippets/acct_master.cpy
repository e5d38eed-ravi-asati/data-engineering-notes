       01  ACCT-MASTER-REC.
           05 AM-ACCT-ID         PIC X(10).
           05 AM-ACCT-STATUS     PIC X(1).
                          *> 'O' = open, 'C' = closed, 'F' = frozen,
                          *> 'P' = closure in progress,
                          *> 'S' = screening hold (watch-list hit
                          *>       awaiting compliance review)
           05 AM-OPEN-DATE       PIC 9(8).   *> YYYYMMDD
           05 AM-CUST-NAME       PIC X(30).
           05 AM-BASE-CURR       PIC X(3).
           05 AM-OVERDRAFT-LIMIT PIC S9(7)V99 COMP-3.
                          *> how far below zero a debit may take the
                          *> account before the writer rejects it;
                          *> superseded by the account's facility once
                          *> the overdraft register (od_facility.cpy)
                          *> is in place
           05 AM-BRANCH-CODE     PIC X(3).
                          *> the branch the account belongs to, from
                          *> the branch reference table
           05 AM-STMT-CYCLE      PIC 9(2).
                          *> statement cycle day of month (5, 15, 25,
                          *> ...); 00 = calendar-month statements
           05 AM-PRODUCT-CODE    PIC X(3).
                          *> the product the account was opened
                          *> under, from the product master; blank
                          *> on accounts converted before products
