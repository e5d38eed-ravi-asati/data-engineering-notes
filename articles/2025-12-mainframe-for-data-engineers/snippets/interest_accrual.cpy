           05 ACRL-DAILY-RATE      PIC S9(3)V9(6) COMP-3.
           05 ACRL-INTEREST-AMT    PIC S9(9)V99 COMP-3.
           05 ACRL-BUSINESS-DATE   PIC 9(8).
           05 ACRL-PRODUCT-CODE    PIC X(3).
                          *> product whose rate set the accrual used
           05 FILLER               PIC X(17).
