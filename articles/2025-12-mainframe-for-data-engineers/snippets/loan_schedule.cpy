      *> Amortization-schedule record -- one row per installment of a
      *> loan, keyed on loan + installment number in an indexed file.
      *> Written whole by LOAN-MAINT when the loan is booked; the
      *> status moves as LOAN-INSTALL-SCHED bills the installment and
      *> LOAN-ARREARS settles it against the batch's rejects.
       01  LOAN-SCHED-REC.
           05 LS-KEY.
              10 LS-LOAN-ID      PIC X(10).
              10 LS-INST-NO      PIC 9(3).
           05 LS-DUE-DATE        PIC 9(8).   *> YYYYMMDD
           05 LS-INST-AMT        PIC S9(9)V99 COMP-3.
           05 LS-PRINCIPAL-AMT   PIC S9(9)V99 COMP-3.
           05 LS-INTEREST-AMT    PIC S9(9)V99 COMP-3.
           05 LS-BALANCE-AFTER   PIC S9(9)V99 COMP-3.
                          *> principal outstanding once this
                          *> installment is paid
           05 LS-STATUS          PIC X(1).
                          *> 'S' = scheduled, 'B' = billed (in a
                          *> control file, not yet settled),
                          *> 'P' = paid, 'M' = missed (rejected --
                          *> billed again each night until it posts)
           05 LS-TRXN-ID         PIC X(10).
                          *> posting the latest billing generated
           05 LS-BILLED-DATE     PIC 9(8).
           05 LS-PAID-DATE       PIC 9(8).
           05 LS-MISS-COUNT      PIC 9(3).
           05 LS-FAIL-REASON     PIC X(4).
