      *> Loan-master record -- one row per personal loan, keyed on
      *> LN-LOAN-ID in an indexed file. Maintained by LOAN-MAINT, which
      *> also generates the loan's amortization schedule
      *> (loan_schedule.cpy). LOAN-INSTALL-SCHED bills the installments
      *> as they fall due, debiting the repayment account through
      *> LEDGER-TRXN-WRITER's BATCH mode; LOAN-ARREARS settles each
      *> night's billing against the batch's rejects and keeps the
      *> arrears fields below current.
       01  LOAN-MASTER-REC.
           05 LN-LOAN-ID         PIC X(10).
           05 LN-ACCT-ID         PIC X(10).
                          *> repayment account the installments debit
           05 LN-CURRENCY        PIC X(3).
           05 LN-PRINCIPAL       PIC S9(9)V99 COMP-3.
                          *> amount originally advanced
           05 LN-ANNUAL-RATE     PIC 9(2)V9(4) COMP-3.
                          *> nominal annual rate, percent (12.5000)
           05 LN-TERM-MONTHS     PIC 9(3).
           05 LN-START-DATE      PIC 9(8).   *> YYYYMMDD, disbursement
           05 LN-INSTALL-DAY     PIC 9(2).
                          *> day of month installments fall due; a
                          *> short month takes its last day
           05 LN-INSTALL-AMT     PIC S9(9)V99 COMP-3.
                          *> level monthly installment (the final
                          *> one absorbs the rounding)
           05 LN-STATUS          PIC X(1).
                          *> 'A' = active, 'P' = paid off
           05 LN-OUTSTANDING     PIC S9(9)V99 COMP-3.
                          *> principal not yet repaid
           05 LN-PAID-COUNT      PIC 9(3).   *> installments settled
           05 LN-LAST-DUE-DATE   PIC 9(8).
                          *> due date of the newest installment
                          *> billed (LN-START-DATE before the first);
                          *> interest accrues from here
           05 LN-ARREARS-AMT     PIC S9(9)V99 COMP-3.
                          *> installments due and not collected
           05 LN-MISSED-COUNT    PIC 9(3).
           05 LN-OLDEST-MISSED   PIC 9(8).
                          *> due date of the oldest uncollected
                          *> installment, 0 = none
           05 LN-ARREARS-BUCKET  PIC X(2).
                          *> 'CU' = current, '01' = 1-29 days past
                          *> due, '30', '60', '90' = 90 days and over,
                          *> as at LOAN-ARREARS' last run
           05 LN-FAIL-REASON     PIC X(4).
                          *> the writer's reject reason on the last
                          *> missed installment
           05 LN-OPENED-BY       PIC X(8).
           05 LN-OPENED-DATE     PIC 9(8).
