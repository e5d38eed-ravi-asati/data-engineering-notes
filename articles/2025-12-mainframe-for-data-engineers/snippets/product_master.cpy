      *> Product-master record -- one row per product the shop sells
      *> (savings, current, salary, ...), keyed on PRD-CODE in an
      *> indexed file named by LEDGER_PRODUCT_MASTER, default
      *> ./product_master.dat. Every account carries its product in
      *> AM-PRODUCT-CODE: ACCT-MASTER-MAINT takes the new account's
      *> statement cycle and overdraft limit from here, the writer
      *> enforces the allowed currencies, channels and minimum
      *> balance at posting time, and LEDGER-INTEREST-CALC picks the
      *> account's rate set by the same code. Maintained by
      *> PRODUCT-MAINT.
       01  PRODUCT-REC.
           05 PRD-CODE           PIC X(3).
           05 PRD-DESC           PIC X(30).
           05 PRD-STATUS         PIC X(1).
                          *> 'A' = active, 'W' = withdrawn (no new
                          *>       accounts; existing ones run on)
           05 PRD-CURRENCIES.
              10 PRD-CURRENCY    PIC X(3)    OCCURS 6 TIMES.
                          *> currencies the product may post in; all
                          *> six blank = any currency
           05 PRD-CHANNELS.
              10 PRD-CHANNEL     PIC X(3)    OCCURS 10 TIMES.
                          *> channels the product accepts postings
                          *> from; all ten blank = any channel
           05 PRD-STMT-CYCLE     PIC 9(2).
                          *> default statement cycle day for a new
                          *> account; 00 = calendar-month statements
           05 PRD-OD-LIMIT       PIC S9(7)V99 COMP-3.
                          *> default overdraft limit for a new account
           05 PRD-MIN-BALANCE    PIC S9(7)V99 COMP-3.
                          *> balance a debit may not take the account
                          *> below, before any overdraft limit
           05 PRD-CREATED-DATE   PIC 9(8).   *> YYYYMMDD
