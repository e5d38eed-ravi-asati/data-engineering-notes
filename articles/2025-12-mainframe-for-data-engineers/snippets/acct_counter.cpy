      *> Account-number counter -- one row per branch, keyed on
      *> ANC-BRANCH-CODE in an indexed file named by
      *> LEDGER_ACCT_COUNTERS, default ./acct_counters.dat. A new
      *> account number is the branch code, the next 6-digit sequence
      *> from this row and a mod-11 check digit (acct_check_digit.cpy).
      *> Maintained only through ALLOCATE-ACCT-NUMBER (acct_number.cpy)
      *> so no number is ever issued twice.
       01  ACCT-COUNTER-REC.
           05 ANC-BRANCH-CODE    PIC X(3).
           05 ANC-NEXT-SEQ       PIC 9(7).
                          *> the sequence the next allocation tries;
                          *> past 999999 the branch's numbers are
                          *> used up
           05 ANC-ISSUED-COUNT   PIC 9(7).
           05 ANC-SKIPPED-COUNT  PIC 9(7).
                          *> sequences passed over because no single
                          *> check digit exists for them (remainder 1)
           05 ANC-LAST-ACCT-ID   PIC X(10).
           05 ANC-LAST-DATE      PIC 9(8).   *> YYYYMMDD
           05 ANC-LAST-OPER      PIC X(8).
