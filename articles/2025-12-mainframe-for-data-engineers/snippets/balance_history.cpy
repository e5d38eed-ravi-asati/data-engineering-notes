      *> Balance-history record -- the end-of-day snapshot of every
      *> balance-master bucket, one row per ACCT-ID, CURRENCY-CODE and
      *> business date, keyed on the three in that order in an indexed
      *> file so one account's days come back as a single range read.
      *> LEDGER-BALANCE-POST writes the day's rows after it has applied
      *> the postings (a re-run of the same day overwrites them);
      *> LEDGER-BALANCE-ASOF answers "what was the balance on ..." from
      *> it and LEDGER-BALANCE-ADB averages it by month. A day with no
      *> row for a bucket (weekend, holiday, bucket not yet opened)
      *> carries the previous row's closing balance.
       01  BALANCE-HIST-REC.
           05 BH-KEY.
              10 BH-ACCT-ID      PIC X(10).
              10 BH-CURRENCY     PIC X(3).
              10 BH-BUS-DATE     PIC 9(8).   *> YYYYMMDD
           05 BH-OPEN-BAL        PIC S9(11)V99 COMP-3.
                          *> the bucket's balance before the day's
                          *> postings
           05 BH-CLOSE-BAL       PIC S9(11)V99 COMP-3.
           05 BH-BASE-EQUIV      PIC S9(11)V99 COMP-3.
           05 BH-FX-RATE         PIC 9(3)V9(6) COMP-3.
           05 BH-MOVED-SW        PIC X(1).
                          *> 'Y' = postings touched the bucket that day
