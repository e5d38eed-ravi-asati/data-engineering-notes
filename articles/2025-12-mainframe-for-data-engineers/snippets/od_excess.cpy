      *> Overdraft excess tracker -- one row per account/currency bucket
      *> found beyond its overdraft facility by LEDGER-OD-EXCESS-REPORT,
      *> keyed on ODX-KEY in an indexed file (LEDGER_OD_EXCESS, default
      *> ./od_excess.dat). The row is written the first night the
      *> bucket goes into excess and deleted the first night it is back
      *> within its limit, so ODX-FIRST-DATE to the run date is the
      *> run of consecutive days in excess.
       01  OD-EXCESS-REC.
           05 ODX-KEY.
              10 ODX-ACCT-ID     PIC X(10).
              10 ODX-CURRENCY    PIC X(3).
           05 ODX-FIRST-DATE     PIC 9(8).   *> YYYYMMDD excess began
           05 ODX-LAST-DATE      PIC 9(8).   *> YYYYMMDD last seen in excess
           05 ODX-FROZEN-DATE    PIC 9(8).
                          *> YYYYMMDD the account was frozen for this
                          *> excess; zero while it has not been
