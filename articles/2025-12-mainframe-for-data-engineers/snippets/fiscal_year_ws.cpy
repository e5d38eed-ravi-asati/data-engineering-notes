      *> Working-storage fields for the fiscal-year routines in
      *> fiscal_year.cpy. The fiscal year starts in the month named by
      *> LEDGER_FY_START_MONTH (01-12, default 01 = calendar year) and
      *> is known by the calendar year it ends in: with a start month
      *> of 04, fiscal year 2026 runs 202504 through 202603. Its
      *> year-end lock is the period-file row keyed YYYY00.
       01 WS-FY-START-TXT         PIC X(4).
       01 WS-FY-START-MONTH       PIC 9(2)    VALUE 1.
       01 WS-FY-PERIOD            PIC 9(6).
       01 WS-FY-MONTH             PIC 9(2).
       01 WS-FY-YEAR              PIC 9(4).
       01 WS-FY-FIRST-PERIOD      PIC 9(6).
       01 WS-FY-LAST-PERIOD       PIC 9(6).
       01 WS-FY-LOCK-PERIOD       PIC 9(6).
