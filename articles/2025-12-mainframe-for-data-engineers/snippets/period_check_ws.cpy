       *> supplied in LEDGER_PERIOD_OVERRIDE -- the reason is written
       *> to the central audit log with the period it unlocked.
       01 WS-PERCK-OVERRIDE-RSN   PIC X(60).

       *> Set alongside WS-PERCK-CLOSED when the posting falls in a
       *> fiscal year that LEDGER-YEAR-END has locked. The supervisor
       *> override above does not reach a locked year; WS-PERCK-FY
       *> carries the fiscal year for the caller's messages.
       01 WS-PERCK-YEAR-CLOSED-SW PIC X(1)    VALUE "N".
           88 WS-PERCK-YEAR-CLOSED            VALUE "Y".
       01 WS-PERCK-FY             PIC 9(4).

       COPY "fiscal_year_ws.cpy".
