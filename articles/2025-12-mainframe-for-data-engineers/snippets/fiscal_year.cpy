      *> Shared fiscal-year routines. COPY into the PROCEDURE DIVISION
      *> (with fiscal_year_ws.cpy in WORKING-STORAGE). PERFORM
      *> LOAD-FISCAL-YEAR-START once; then MOVE a YYYYMM period to
      *> WS-FY-PERIOD and PERFORM DERIVE-FISCAL-YEAR for the fiscal
      *> year it belongs to, or MOVE a year to WS-FY-YEAR and PERFORM
      *> DERIVE-FISCAL-YEAR-SPAN for its first and last periods.
      *> Either way WS-FY-LOCK-PERIOD is the year's lock-row key.
       LOAD-FISCAL-YEAR-START.
           MOVE 1 TO WS-FY-START-MONTH
           DISPLAY "LEDGER_FY_START_MONTH" UPON ENVIRONMENT-NAME
           ACCEPT WS-FY-START-TXT FROM ENVIRONMENT-VALUE
           IF WS-FY-START-TXT NOT = SPACES
               COMPUTE WS-FY-START-MONTH =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-FY-START-TXT))
               IF WS-FY-START-MONTH < 1 OR WS-FY-START-MONTH > 12
                   DISPLAY "WARNING: LEDGER_FY_START_MONTH "
                       FUNCTION TRIM(WS-FY-START-TXT)
                       " is not a month -- calendar fiscal year used"
                   MOVE 1 TO WS-FY-START-MONTH
               END-IF
           END-IF.

       DERIVE-FISCAL-YEAR.
           COMPUTE WS-FY-YEAR  = WS-FY-PERIOD / 100
           COMPUTE WS-FY-MONTH = FUNCTION MOD(WS-FY-PERIOD, 100)
           IF WS-FY-START-MONTH > 1
               AND WS-FY-MONTH >= WS-FY-START-MONTH
               ADD 1 TO WS-FY-YEAR
           END-IF
           PERFORM DERIVE-FISCAL-YEAR-SPAN.

       DERIVE-FISCAL-YEAR-SPAN.
           IF WS-FY-START-MONTH = 1
               COMPUTE WS-FY-FIRST-PERIOD = WS-FY-YEAR * 100 + 1
               COMPUTE WS-FY-LAST-PERIOD  = WS-FY-YEAR * 100 + 12
           ELSE
               COMPUTE WS-FY-FIRST-PERIOD =
                   (WS-FY-YEAR - 1) * 100 + WS-FY-START-MONTH
               COMPUTE WS-FY-LAST-PERIOD =
                   WS-FY-YEAR * 100 + WS-FY-START-MONTH - 1
           END-IF
           COMPUTE WS-FY-LOCK-PERIOD = WS-FY-YEAR * 100.
