      *> month), 'C' = closed. Posting programs reject any transaction
      *> whose POST-DATE falls in a closed period unless a supervisor
      *> override (audit-logged) is in force.
      *> A row whose month is 00 (YYYY00) is the year-end lock for
      *> fiscal year YYYY, written by LEDGER-YEAR-END with status 'C'.
      *> Once it is there no month of that fiscal year can be set back
      *> to 'O' and the month-level override no longer applies.
       01  PERIOD-REC.
           05 PER-PERIOD         PIC 9(6).   *> YYYYMM
           05 PER-STATUS         PIC X(1).
