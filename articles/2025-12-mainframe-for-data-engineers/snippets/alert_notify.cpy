      *> Outbound customer-alert notification -- one fixed-layout line
      *> per triggered alert, appended by LEDGER-ALERT-NOTIFY to the
      *> file the messaging gateway collects. The gateway formats and
      *> sends NT-MESSAGE to NT-DESTINATION on NT-CHANNEL; the same
      *> notification is written to the alert-sent log
      *> (LEDGER_ALERT_LOG) so ALERT-PREF-MAINT HISTORY can show what
      *> was sent when a customer says they were never told.
       01  ALERT-NOTIFY-REC.
           05 NT-NOTIFY-ID       PIC X(16).
                          *> 'A' + YYMMDD + HHMMSS of the run cycle +
                          *> 3-digit sequence within the cycle
           05 NT-ACCT-ID         PIC X(10).
           05 NT-ALERT-TYPE      PIC X(1).   *> as AP-ALERT-TYPE
           05 NT-CHANNEL         PIC X(1).   *> 'S' = SMS, 'E' = email
           05 NT-DESTINATION     PIC X(60).
           05 NT-CURRENCY        PIC X(3).
           05 NT-AMOUNT          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
                          *> the balance ('L', 'O') or the debit ('D')
           05 NT-THRESHOLD       PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           05 NT-TRXN-ID         PIC X(10).  *> the debit, 'D' only
           05 NT-EVENT-DATE      PIC 9(8).   *> YYYYMMDD
           05 NT-EVENT-TIME      PIC 9(6).   *> HHMMSS
           05 NT-MESSAGE         PIC X(120).
