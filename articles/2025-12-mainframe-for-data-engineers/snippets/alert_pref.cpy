      *> Customer alert-preference record -- one row per account per
      *> alert type, keyed on AP-KEY in an indexed file (the path is
      *> the first argument to ALERT-PREF-MAINT, which maintains it).
      *> LEDGER-ALERT-NOTIFY reads it after LEDGER-BALANCE-POST, or in
      *> a polling loop beside the posting listener, and raises one
      *> outbound notification (alert_notify.cpy) per triggered alert.
      *> AP-LAST-SENT-DATE is how an alert fires only once per account
      *> per day, however many runs or polling cycles see it.
       01  ALERT-PREF-REC.
           05 AP-KEY.
              10 AP-ACCT-ID      PIC X(10).
              10 AP-ALERT-TYPE   PIC X(1).
                          *> 'L' = balance below AP-THRESHOLD,
                          *> 'D' = a single debit of AP-THRESHOLD or
                          *>       more,
                          *> 'O' = balance below zero (overdrawn);
                          *>       AP-THRESHOLD is not used
           05 AP-CURRENCY        PIC X(3).
                          *> the balance bucket / posting currency
                          *> the alert watches
           05 AP-THRESHOLD       PIC S9(11)V99 COMP-3.
           05 AP-CHANNEL         PIC X(1).
                          *> 'S' = SMS, 'E' = email
           05 AP-DESTINATION     PIC X(60).
                          *> mobile number or email address
           05 AP-STATUS          PIC X(1).
                          *> 'A' = active, 'S' = suspended
           05 AP-LAST-SENT-DATE  PIC 9(8).   *> YYYYMMDD, 0 = never
           05 AP-SET-BY          PIC X(8).   *> operator ID
           05 AP-SET-DATE        PIC 9(8).   *> YYYYMMDD
