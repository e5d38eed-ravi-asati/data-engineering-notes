      *> Funds-hold (lien) record -- money earmarked on an account's
      *> currency bucket so it cannot be spent: a card
      *> pre-authorization, a cheque still in clearing, a court or
      *> garnishment order. Keyed on HLD-KEY (account + currency + hold
      *> ID) in an indexed file, so LEDGER-TRXN-WRITER can START on the
      *> account/currency prefix and total the bucket's active holds
      *> in one key-range read. Maintained by HOLD-MAINT and the
      *> operator menu; LEDGER-HOLD-EXPIRY lapses expired holds nightly.
       01  FUNDS-HOLD-REC.
           05 HLD-KEY.
              10 HLD-ACCT-ID     PIC X(10).
              10 HLD-CURRENCY    PIC X(3).
              10 HLD-HOLD-ID     PIC X(10).
           05 HLD-AMT            PIC S9(9)V99 COMP-3.
           05 HLD-REASON         PIC X(1).
                          *> 'A' = card pre-authorization,
                          *> 'C' = cheque in clearing,
                          *> 'L' = legal order (court / garnishment),
                          *> 'O' = other
           05 HLD-REASON-TEXT    PIC X(30).
           05 HLD-PLACED-BY      PIC X(8).   *> operator ID
           05 HLD-PLACED-DATE    PIC 9(8).   *> YYYYMMDD
           05 HLD-EXPIRY-DATE    PIC 9(8).
                          *> YYYYMMDD the hold lapses after; always
                          *> 0 (never) on a legal-order hold
           05 HLD-STATUS         PIC X(1).
                          *> 'A' = active, 'R' = released,
                          *> 'E' = expired by LEDGER-HOLD-EXPIRY
           05 HLD-RELEASED-BY    PIC X(8).
           05 HLD-RELEASED-DATE  PIC 9(8).
