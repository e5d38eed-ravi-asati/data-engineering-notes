      *> Term-deposit record -- one row per fixed-term deposit, keyed on
      *> TD-DEPOSIT-ID in an indexed file. The principal sits on its own
      *> ledger account (TD-ACCT-ID) for the term; TD-MATURITY-RUN pays
      *> the interest onto it at maturity and then carries out the
      *> maturity instruction, all as TRANSFER-mode pairs for
      *> LEDGER-TRXN-WRITER. Maintained by TERM-DEPOSIT-MAINT.
       01  TERM-DEPOSIT-REC.
           05 TD-DEPOSIT-ID      PIC X(10).
           05 TD-ACCT-ID         PIC X(10).
                          *> ledger account holding the principal
           05 TD-LINK-ACCT-ID    PIC X(10).
                          *> customer's account payouts go to
           05 TD-CURRENCY        PIC X(3).
           05 TD-PRINCIPAL       PIC S9(9)V99 COMP-3.
                          *> principal of the current term -- grows on
                          *> a principal-plus-interest renewal
           05 TD-RATE            PIC 9(2)V9(4) COMP-3.
                          *> fixed annual rate, percent
           05 TD-PENALTY-PCT     PIC 9(2)V9(4) COMP-3.
                          *> percentage points taken off TD-RATE for
                          *> the days held when withdrawn early,
                          *> fixed when the deposit is booked
           05 TD-TERM-MONTHS     PIC 9(3).
           05 TD-START-DATE      PIC 9(8).   *> YYYYMMDD, current term
           05 TD-MATURITY-DATE   PIC 9(8).
                          *> contractual maturity; a holiday or
                          *> weekend maturity pays on the next
                          *> business day, interest running to it
           05 TD-INSTRUCTION     PIC X(1).
                          *> 'P' = renew principal, interest paid to
                          *>       TD-LINK-ACCT-ID
                          *> 'I' = renew principal plus interest
                          *> 'L' = pay everything to TD-LINK-ACCT-ID
           05 TD-STATUS          PIC X(1).
                          *> 'A' = active, 'E' = early withdrawal
                          *> requested (pays on TD-CLOSED-DATE),
                          *> 'M' = matured and paid out,
                          *> 'W' = withdrawn early
           05 TD-ROLL-COUNT      PIC 9(3).   *> renewals so far
           05 TD-LAST-INTEREST   PIC S9(9)V99 COMP-3.
                          *> interest paid at the last maturity or
                          *> withdrawal
           05 TD-OPENED-BY       PIC X(8).
           05 TD-OPENED-DATE     PIC 9(8).
           05 TD-CLOSED-DATE     PIC 9(8).
                          *> payout date of a withdrawal or a final
                          *> maturity, 0 while active
