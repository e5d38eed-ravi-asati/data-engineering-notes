      *> Overdraft facility register -- one row per account granted an
      *> overdraft, keyed on ODF-ACCT-ID in an indexed file
      *> (LEDGER_OD_FACILITY, default ./od_facility.dat). Credit policy
      *> wants every facility to carry who approved it, when, and the
      *> date it must be reviewed by; past that date it lapses. Once
      *> the register exists LEDGER-TRXN-WRITER takes the overdraft
      *> allowance from here, not from AM-OVERDRAFT-LIMIT: an account
      *> with no row, a cancelled row, or a row past its expiry date
      *> has no overdraft at all. Maintained by OD-FACILITY-MAINT,
      *> whose GRANT and RENEW wait on a second operator's approval;
      *> LEDGER-OD-EXCESS-REPORT ages accounts beyond it nightly.
       01  OD-FACILITY-REC.
           05 ODF-ACCT-ID        PIC X(10).
           05 ODF-LIMIT          PIC S9(7)V99 COMP-3.
                          *> how far below zero each currency bucket
                          *> of the account may go
           05 ODF-APPROVAL-DATE  PIC 9(8).   *> YYYYMMDD credit approval
           05 ODF-EXPIRY-DATE    PIC 9(8).
                          *> YYYYMMDD review/expiry date -- the
                          *> facility counts as zero after it
           05 ODF-APPROVED-BY    PIC X(8).
                          *> approving credit officer -- the
                          *> operator who APPROVEd the staged GRANT
                          *> or RENEW (SEED: the officer named)
           05 ODF-STATUS         PIC X(1).
                          *> 'A' = active, 'C' = cancelled
           05 ODF-SET-BY         PIC X(8).   *> operator who keyed it
           05 ODF-SET-DATE       PIC 9(8).   *> YYYYMMDD
