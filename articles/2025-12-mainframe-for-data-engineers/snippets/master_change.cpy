      *> Pending master-change record -- an account-master or customer
      *> cross-reference change keyed by one operator (the maker) and
      *> held here until a different operator with the 'S' role (the
      *> checker) approves it. Keyed on MCH-CHANGE-ID in an indexed
      *> file. ACCT-MASTER-MAINT stages SETLIMIT, SETBRNCH, SETCYCLE
      *> and the status changes, CUST-MASTER-MAINT stages LINK and
      *> UNLINK, OD-FACILITY-MAINT stages GRANT and RENEW; each
      *> program's APPROVE applies its own changes, after checking the
      *> master still holds the before value.
      *> LEDGER-CHANGE-OUTSTANDING reports what is still waiting and
      *> expires changes nobody approved in time.
       01  MASTER-CHANGE-REC.
           05 MCH-CHANGE-ID      PIC X(16).
                          *> 'MC' + YYMMDD + HHMMSS of staging + a
                          *> two-digit tie-breaker
           05 MCH-SOURCE         PIC X(1).
                          *> 'A' = account master,
                          *> 'X' = customer/account cross-reference,
                          *> 'O' = overdraft facility register
           05 MCH-ACTION         PIC X(8).
                          *> the maintenance command that was keyed:
                          *> SETLIMIT SETBRNCH SETCYCLE CLOSE FREEZE
                          *> REOPEN (account), LINK UNLINK (xref),
                          *> GRANT RENEW (overdraft facility)
           05 MCH-ACCT-ID        PIC X(10).
           05 MCH-CUST-ID        PIC X(10).
                          *> xref changes only -- a facility GRANT
                          *> carries its new expiry date (YYYYMMDD)
                          *> here
           05 MCH-BEFORE-VALUE   PIC X(15).
           05 MCH-AFTER-VALUE    PIC X(15).
                          *> the field as displayed -- a limit as
                          *> 5000.00, a status letter, a branch, a
                          *> cycle day, LINKED / UNLINKED, or a
                          *> facility's limit (NONE / CANCELLED when
                          *> it has none) or expiry date
           05 MCH-TARGET-PATH    PIC X(200).
                          *> the master the maker keyed against; the
                          *> approval must name the same file
           05 MCH-STATUS         PIC X(1).
                          *> 'P' = pending, 'A' = approved and
                          *> applied, 'R' = rejected, 'X' = expired
           05 MCH-MAKER-ID       PIC X(8).
           05 MCH-MAKE-DATE      PIC 9(8).
           05 MCH-MAKE-TIME      PIC 9(6).
           05 MCH-CHECKER-ID     PIC X(8).
                          *> the approver, or EXPIRY
           05 MCH-DECIDE-DATE    PIC 9(8).
