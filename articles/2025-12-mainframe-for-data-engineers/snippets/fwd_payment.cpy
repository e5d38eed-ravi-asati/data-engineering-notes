      *> Future-dated payment record -- a posting captured with a
      *> POST-DATE after the business date, warehoused here by
      *> LEDGER-TRXN-WRITER (and the operator menu) instead of being
      *> written to TRXN-FILE. Keyed on FWD-TRXN-ID in an indexed file,
      *> with FWD-ACCT-ID as an alternate key for the account inquiry
      *> and FWD-POST-DATE as another, so the start-of-day release and
      *> the by-date report read the warehouse in due-date order.
      *> LEDGER-FWD-RELEASE selects the items due each business
      *> day into a BATCH control file for the writer, then marks each
      *> item released or failed from the writer's reject file.
       01  FWD-PAYMENT-REC.
           05 FWD-TRXN-ID        PIC X(10).
           05 FWD-ACCT-ID        PIC X(10).
           05 FWD-TRXN-AMT       PIC S9(7)V99 COMP-3.
           05 FWD-TRXN-TYPE      PIC X(1).
           05 FWD-TRXN-DATE      PIC 9(8).
           05 FWD-TRXN-TIME      PIC 9(6).
           05 FWD-POST-DATE      PIC 9(8).   *> YYYYMMDD the item is due
           05 FWD-POST-TIME      PIC 9(6).
           05 FWD-CURRENCY       PIC X(3).
           05 FWD-CHANNEL        PIC X(3).
           05 FWD-DESC           PIC X(20).
           05 FWD-BRANCH         PIC X(3).
           05 FWD-STATUS         PIC X(1).
              88 FWD-WAREHOUSED             VALUE "W".
              88 FWD-SUBMITTED              VALUE "S".
              88 FWD-RELEASED               VALUE "R".
              88 FWD-FAILED                 VALUE "F".
              88 FWD-CANCELLED              VALUE "X".
                          *> 'W' = waiting for its date, 'S' = in the
                          *> day's release control file, 'R' = posted
                          *> (or diverted to the approval queue),
                          *> 'F' = failed at release and sent to
                          *> suspense, 'X' = cancelled before its date
           05 FWD-CAPTURE-USER   PIC X(30).
           05 FWD-CAPTURE-DATE   PIC 9(8).
           05 FWD-ACTION-USER    PIC X(30).  *> who released/cancelled
           05 FWD-ACTION-DATE    PIC 9(8).
           05 FWD-FAIL-REASON    PIC X(4).
                          *> the writer's reject reason when the
                          *> release failed
