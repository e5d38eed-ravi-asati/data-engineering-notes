      *> Single Customer View record -- the fixed-format file
      *> LEDGER-SCV-EXTRACT hands the deposit insurer: a header, then
      *> for each depositor one 'D' record with the aggregate insured
      *> and uninsured amounts followed by an 'A' record per covered
      *> account that makes up the aggregate, and a trailer with the
      *> counts and totals. Every amount is in the base currency,
      *> unsigned, with two implied decimals; all fields are display so
      *> the file reads the same on any platform it is sent to.
       01  SCV-REC.
           05 SCV-REC-TYPE           PIC X(1).
                          *> 'H' = header, 'D' = depositor,
                          *> 'A' = account, 'T' = trailer
           05 FILLER                 PIC X(149).

       01  SCV-HDR REDEFINES SCV-REC.
           05 SCVH-REC-TYPE          PIC X(1).
           05 SCVH-BALANCE-DATE      PIC 9(8).   *> business date valued
           05 SCVH-BASE-CURR         PIC X(3).
           05 SCVH-COVER-LIMIT       PIC 9(13)V99.
                          *> the per-depositor coverage limit applied
           05 SCVH-CREATED-DATE      PIC 9(8).
           05 SCVH-CREATED-TIME      PIC 9(6).
           05 FILLER                 PIC X(109).

       01  SCV-DEPOSITOR REDEFINES SCV-REC.
           05 SCVD-REC-TYPE          PIC X(1).
           05 SCVD-CUST-ID           PIC X(10).
           05 SCVD-CUST-NAME         PIC X(30).
           05 SCVD-CUST-STATUS       PIC X(1).
           05 SCVD-ACCT-COUNT        PIC 9(3).
                          *> covered accounts in the aggregate
           05 SCVD-JOINT-FLAG        PIC X(1).
                          *> 'J' = at least one account is held
                          *> jointly and only this depositor's equal
                          *> share of it is counted
           05 SCVD-TOTAL-BAL         PIC 9(15)V99.
           05 SCVD-INSURED-AMT       PIC 9(13)V99.
           05 SCVD-UNINSURED-AMT     PIC 9(15)V99.
           05 FILLER                 PIC X(55).

       01  SCV-ACCOUNT REDEFINES SCV-REC.
           05 SCVA-REC-TYPE          PIC X(1).
           05 SCVA-CUST-ID           PIC X(10).
           05 SCVA-ACCT-ID           PIC X(10).
           05 SCVA-PRODUCT-CODE      PIC X(3).
           05 SCVA-ACCT-STATUS       PIC X(1).
           05 SCVA-HOLDER-COUNT      PIC 9(3).
           05 SCVA-SHARE-BAL         PIC 9(15)V99.
                          *> this depositor's share of the account's
                          *> base-currency balance
           05 FILLER                 PIC X(105).

       01  SCV-TRL REDEFINES SCV-REC.
           05 SCVT-REC-TYPE          PIC X(1).
           05 SCVT-DEPOSITOR-COUNT   PIC 9(9).
           05 SCVT-ACCOUNT-COUNT     PIC 9(9).
           05 SCVT-TOTAL-BAL         PIC 9(17)V99.
           05 SCVT-TOTAL-INSURED     PIC 9(17)V99.
           05 SCVT-TOTAL-UNINSURED   PIC 9(17)V99.
           05 FILLER                 PIC X(74).
