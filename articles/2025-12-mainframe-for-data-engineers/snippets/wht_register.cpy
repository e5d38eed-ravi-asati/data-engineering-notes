      *> Withholding register record -- one row per interest credit
      *> LEDGER-INTEREST-CAPITALIZE posts, exempt customers included at
      *> a zero rate, appended to a sequential file (LEDGER_WHT_REGISTER,
      *> default ./wht_register.dat). LEDGER-WHT-REMIT totals a month of
      *> it per status and rate for the remittance to the tax authority.
       01  WHT-REGISTER-REC.
           05 WHR-POST-DATE      PIC 9(8).   *> YYYYMMDD
           05 WHR-PERIOD         PIC 9(6).   *> YYYYMM interest period
           05 WHR-ACCT-ID        PIC X(10).
           05 WHR-CUST-ID        PIC X(10).  *> spaces if unlinked
           05 WHR-TAX-STATUS     PIC X(1).   *> status applied: R/N/E
           05 WHR-RATE-PCT       PIC 9(2)V9(4) COMP-3.
           05 WHR-GROSS-AMT      PIC S9(9)V99 COMP-3.
           05 WHR-TAX-AMT        PIC S9(9)V99 COMP-3.
           05 WHR-INT-TRXN-ID    PIC X(10).  *> the I-series credit
           05 WHR-WHT-TRXN-ID    PIC X(10).  *> the W-series debit, or
                                             *> spaces when nothing
                                             *> was withheld
           05 FILLER             PIC X(10).
