      *> Withholding-tax rate table record -- one row per tax status
      *> and effective date, keyed on the pair in an indexed file
      *> maintained by WHT-RATE-LOADER (the same sheet-load pattern
      *> INT-RATE-LOADER uses). LEDGER-INTEREST-CAPITALIZE takes the
      *> newest effective date on or before the posting date for the
      *> customer's status; a rate change is keyed in advance as a new
      *> dated row.
       01  WHT-RATE-REC.
           05 WHT-KEY.
              10 WHT-TAX-STATUS  PIC X(1).   *> R / N / E, as cust_tax
              10 WHT-EFF-DATE    PIC 9(8).   *> YYYYMMDD
           05 WHT-RATE-PCT       PIC 9(2)V9(4) COMP-3.
                          *> percentage of gross interest withheld
