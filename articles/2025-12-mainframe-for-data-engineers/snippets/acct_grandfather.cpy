      *> Legacy account-number list -- one row per ACCT-ID issued
      *> before account numbers carried a check digit, keyed on
      *> GF-ACCT-ID in an indexed file named by
      *> LEDGER_ACCT_GRANDFATHER, default ./acct_grandfather.dat. An
      *> ACCT-ID that fails its check digit is still accepted when it
      *> is on this list. Built and maintained by LEDGER-ACCT-NUMBER
      *> (SCAN, IMPORT, ENROL); read by acct_check_digit.cpy.
       01  ACCT-GRANDFATHER-REC.
           05 GF-ACCT-ID         PIC X(10).
           05 GF-ADDED-DATE      PIC 9(8).   *> YYYYMMDD
           05 GF-ADDED-BY        PIC X(8).
                          *> operator who enrolled the number
           05 GF-SOURCE          PIC X(1).
                          *> 'S' = scanned from the account master,
                          *> 'I' = imported from a legacy list,
                          *> 'E' = enrolled one at a time
