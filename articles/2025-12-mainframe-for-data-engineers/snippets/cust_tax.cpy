      *> Customer tax-status record -- the withholding-tax companion to
      *> the customer master, one row per customer keyed on CTX-CUST-ID
      *> in an indexed file (LEDGER_CUST_TAX, default ./cust_tax.dat),
      *> kept apart so the existing CUST-MASTER-REC files keep their
      *> length. Maintained by CUST-MASTER-MAINT SETTAX.
      *>   'R' = resident: tax withheld at the resident rate
      *>   'N' = non-resident: tax withheld at the non-resident rate
      *>   'E' = exempt: no tax withheld while the exemption
      *>         certificate is in date; from the day after
      *>         CTX-CERT-EXPIRY the customer is treated as resident
      *> A customer with no row is treated as resident.
       01  CUST-TAX-REC.
           05 CTX-CUST-ID        PIC X(10).
           05 CTX-TAX-STATUS     PIC X(1).
              88 CTX-RESIDENT                VALUE "R".
              88 CTX-NON-RESIDENT            VALUE "N".
              88 CTX-EXEMPT                  VALUE "E".
           05 CTX-CERT-REF       PIC X(20).  *> exemption certificate no.
           05 CTX-CERT-EXPIRY    PIC 9(8).   *> YYYYMMDD, zero unless 'E'
           05 CTX-LAST-UPDATED-BY
                                 PIC X(8).   *> operator ID
           05 CTX-LAST-UPDATED-DATE
                                 PIC 9(8).   *> YYYYMMDD
