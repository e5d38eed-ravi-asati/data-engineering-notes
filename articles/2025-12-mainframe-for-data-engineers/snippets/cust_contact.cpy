      *> Customer contact record -- the companion to the customer master
      *> (cust_master.cpy), one row per customer keyed on CT-CUST-ID in
      *> an indexed file (LEDGER_CUST_CONTACT, default
      *> ./cust_contact.dat). It carries the fuller CUSTOMER-REC layout
      *> (sample_copybook.cpy) plus the postal address and email the
      *> statements are sent to, so the existing CUST-MASTER-REC files
      *> keep their length. Maintained by CUST-MASTER-MAINT.
      *>   CT-RETURNED-MAIL = 'Y' means the post office sent mail back:
      *>   LEDGER-STATEMENT-PRINT and LEDGER-CUST-STATEMENT divert the
      *>   customer's statements to the held-statement file until a new
      *>   address is keyed (SETADDR clears the flag), and
      *>   LEDGER-HOLD-MAIL-REPORT lists the customer for the branch.
       01  CUST-CONTACT-REC.
           05 CT-CUST-ID         PIC X(10).
           05 CT-CUST-NM.
              10 CT-FIRST-NAME   PIC X(50).
              10 CT-LAST-NAME    PIC X(50).
           05 CT-DOB             PIC 9(8).   *> YYYYMMDD, zero if unknown
           05 CT-PHONE-NUMBERS OCCURS 2 TIMES.
              10 CT-PHONE-NO     PIC X(12).
           05 CT-INCOME          PIC 9(10) COMP.
           05 CT-POSTAL-ADDRESS.
              10 CT-ADDR-LINE    PIC X(40) OCCURS 3 TIMES.
              10 CT-CITY         PIC X(30).
              10 CT-POSTCODE     PIC X(10).
              10 CT-COUNTRY      PIC X(2).   *> ISO 3166 alpha-2
           05 CT-EMAIL           PIC X(60).
           05 CT-RETURNED-MAIL   PIC X(1).
              88 CT-MAIL-RETURNED            VALUE "Y".
           05 CT-RETURNED-DATE   PIC 9(8).   *> YYYYMMDD mail came back
           05 CT-ADDR-CHANGED-DATE
                                 PIC 9(8).   *> YYYYMMDD of last SETADDR
           05 CT-LAST-UPDATED-BY PIC X(8).   *> operator ID
           05 CT-LAST-UPDATED-DATE
                                 PIC 9(8).   *> YYYYMMDD
