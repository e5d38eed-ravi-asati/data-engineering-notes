      *> Cash transaction report filing record -- the fixed-format file
      *> LEDGER-CASH-TXN-REPORT hands to the regulator for one business
      *> day: a header, one detail per customer whose cash deposits or
      *> cash withdrawals across all of that customer's accounts went
      *> over the reporting threshold, and a trailer with the count and
      *> totals. Every amount is in the base currency, unsigned, with
      *> two implied decimals; all fields are display so the file reads
      *> the same on any platform it is sent to.
       01  CASH-FILING-REC.
           05 CTF-REC-TYPE           PIC X(1).
                          *> 'H' = header, 'D' = customer, 'T' = trailer
           05 FILLER                 PIC X(149).

       01  CASH-FILING-HDR REDEFINES CASH-FILING-REC.
           05 CTFH-REC-TYPE          PIC X(1).
           05 CTFH-REPORT-DATE       PIC 9(8).   *> business day covered
           05 CTFH-BASE-CURR         PIC X(3).
           05 CTFH-THRESHOLD         PIC 9(13)V99.
           05 CTFH-CREATED-DATE      PIC 9(8).
           05 CTFH-CREATED-TIME      PIC 9(6).
           05 FILLER                 PIC X(109).

       01  CASH-FILING-DTL REDEFINES CASH-FILING-REC.
           05 CTFD-REC-TYPE          PIC X(1).
           05 CTFD-CUST-ID           PIC X(10).
           05 CTFD-CUST-NAME         PIC X(30).
           05 CTFD-ACCT-COUNT        PIC 9(3).
                          *> accounts with cash activity that day
           05 CTFD-DEP-COUNT         PIC 9(5).
           05 CTFD-DEP-AMT           PIC 9(13)V99.
           05 CTFD-WDL-COUNT         PIC 9(5).
           05 CTFD-WDL-AMT           PIC 9(13)V99.
           05 CTFD-OVER-FLAG         PIC X(1).
                          *> 'D' = deposits over the threshold,
                          *> 'W' = withdrawals over, 'B' = both
           05 FILLER                 PIC X(65).

       01  CASH-FILING-TRL REDEFINES CASH-FILING-REC.
           05 CTFT-REC-TYPE          PIC X(1).
           05 CTFT-RECORD-COUNT      PIC 9(9).   *> detail records
           05 CTFT-TOTAL-DEP         PIC 9(15)V99.
           05 CTFT-TOTAL-WDL         PIC 9(15)V99.
           05 FILLER                 PIC X(106).
