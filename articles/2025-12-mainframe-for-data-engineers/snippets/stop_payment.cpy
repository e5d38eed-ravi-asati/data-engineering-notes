      *> Stop-payment record -- a customer's instruction not to pay a
      *> given cheque, or debits carrying a given payee or direct-debit
      *> reference. Keyed on STP-KEY (account + reference) in an
      *> indexed file, so LEDGER-TRXN-WRITER can START on the account
      *> and test each of its stops in one key-range read. A stop
      *> matches a debit on a cheque or direct-debit channel when its
      *> reference appears in the posting's TRXN-DESC and the amount
      *> falls in the stop's range. Placed, renewed and cancelled from
      *> the operator menu; LEDGER-STOP-EXPIRY lists the stops about to
      *> run out so branches can offer a renewal.
       01  STOP-PAYMENT-REC.
           05 STP-KEY.
              10 STP-ACCT-ID     PIC X(10).
              10 STP-REFERENCE   PIC X(20).
                          *> cheque number, or payee / mandate
                          *> reference, as it appears in TRXN-DESC
           05 STP-KIND           PIC X(1).
                          *> 'Q' = cheque, 'D' = payee / direct debit
           05 STP-AMT-LOW        PIC S9(9)V99 COMP-3.
           05 STP-AMT-HIGH       PIC S9(9)V99 COMP-3.
                          *> both zero = any amount; high zero = the
                          *> exact amount in STP-AMT-LOW; otherwise
                          *> low through high inclusive
           05 STP-EXPIRY-DATE    PIC 9(8).   *> YYYYMMDD, last day
           05 STP-FEE-FLAG       PIC X(1).
                          *> 'Y' = stop fee chargeable, 'N' = waived
           05 STP-REASON-TEXT    PIC X(30).
           05 STP-PLACED-BY      PIC X(8).   *> operator ID
           05 STP-PLACED-DATE    PIC 9(8).
           05 STP-STATUS         PIC X(1).
                          *> 'A' = active, 'C' = cancelled; an active
                          *> stop past its expiry date simply no longer
                          *> matches
           05 STP-RENEWED-BY     PIC X(8).
           05 STP-RENEWED-DATE   PIC 9(8).
           05 STP-CANCELLED-BY   PIC X(8).
           05 STP-CANCELLED-DATE PIC 9(8).
