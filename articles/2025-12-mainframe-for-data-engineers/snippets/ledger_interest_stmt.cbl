       FD  CERT-FILE.
       01  CERT-REC               PIC X(132).

       *> One pipe-delimited ACCT|INTEREST|TAX|NET line per account
       *> (INTEREST is gross, TAX the withholding deducted, NET what
       *> the customer kept) plus a trailing TOTAL line -- the figures
       *> the tax filing is built from.
       FD  TOTALS-FILE.
       01  TOTALS-REC             PIC X(80).

       01 WS-SRCH-IDX             PIC 9(5).
       01 WS-GEN-COUNT            PIC 9(5)    VALUE ZERO.
       01 WS-POSTING-COUNT        PIC 9(9)    VALUE ZERO.
       01 WS-WHT-POSTING-COUNT    PIC 9(9)    VALUE ZERO.

       *> One entry per account that received (or was charged)
       *> capitalized interest during the year.
              10 WS-T-ACCT-ID     PIC X(10).
              10 WS-T-INTEREST    PIC S9(11)V99 COMP-3.
              10 WS-T-POSTINGS    PIC 9(5).
              10 WS-T-TAX         PIC S9(11)V99 COMP-3.

       01 WS-GRAND-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-GRAND-TAX            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-NET-AMT              PIC S9(13)V99 COMP-3.
       01 WS-INT-ED               PIC -(11).99.
       01 WS-TAX-ED               PIC -(11).99.
       01 WS-NET-ED               PIC -(11).99.
       01 WS-TOTAL-TAX-ED         PIC -(13).99.
       01 WS-TOTAL-NET-ED         PIC -(13).99.
       01 WS-TOTAL-ED             PIC -(13).99.
       01 WS-CERT-LINE            PIC X(132)  VALUE SPACES.
       01 WS-TOTALS-LINE          PIC X(80)   VALUE SPACES.
           DISPLAY "Interest statements for " WS-YEAR ": "
               WS-GEN-COUNT " generation(s) read, "
               WS-POSTING-COUNT " capitalization posting(s), "
               WS-WHT-POSTING-COUNT " withholding posting(s), "
               WS-ACCT-TBL-COUNT " certificate(s) written to "
               WS-CERT-PATH

      *> One calendar day: open its generation if one exists (days the
      *> shop was shut simply have none) and pick out the interest
      *> capitalization postings -- the reserved "I" TRXN-ID series on
      *> the INT channel that LEDGER-INTEREST-CAPITALIZE writes -- and
      *> the tax it withheld from them, the "W" series on channel WHT.
      *> =================================================================
       SCAN-ONE-GENERATION.
           MOVE SPACES TO WS-ARCHIVE-PATH
                       ADD 1 TO WS-POSTING-COUNT
                       PERFORM FOLD-POSTING-INTO-ACCOUNT
                   END-IF
                   IF TRXN-ID(1:1) = "W" AND CHANNEL-CODE = "WHT"
                       ADD 1 TO WS-WHT-POSTING-COUNT
                       PERFORM FOLD-POSTING-INTO-ACCOUNT
                   END-IF
           END-READ.

       FOLD-POSTING-INTO-ACCOUNT.
               MOVE ACCT-ID TO WS-T-ACCT-ID(WS-SRCH-IDX)
               MOVE ZERO    TO WS-T-INTEREST(WS-SRCH-IDX)
               MOVE ZERO    TO WS-T-POSTINGS(WS-SRCH-IDX)
               MOVE ZERO    TO WS-T-TAX(WS-SRCH-IDX)
           END-IF

           *> Withholding is a debit taken from the customer; a credit
           *> on the series is a refund of it.
           IF CHANNEL-CODE = "WHT"
               IF TRXN-TYPE = "D"
                   ADD TRXN-AMT TO WS-T-TAX(WS-SRCH-IDX)
               ELSE
                   SUBTRACT TRXN-AMT FROM WS-T-TAX(WS-SRCH-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           *> Credits are interest paid to the customer; debits are
           MOVE WS-T-ACCT-ID(WS-SRCH-IDX) TO WS-ACCT-NO-IN
           PERFORM MASK-ACCT-NO
           MOVE WS-T-INTEREST(WS-SRCH-IDX) TO WS-INT-ED
           MOVE WS-T-TAX(WS-SRCH-IDX)      TO WS-TAX-ED
           COMPUTE WS-NET-AMT =
               WS-T-INTEREST(WS-SRCH-IDX) - WS-T-TAX(WS-SRCH-IDX)
           MOVE WS-NET-AMT                 TO WS-NET-ED

           MOVE SPACES TO WS-CERT-LINE
           STRING "CERTIFICATE OF INTEREST PAID   TAX YEAR "
           MOVE WS-CERT-LINE TO CERT-REC
           WRITE CERT-REC

           MOVE SPACES TO WS-CERT-LINE
           STRING "GROSS INTEREST " DELIMITED BY SIZE
                  WS-INT-ED DELIMITED BY SIZE
                  "   TAX WITHHELD " DELIMITED BY SIZE
                  WS-TAX-ED DELIMITED BY SIZE
                  "   NET INTEREST " DELIMITED BY SIZE
                  WS-NET-ED DELIMITED BY SIZE
               INTO WS-CERT-LINE
           END-STRING
           MOVE WS-CERT-LINE TO CERT-REC
           WRITE CERT-REC

           MOVE SPACES TO CERT-REC
           MOVE ALL "-" TO CERT-REC(1:60)
           WRITE CERT-REC.
               UNTIL WS-SRCH-IDX > WS-ACCT-TBL-COUNT

           MOVE WS-GRAND-TOTAL TO WS-TOTAL-ED
           MOVE WS-GRAND-TAX   TO WS-TOTAL-TAX-ED
           COMPUTE WS-NET-AMT = WS-GRAND-TOTAL - WS-GRAND-TAX
           MOVE WS-NET-AMT     TO WS-TOTAL-NET-ED
           MOVE SPACES TO WS-TOTALS-LINE
           STRING "TOTAL|" DELIMITED BY SIZE
                  WS-ACCT-TBL-COUNT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-TAX-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-NET-ED) DELIMITED BY SIZE
               INTO WS-TOTALS-LINE
           END-STRING
           MOVE WS-TOTALS-LINE TO TOTALS-REC

       WRITE-ONE-TOTALS-LINE.
           ADD WS-T-INTEREST(WS-SRCH-IDX) TO WS-GRAND-TOTAL
           ADD WS-T-TAX(WS-SRCH-IDX)      TO WS-GRAND-TAX
           MOVE WS-T-INTEREST(WS-SRCH-IDX) TO WS-INT-ED
           MOVE WS-T-TAX(WS-SRCH-IDX)      TO WS-TAX-ED
           COMPUTE WS-NET-AMT =
               WS-T-INTEREST(WS-SRCH-IDX) - WS-T-TAX(WS-SRCH-IDX)
           MOVE WS-NET-AMT                 TO WS-NET-ED
           MOVE SPACES TO WS-TOTALS-LINE
           STRING WS-T-ACCT-ID(WS-SRCH-IDX) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INT-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TAX-ED) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NET-ED) DELIMITED BY SIZE
               INTO WS-TOTALS-LINE
           END-STRING
           MOVE WS-TOTALS-LINE TO TOTALS-REC
