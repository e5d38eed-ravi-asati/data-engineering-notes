               RECORD KEY IS IRT-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       FD  INT-RATE-FILE.
       COPY "int_rate_table.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC XX.
       01 WS-ACCRUAL-FILE-STATUS  PIC XX.
       *> rate comes from the effective-dated tier table INT-RATE-LOADER
       *> maintains -- the newest effective date on or before the
       *> business date, then the highest tier floor the account's net
       *> balance reaches. Every product's rows are loaded; each
       *> account reads its own product's rows, the product coming from
       *> the account master. WS-PRODUCT is only the fallback for an
       *> account with no master row or no product on it.
       01 WS-RATE-TABLE-PATH      PIC X(200).
       01 WS-RATE-FILE-STATUS     PIC XX.
       01 WS-PRODUCT              PIC X(3)    VALUE "STD".
       01 WS-RATE-EOF-SW          PIC X(1)    VALUE "N".
           88 WS-RATE-EOF                     VALUE "Y".
       01 WS-RT-TBL-MAX           PIC 9(4)    VALUE 2000.
       01 WS-RT-TBL-COUNT         PIC 9(4)    VALUE ZERO.
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 2000 TIMES.
              10 WS-RT-PRODUCT    PIC X(3).
              10 WS-RT-EFF-DATE   PIC 9(8).
              10 WS-RT-TIER       PIC 9(2).
              10 WS-RT-MIN-BAL    PIC S9(11)V99 COMP-3.
              10 WS-RT-RATE       PIC S9(3)V9(6) COMP-3.
       01 WS-RT-IDX               PIC 9(4).
       01 WS-BEST-EFF-DATE        PIC 9(8).
       01 WS-BEST-MIN-BAL         PIC S9(11)V99 COMP-3.
       01 WS-RATE-FOUND-SW        PIC X(1)    VALUE "N".
           88 WS-RATE-FOUND                   VALUE "Y".
       01 WS-NO-RATE-COUNT        PIC 9(4)    VALUE ZERO.

       01 WS-ACCT-MASTER-PATH     PIC X(200).
       01 WS-ACCT-FILE-STATUS     PIC XX.
       01 WS-ACCT-CHECK-SW        PIC X(1)    VALUE "N".
           88 WS-ACCT-CHECK-ON                VALUE "Y".

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES.
              10 WS-T-ACCT-NO     PIC X(16).
              10 WS-T-NET-BAL     PIC S9(11)V99 COMP-3.
              10 WS-T-PRODUCT     PIC X(3).

       COPY "mask_acct_no_ws.cpy".

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-BUSINESS-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 5 (optional): PRODUCT -- the rate set for an
           *> account the master gives no product, defaulting to the
           *> standard book
           IF WS-ARG-COUNT > 4
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3))
           END-IF

           PERFORM LOAD-RATE-TABLE
           PERFORM OPEN-ACCT-MASTER

           OPEN INPUT LEDGER-FILE
           IF WS-FILE-STATUS NOT = "00"
           PERFORM READ-LEDGER-RECORD UNTIL WS-EOF

           CLOSE LEDGER-FILE
           IF WS-ACCT-CHECK-ON
               CLOSE ACCT-MASTER-FILE
           END-IF

           OPEN OUTPUT ACCRUAL-FILE
           IF WS-ACCRUAL-FILE-STATUS NOT = "00"

           DISPLAY "Wrote " WS-ACCT-TBL-COUNT
               " interest-accrual records to " WS-ACCRUAL-PATH
           IF WS-NO-RATE-COUNT > ZERO
               DISPLAY "WARNING: " WS-NO-RATE-COUNT " account(s) on a "
                   "product with no rate rows -- zero rate applied"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

               MOVE WS-ACCT-TBL-COUNT TO WS-SRCH-IDX
               MOVE DTL-ACCT-NO       TO WS-T-ACCT-NO(WS-SRCH-IDX)
               MOVE ZERO              TO WS-T-NET-BAL(WS-SRCH-IDX)
               PERFORM FIND-ACCOUNT-PRODUCT
           END-IF

           IF DTL-DR-CR-FLAG = "D"
               ADD DTL-AMOUNT TO WS-T-NET-BAL(WS-SRCH-IDX)
           END-IF.

      *> One keyed READ per new account, not per detail record.
       FIND-ACCOUNT-PRODUCT.
           MOVE WS-PRODUCT TO WS-T-PRODUCT(WS-SRCH-IDX)
           IF NOT WS-ACCT-CHECK-ON
               EXIT PARAGRAPH
           END-IF

           MOVE DTL-ACCT-NO(1:10) TO AM-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-PRODUCT-CODE NOT = SPACES
                       MOVE AM-PRODUCT-CODE
                           TO WS-T-PRODUCT(WS-SRCH-IDX)
                   END-IF
           END-READ.

       OPEN-ACCT-MASTER.
           DISPLAY "LEDGER_ACCT_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACCT-MASTER-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACCT-MASTER-PATH = SPACES
               MOVE "./acct_master.dat" TO WS-ACCT-MASTER-PATH
           END-IF

           MOVE "Y" TO WS-ACCT-CHECK-SW
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ACCT-CHECK-SW
               DISPLAY "WARNING: account master "
                   FUNCTION TRIM(WS-ACCT-MASTER-PATH)
                   " not available (FILE STATUS " WS-ACCT-FILE-STATUS
                   ") -- every account accrues on product " WS-PRODUCT
           END-IF.

       SEARCH-ONE-ACCOUNT.
           IF WS-T-ACCT-NO(WS-SRCH-IDX) = DTL-ACCT-NO
               SET WS-FOUND TO TRUE
           COMPUTE ACRL-INTEREST-AMT ROUNDED =
               WS-T-NET-BAL(WS-SRCH-IDX) * WS-DAILY-RATE
           MOVE WS-BUSINESS-DATE                TO ACRL-BUSINESS-DATE
           MOVE WS-T-PRODUCT(WS-SRCH-IDX)       TO ACRL-PRODUCT-CODE
           WRITE ACCRUAL-REC

           MOVE WS-T-ACCT-NO(WS-SRCH-IDX) TO WS-ACCT-NO-IN
       COPY "mask_acct_no.cpy".

      *> =================================================================
      *> Pull every product's tier rows into working storage in one
      *> sequential pass -- the table is keyed product/effective-date/
      *> tier, so each product's rows arrive together.
      *> =================================================================
       LOAD-RATE-TABLE.
           OPEN INPUT INT-RATE-FILE
               STOP RUN
           END-IF

           PERFORM LOAD-ONE-RATE-ROW UNTIL WS-RATE-EOF

           CLOSE INT-RATE-FILE

           IF WS-RT-TBL-COUNT = ZERO
               DISPLAY "ERROR: no rate rows on "
                   FUNCTION TRIM(WS-RATE-TABLE-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               AT END
                   SET WS-RATE-EOF TO TRUE
               NOT AT END
                   IF WS-RT-TBL-COUNT >= WS-RT-TBL-MAX
                       DISPLAY "ERROR: more than " WS-RT-TBL-MAX
                           " rate rows on "
                           FUNCTION TRIM(WS-RATE-TABLE-PATH)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RT-TBL-COUNT
                   MOVE IRT-PRODUCT
                       TO WS-RT-PRODUCT(WS-RT-TBL-COUNT)
                   MOVE IRT-EFF-DATE
                       TO WS-RT-EFF-DATE(WS-RT-TBL-COUNT)
                   MOVE IRT-TIER
                       TO WS-RT-TIER(WS-RT-TBL-COUNT)
                   MOVE IRT-MIN-BALANCE
                       TO WS-RT-MIN-BAL(WS-RT-TBL-COUNT)
                   MOVE IRT-DAILY-RATE
                       TO WS-RT-RATE(WS-RT-TBL-COUNT)
           END-READ.

      *> =================================================================
      *> Pick the account's rate from its own product's rows: the
      *> newest effective date on or before the business date wins,
      *> then within that date the highest tier floor the net balance
      *> reaches. An account below every tier floor earns nothing.
      *> =================================================================
       SELECT-ACCOUNT-RATE.
           MOVE ZERO TO WS-BEST-EFF-DATE
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-TBL-COUNT

           IF WS-BEST-EFF-DATE = ZERO
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY "  NO RATE: product " WS-T-PRODUCT(WS-SRCH-IDX)
                   " has no rate rows in effect -- zero rate applied"
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-RATE-FOUND
               DISPLAY "  NO TIER: net balance below every "
                   WS-T-PRODUCT(WS-SRCH-IDX)
                   " tier floor -- zero rate applied"
           END-IF.

       FIND-BEST-EFF-DATE.
           IF WS-RT-PRODUCT(WS-RT-IDX) = WS-T-PRODUCT(WS-SRCH-IDX)
               AND WS-RT-EFF-DATE(WS-RT-IDX) <= WS-BUSINESS-DATE
               AND WS-RT-EFF-DATE(WS-RT-IDX) > WS-BEST-EFF-DATE
               MOVE WS-RT-EFF-DATE(WS-RT-IDX) TO WS-BEST-EFF-DATE
           END-IF.

       FIND-BEST-TIER.
           IF WS-RT-PRODUCT(WS-RT-IDX) = WS-T-PRODUCT(WS-SRCH-IDX)
               AND WS-RT-EFF-DATE(WS-RT-IDX) = WS-BEST-EFF-DATE
               AND WS-RT-MIN-BAL(WS-RT-IDX)
                   <= WS-T-NET-BAL(WS-SRCH-IDX)
               AND (NOT WS-RATE-FOUND
