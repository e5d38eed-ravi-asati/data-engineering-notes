       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-SCV-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO WS-FX-TABLE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRC-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT EXCLUDE-FILE ASSIGN TO WS-EXCLUDE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCLUDE-FILE-STATUS.

           SELECT SCV-FILE ASSIGN TO WS-SCV-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCV-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       COPY "balance_master.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       FD  FX-RATE-FILE.
       COPY "fx_rate_table.cpy".

       FD  CUST-MASTER-FILE.
       COPY "cust_master.cpy".

       FD  CUST-XREF-FILE.
       COPY "cust_acct_xref.cpy".

       *> What deposit insurance does not cover, one rule per line:
       *>   PRODUCT|code|reason -- every account opened under the
       *>                          product (AM-PRODUCT-CODE)
       *>   ACCOUNT|prefix|reason -- every account whose ACCT-ID
       *>                          starts with the prefix: the shop's
       *>                          internal account series (ACCT...)
       *>                          and any other non-deposit type
       *> Blank lines and lines starting # are skipped.
       FD  EXCLUDE-FILE.
       01  EXCLUDE-REC            PIC X(100).

       FD  SCV-FILE.
       COPY "scv_record.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-FILE-STATUS  PIC XX.
       01 WS-ACCT-FILE-STATUS     PIC XX.
       01 WS-FX-FILE-STATUS       PIC XX.
       01 WS-CUST-FILE-STATUS     PIC XX.
       01 WS-XREF-FILE-STATUS     PIC XX.
       01 WS-EXCLUDE-FILE-STATUS  PIC XX.
       01 WS-SCV-FILE-STATUS      PIC XX.
       01 WS-REPORT-FILE-STATUS   PIC XX.

       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(200).
       01 WS-BALANCE-PATH         PIC X(200).
       01 WS-ACCT-PATH            PIC X(200).
       01 WS-FX-TABLE-PATH        PIC X(200).
       01 WS-CUST-PATH            PIC X(200).
       01 WS-XREF-PATH            PIC X(200).
       01 WS-EXCLUDE-PATH         PIC X(200).
       01 WS-SCV-PATH             PIC X(200).
       01 WS-REPORT-PATH          PIC X(200).

       01 WS-BUSINESS-DATE        PIC 9(8).
       01 WS-COVER-LIMIT          PIC S9(13)V99 COMP-3.
       01 WS-LIMIT-TXT            PIC X(20).
       01 WS-BASE-CURR            PIC X(3).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME-RAW         PIC 9(8).

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-ACCT-CHECK-SW        PIC X(1)    VALUE "N".
           88 WS-ACCT-CHECK-ON                VALUE "Y".
       01 WS-CUST-CHECK-SW        PIC X(1)    VALUE "N".
           88 WS-CUST-CHECK-ON                VALUE "Y".
       01 WS-FX-CHECK-SW          PIC X(1)    VALUE "N".
           88 WS-FX-CHECK-ON                  VALUE "Y".

      *> -----------------------------------------------------------------
      *> The exclusion rules.
      *> -----------------------------------------------------------------
       01 WS-EXCL-COUNT           PIC 9(3)    VALUE ZERO.
       01 WS-EXCL-TABLE.
           05 WS-EXCL-ENTRY OCCURS 100 TIMES.
              10 WS-EXCL-KIND     PIC X(7).
              10 WS-EXCL-VALUE    PIC X(10).
              10 WS-EXCL-LEN      PIC 9(2).
              10 WS-EXCL-REASON   PIC X(40).
       01 WS-EXCL-IDX             PIC 9(3).
       01 WS-EXCL-HIT-IDX         PIC 9(3).
       01 WS-X-KIND-TXT           PIC X(20).
       01 WS-X-VALUE-TXT          PIC X(20).
       01 WS-X-REASON-TXT         PIC X(60).

      *> -----------------------------------------------------------------
      *> One rate per currency for the business date, looked up once.
      *> -----------------------------------------------------------------
       01 WS-RATE-COUNT           PIC 9(3)    VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
              10 WS-RATE-CURR     PIC X(3).
              10 WS-RATE-VALUE    PIC 9(3)V9(6) COMP-3.
              10 WS-RATE-FOUND-SW PIC X(1).
       01 WS-RATE-IDX             PIC 9(3).
       01 WS-RATE-HIT-IDX         PIC 9(3).
       01 WS-FX-FOUND-SW          PIC X(1)    VALUE "N".
           88 WS-FX-FOUND                     VALUE "Y".
       01 WS-FX-LOOKUP-DATE       PIC 9(8).
       01 WS-FX-DATE-INT          PIC 9(8).
       01 WS-FX-TRIES             PIC 9(2).
       01 WS-P-CURR               PIC X(3).
       01 WS-P-BASE-AMT           PIC S9(13)V99 COMP-3.

      *> -----------------------------------------------------------------
      *> Every account on the balance master with its base-currency
      *> balance across all its currency buckets. The balance master is
      *> read in key order, so the table is built in ACCT-ID order and
      *> the cross-reference walk can find an account by binary search
      *> -- the whole book is in here, not one day's activity.
      *> -----------------------------------------------------------------
       01 WS-ACCT-MAX             PIC 9(5)    VALUE 50000.
       01 WS-ACCT-COUNT           PIC 9(5)    VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1 TO 50000 TIMES
                  DEPENDING ON WS-ACCT-COUNT
                  ASCENDING KEY IS WS-ACCT-ID
                  INDEXED BY WS-ACCT-X.
              10 WS-ACCT-ID       PIC X(10).
              10 WS-ACCT-BASE-BAL PIC S9(13)V99 COMP-3.
              10 WS-ACCT-PRODUCT  PIC X(3).
              10 WS-ACCT-STATUS   PIC X(1).
              10 WS-ACCT-HOLDERS  PIC 9(3).
              10 WS-ACCT-EXCL-IDX PIC 9(3).
                          *> exclusion rule that applies, zero = covered
              10 WS-ACCT-RATE-SW  PIC X(1).
                          *> 'N' = a bucket had no rate and is missing
       01 WS-ACCT-IDX             PIC 9(5).
       01 WS-ACCT-HIT-IDX         PIC 9(5).
       01 WS-LOOK-ACCT-ID         PIC X(10).

      *> -----------------------------------------------------------------
      *> The depositor being summed during the cross-reference walk,
      *> with the accounts behind the aggregate held until the 'D'
      *> record that heads them is written.
      *> -----------------------------------------------------------------
       01 WS-CUR-CUST-ID          PIC X(10)   VALUE SPACES.
       01 WS-CUR-CUST-NAME        PIC X(30).
       01 WS-CUR-CUST-STATUS      PIC X(1).
       01 WS-CUR-TOTAL            PIC S9(15)V99 COMP-3.
       01 WS-CUR-INSURED          PIC S9(13)V99 COMP-3.
       01 WS-CUR-UNINSURED        PIC S9(15)V99 COMP-3.
       01 WS-CUR-JOINT-FLAG       PIC X(1).
       01 WS-CUR-ACCT-COUNT       PIC 9(3).
       01 WS-CUR-ACCT-TABLE.
           05 WS-CUR-ACCT-ENTRY OCCURS 200 TIMES.
              10 WS-CUR-ACCT-HIT  PIC 9(5).
              10 WS-CUR-ACCT-SHARE
                                  PIC S9(15)V99 COMP-3.
       01 WS-CUR-IDX              PIC 9(3).
       01 WS-SHARE                PIC S9(15)V99 COMP-3.

       01 WS-BUCKET-COUNT         PIC 9(9)    VALUE ZERO.
       01 WS-NO-RATE-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-EXCLUDED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-UNLINKED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-NO-CUST-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-DEPOSITOR-COUNT      PIC 9(9)    VALUE ZERO.
       01 WS-SCV-ACCT-COUNT       PIC 9(9)    VALUE ZERO.
       01 WS-OVER-LIMIT-COUNT     PIC 9(9)    VALUE ZERO.
       01 WS-TOTAL-BAL            PIC S9(17)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-INSURED        PIC S9(17)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-UNINSURED      PIC S9(17)V99 COMP-3 VALUE ZERO.
       01 WS-UNLINKED-BAL         PIC S9(17)V99 COMP-3 VALUE ZERO.

       01 WS-REPORT-LINE          PIC X(132)  VALUE SPACES.
       01 WS-AMT-ED               PIC -(14)9.99.
       01 WS-TOTAL-ED             PIC Z(16)9.99.
       01 WS-INSURED-ED           PIC Z(16)9.99.
       01 WS-UNINSURED-ED         PIC Z(16)9.99.
       01 WS-LIMIT-ED             PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: BUSINESS_DATE (YYYYMMDD) -- the date balances are
           *> valued at, and whose FX rates convert them
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-BUSINESS-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 2: BALANCE_MASTER -- the per-currency buckets
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-BALANCE-PATH

           *> Arg 3: SCV_FILE; Arg 4: EXCEPTION_FILE (the report)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-SCV-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           *> The coverage limit per depositor, in base currency.
           DISPLAY "LEDGER_SCV_LIMIT" UPON ENVIRONMENT-NAME
           ACCEPT WS-LIMIT-TXT FROM ENVIRONMENT-VALUE
           IF WS-LIMIT-TXT = SPACES
               MOVE 500000.00 TO WS-COVER-LIMIT
           ELSE
               COMPUTE WS-COVER-LIMIT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-LIMIT-TXT))
           END-IF
           IF WS-COVER-LIMIT NOT > ZERO
               DISPLAY "ERROR: LEDGER_SCV_LIMIT must be greater than zero"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME

           PERFORM LOAD-EXCLUSIONS
           PERFORM OPEN-REFERENCE-FILES

           OPEN OUTPUT SCV-FILE
           IF WS-SCV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-SCV-PATH
               DISPLAY "       FILE STATUS = " WS-SCV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE SCV-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-ACCOUNT-BALANCES
           IF WS-ACCT-CHECK-ON
               CLOSE ACCT-MASTER-FILE
           END-IF
           IF WS-FX-CHECK-ON
               CLOSE FX-RATE-FILE
           END-IF

           PERFORM COUNT-ACCOUNT-HOLDERS

           PERFORM WRITE-SCV-HEADER
           PERFORM ROLL-UP-BY-DEPOSITOR
           PERFORM WRITE-SCV-TRAILER

           PERFORM REPORT-UNLINKED-ACCOUNTS
           PERFORM WRITE-REPORT-TOTALS

           CLOSE SCV-FILE
           CLOSE REPORT-FILE
           CLOSE CUST-XREF-FILE
           IF WS-CUST-CHECK-ON
               CLOSE CUST-MASTER-FILE
           END-IF

           DISPLAY "Single Customer View at " WS-BUSINESS-DATE ": "
               WS-DEPOSITOR-COUNT " depositor(s) over "
               WS-SCV-ACCT-COUNT " account share(s), "
               WS-UNLINKED-COUNT " account(s) with no customer link, "
               WS-NO-RATE-COUNT " bucket(s) with no FX rate"
           DISPLAY "  SCV file at " FUNCTION TRIM(WS-SCV-PATH)
               ", exceptions at " FUNCTION TRIM(WS-REPORT-PATH)

           *> Unlinked accounts cannot be paid out quickly and an
           *> unconverted bucket leaves a depositor short -- warn the
           *> scheduler so both are fixed before the file is sent.
           IF WS-UNLINKED-COUNT > ZERO OR WS-NO-RATE-COUNT > ZERO
               OR WS-NO-CUST-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_scv_extract BUSINESS_DATE BALANCE_MASTER SCV_FILE EXCEPTION_FILE"
           DISPLAY "The coverage limit per depositor is LEDGER_SCV_LIMIT (base currency,"
           DISPLAY "default 500000.00); uncovered products and account series are listed"
           DISPLAY "in LEDGER_SCV_EXCLUSIONS as PRODUCT|code|reason or ACCOUNT|prefix|reason."
           DISPLAY "Files: LEDGER_ACCT_MASTER, LEDGER_FX_RATES, LEDGER_CUST_XREF, LEDGER_CUST_MASTER"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_scv_extract 20260930 /data/balance_master.dat /data/reg/scv.20260930.dat /data/reg/scv.20260930.exc".

      *> =================================================================
      *> The exclusion rules. Without the file every account counts as
      *> covered -- said loudly, since that overstates the insured
      *> total.
      *> =================================================================
       LOAD-EXCLUSIONS.
           DISPLAY "LEDGER_SCV_EXCLUSIONS" UPON ENVIRONMENT-NAME
           ACCEPT WS-EXCLUDE-PATH FROM ENVIRONMENT-VALUE
           IF WS-EXCLUDE-PATH = SPACES
               MOVE "./scv_exclusions.dat" TO WS-EXCLUDE-PATH
           END-IF

           OPEN INPUT EXCLUDE-FILE
           IF WS-EXCLUDE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: exclusion list "
                   FUNCTION TRIM(WS-EXCLUDE-PATH)
                   " not available (FILE STATUS " WS-EXCLUDE-FILE-STATUS
                   ") -- every account treated as covered"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM LOAD-ONE-EXCLUSION UNTIL WS-EOF
           CLOSE EXCLUDE-FILE.

       LOAD-ONE-EXCLUSION.
           READ EXCLUDE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF EXCLUDE-REC = SPACES
               OR FUNCTION TRIM(EXCLUDE-REC)(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-X-KIND-TXT WS-X-VALUE-TXT WS-X-REASON-TXT
           UNSTRING EXCLUDE-REC DELIMITED BY "|"
               INTO WS-X-KIND-TXT
                    WS-X-VALUE-TXT
                    WS-X-REASON-TXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-X-KIND-TXT))
               TO WS-X-KIND-TXT
           MOVE FUNCTION TRIM(WS-X-VALUE-TXT) TO WS-X-VALUE-TXT

           IF (WS-X-KIND-TXT NOT = "PRODUCT"
               AND WS-X-KIND-TXT NOT = "ACCOUNT")
               OR WS-X-VALUE-TXT = SPACES
               DISPLAY "WARNING: exclusion line ignored -- "
                   FUNCTION TRIM(EXCLUDE-REC)
               EXIT PARAGRAPH
           END-IF
           IF WS-EXCL-COUNT >= 100
               DISPLAY "ERROR: more than 100 exclusion rules in "
                   FUNCTION TRIM(WS-EXCLUDE-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-EXCL-COUNT
           MOVE WS-X-KIND-TXT   TO WS-EXCL-KIND(WS-EXCL-COUNT)
           MOVE WS-X-VALUE-TXT  TO WS-EXCL-VALUE(WS-EXCL-COUNT)
           COMPUTE WS-EXCL-LEN(WS-EXCL-COUNT) =
               FUNCTION LENGTH(FUNCTION TRIM(WS-X-VALUE-TXT))
           IF WS-EXCL-LEN(WS-EXCL-COUNT) > 10
               MOVE 10 TO WS-EXCL-LEN(WS-EXCL-COUNT)
           END-IF
           MOVE WS-X-REASON-TXT TO WS-EXCL-REASON(WS-EXCL-COUNT).

       OPEN-REFERENCE-FILES.
           DISPLAY "LEDGER_ACCT_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACCT-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACCT-PATH = SPACES
               MOVE "./acct_master.dat" TO WS-ACCT-PATH
           END-IF

           *> Without the master no product is known, so no product
           *> exclusion can apply -- the account-series rules still do.
           MOVE "Y" TO WS-ACCT-CHECK-SW
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ACCT-CHECK-SW
               DISPLAY "WARNING: account master "
                   FUNCTION TRIM(WS-ACCT-PATH)
                   " not available (FILE STATUS " WS-ACCT-FILE-STATUS
                   ") -- product exclusions cannot apply"
           END-IF

           DISPLAY "LEDGER_FX_RATES" UPON ENVIRONMENT-NAME
           ACCEPT WS-FX-TABLE-PATH FROM ENVIRONMENT-VALUE
           IF WS-FX-TABLE-PATH = SPACES
               MOVE "./fx_rates.dat" TO WS-FX-TABLE-PATH
           END-IF

           DISPLAY "LEDGER_BASE_CURRENCY" UPON ENVIRONMENT-NAME
           ACCEPT WS-BASE-CURR FROM ENVIRONMENT-VALUE
           IF WS-BASE-CURR = SPACES
               MOVE "INR" TO WS-BASE-CURR
           END-IF

           MOVE "Y" TO WS-FX-CHECK-SW
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-FX-CHECK-SW
               DISPLAY "WARNING: FX rate table "
                   FUNCTION TRIM(WS-FX-TABLE-PATH)
                   " not available (FILE STATUS " WS-FX-FILE-STATUS
                   ") -- only base-currency buckets can be converted"
           END-IF

           DISPLAY "LEDGER_CUST_XREF" UPON ENVIRONMENT-NAME
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT-VALUE
           IF WS-XREF-PATH = SPACES
               MOVE "./cust_acct_xref.dat" TO WS-XREF-PATH
           END-IF

           OPEN INPUT CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open cross-reference "
                   FUNCTION TRIM(WS-XREF-PATH)
               DISPLAY "       FILE STATUS = " WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "LEDGER_CUST_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-CUST-PATH FROM ENVIRONMENT-VALUE
           IF WS-CUST-PATH = SPACES
               MOVE "./cust_master.dat" TO WS-CUST-PATH
           END-IF

           MOVE "Y" TO WS-CUST-CHECK-SW
           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CUST-CHECK-SW
               DISPLAY "WARNING: customer master "
                   FUNCTION TRIM(WS-CUST-PATH)
                   " not available (FILE STATUS " WS-CUST-FILE-STATUS
                   ") -- SCV file goes out without depositor names"
           END-IF.

      *> =================================================================
      *> Pass 1 -- every balance bucket, converted at the business
      *> date's rate and summed per account.
      *> =================================================================
       LOAD-ACCOUNT-BALANCES.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-BALANCE-PATH
               DISPLAY "       FILE STATUS = " WS-BALANCE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM LOAD-ONE-BUCKET UNTIL WS-EOF
           CLOSE BALANCE-FILE.

       LOAD-ONE-BUCKET.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-BUCKET-COUNT

           IF WS-ACCT-COUNT = ZERO
               OR WS-ACCT-ID(WS-ACCT-COUNT) NOT = BAL-ACCT-ID
               PERFORM ADD-ONE-ACCOUNT
           END-IF

           MOVE BAL-CURRENCY TO WS-P-CURR
           PERFORM CONVERT-TO-BASE
           IF WS-RATE-FOUND-SW(WS-RATE-HIT-IDX) NOT = "Y"
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE "N" TO WS-ACCT-RATE-SW(WS-ACCT-COUNT)
               MOVE BAL-CURRENT-BAL TO WS-AMT-ED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO FX RATE   " BAL-ACCT-ID " " BAL-CURRENCY " "
                      WS-AMT-ED
                      "  -- bucket left out of the depositor's total"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD WS-P-BASE-AMT TO WS-ACCT-BASE-BAL(WS-ACCT-COUNT).

       ADD-ONE-ACCOUNT.
           *> A short table would understate what the insurer must
           *> pay -- stop rather than send something incomplete.
           IF WS-ACCT-COUNT >= WS-ACCT-MAX
               DISPLAY "ERROR: more than " WS-ACCT-MAX
                   " accounts on " FUNCTION TRIM(WS-BALANCE-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-ACCT-COUNT
           MOVE BAL-ACCT-ID TO WS-ACCT-ID(WS-ACCT-COUNT)
           MOVE ZERO        TO WS-ACCT-BASE-BAL(WS-ACCT-COUNT)
                               WS-ACCT-HOLDERS(WS-ACCT-COUNT)
                               WS-ACCT-EXCL-IDX(WS-ACCT-COUNT)
           MOVE SPACES      TO WS-ACCT-PRODUCT(WS-ACCT-COUNT)
                               WS-ACCT-STATUS(WS-ACCT-COUNT)
           MOVE "Y"         TO WS-ACCT-RATE-SW(WS-ACCT-COUNT)

           IF WS-ACCT-CHECK-ON
               MOVE BAL-ACCT-ID TO AM-ACCT-ID
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-PRODUCT-CODE
                           TO WS-ACCT-PRODUCT(WS-ACCT-COUNT)
                       MOVE AM-ACCT-STATUS
                           TO WS-ACCT-STATUS(WS-ACCT-COUNT)
               END-READ
           END-IF

           MOVE ZERO TO WS-EXCL-HIT-IDX
           PERFORM MATCH-ONE-EXCLUSION
               VARYING WS-EXCL-IDX FROM 1 BY 1
               UNTIL WS-EXCL-IDX > WS-EXCL-COUNT
               OR WS-EXCL-HIT-IDX > ZERO
           MOVE WS-EXCL-HIT-IDX TO WS-ACCT-EXCL-IDX(WS-ACCT-COUNT)
           IF WS-EXCL-HIT-IDX > ZERO
               ADD 1 TO WS-EXCLUDED-COUNT
           END-IF.

       MATCH-ONE-EXCLUSION.
           IF WS-EXCL-KIND(WS-EXCL-IDX) = "PRODUCT"
               IF WS-ACCT-PRODUCT(WS-ACCT-COUNT) NOT = SPACES
                   AND WS-ACCT-PRODUCT(WS-ACCT-COUNT)
                       = WS-EXCL-VALUE(WS-EXCL-IDX)(1:3)
                   MOVE WS-EXCL-IDX TO WS-EXCL-HIT-IDX
               END-IF
           ELSE
               IF WS-ACCT-ID(WS-ACCT-COUNT)(1:WS-EXCL-LEN(WS-EXCL-IDX))
                   = WS-EXCL-VALUE(WS-EXCL-IDX)(1:WS-EXCL-LEN(WS-EXCL-IDX))
                   MOVE WS-EXCL-IDX TO WS-EXCL-HIT-IDX
               END-IF
           END-IF.

      *> -----------------------------------------------------------------
      *> The business date's rate for the bucket's currency, stepping
      *> back up to a week for a market that was shut -- the same rule
      *> LEDGER-BALANCE-POST applies to base equivalents.
      *> -----------------------------------------------------------------
       CONVERT-TO-BASE.
           MOVE ZERO TO WS-RATE-HIT-IDX
           PERFORM FIND-ONE-RATE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               OR WS-RATE-HIT-IDX > ZERO

           IF WS-RATE-HIT-IDX = ZERO
               IF WS-RATE-COUNT >= 50
                   DISPLAY "ERROR: more than 50 currencies on "
                       FUNCTION TRIM(WS-BALANCE-PATH)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-RATE-COUNT TO WS-RATE-HIT-IDX
               MOVE WS-P-CURR TO WS-RATE-CURR(WS-RATE-HIT-IDX)
               MOVE "N"       TO WS-RATE-FOUND-SW(WS-RATE-HIT-IDX)
               MOVE ZERO      TO WS-RATE-VALUE(WS-RATE-HIT-IDX)
               IF WS-P-CURR = WS-BASE-CURR
                   MOVE 1   TO WS-RATE-VALUE(WS-RATE-HIT-IDX)
                   MOVE "Y" TO WS-RATE-FOUND-SW(WS-RATE-HIT-IDX)
               ELSE
                   IF WS-FX-CHECK-ON
                       PERFORM LOOKUP-FX-RATE
                       IF WS-FX-FOUND
                           MOVE FX-RATE-TO-BASE
                               TO WS-RATE-VALUE(WS-RATE-HIT-IDX)
                           MOVE "Y" TO WS-RATE-FOUND-SW(WS-RATE-HIT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-P-BASE-AMT ROUNDED =
               BAL-CURRENT-BAL * WS-RATE-VALUE(WS-RATE-HIT-IDX).

       FIND-ONE-RATE.
           IF WS-RATE-CURR(WS-RATE-IDX) = WS-P-CURR
               MOVE WS-RATE-IDX TO WS-RATE-HIT-IDX
           END-IF.

       LOOKUP-FX-RATE.
           MOVE "N" TO WS-FX-FOUND-SW
           MOVE WS-BUSINESS-DATE TO WS-FX-LOOKUP-DATE
           MOVE ZERO TO WS-FX-TRIES
           PERFORM TRY-ONE-FX-RATE-DATE
               UNTIL WS-FX-FOUND OR WS-FX-TRIES > 7.

       TRY-ONE-FX-RATE-DATE.
           MOVE WS-P-CURR         TO FX-CURRENCY-CODE
           MOVE WS-FX-LOOKUP-DATE TO FX-RATE-DATE
           READ FX-RATE-FILE
               INVALID KEY
                   ADD 1 TO WS-FX-TRIES
                   COMPUTE WS-FX-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FX-LOOKUP-DATE) - 1
                   COMPUTE WS-FX-LOOKUP-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-FX-DATE-INT)
               NOT INVALID KEY
                   SET WS-FX-FOUND TO TRUE
           END-READ.

      *> Binary search on the ACCT-ID-ordered table; WS-ACCT-HIT-IDX
      *> comes back zero for an account not on the balance master.
       FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-HIT-IDX
           IF WS-ACCT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-ACCT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ACCT-ID(WS-ACCT-X) = WS-LOOK-ACCT-ID
                   SET WS-ACCT-HIT-IDX TO WS-ACCT-X
           END-SEARCH.

      *> =================================================================
      *> Pass 2 -- how many depositors hold each account. A joint
      *> account's balance is shared equally among its holders, so the
      *> count has to be known before any depositor is summed.
      *> =================================================================
       COUNT-ACCOUNT-HOLDERS.
           MOVE "N" TO WS-EOF-SW
           PERFORM COUNT-ONE-LINK UNTIL WS-EOF.

       COUNT-ONE-LINK.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE XRC-ACCT-ID TO WS-LOOK-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-HIT-IDX > ZERO
               ADD 1 TO WS-ACCT-HOLDERS(WS-ACCT-HIT-IDX)
           END-IF.

      *> =================================================================
      *> Pass 3 -- walk the cross-reference again in CUST-ID order and
      *> aggregate each depositor's share of every covered account. An
      *> overdrawn account holds no deposit and adds nothing; netting a
      *> debt against the cover is the insurer's decision, not ours.
      *> =================================================================
       ROLL-UP-BY-DEPOSITOR.
           MOVE LOW-VALUES TO XRC-KEY
           START CUST-XREF-FILE KEY IS NOT LESS THAN XRC-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE SPACES TO WS-CUR-CUST-ID
           MOVE "N" TO WS-EOF-SW
           PERFORM ROLL-UP-ONE-LINK UNTIL WS-EOF
           IF WS-CUR-CUST-ID NOT = SPACES
               PERFORM FINISH-ONE-DEPOSITOR
           END-IF.

       ROLL-UP-ONE-LINK.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF XRC-CUST-ID NOT = WS-CUR-CUST-ID
               IF WS-CUR-CUST-ID NOT = SPACES
                   PERFORM FINISH-ONE-DEPOSITOR
               END-IF
               MOVE XRC-CUST-ID TO WS-CUR-CUST-ID
               MOVE ZERO TO WS-CUR-TOTAL WS-CUR-ACCT-COUNT
               MOVE SPACE TO WS-CUR-JOINT-FLAG
           END-IF

           MOVE XRC-ACCT-ID TO WS-LOOK-ACCT-ID
           PERFORM FIND-ACCOUNT
           IF WS-ACCT-HIT-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-EXCL-IDX(WS-ACCT-HIT-IDX) > ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-CUR-ACCT-COUNT >= 200
               DISPLAY "ERROR: more than 200 accounts for customer "
                   WS-CUR-CUST-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-SHARE ROUNDED =
               WS-ACCT-BASE-BAL(WS-ACCT-HIT-IDX)
               / WS-ACCT-HOLDERS(WS-ACCT-HIT-IDX)
           IF WS-SHARE < ZERO
               MOVE ZERO TO WS-SHARE
           END-IF
           IF WS-ACCT-HOLDERS(WS-ACCT-HIT-IDX) > 1
               MOVE "J" TO WS-CUR-JOINT-FLAG
           END-IF

           ADD 1 TO WS-CUR-ACCT-COUNT
           MOVE WS-ACCT-HIT-IDX TO WS-CUR-ACCT-HIT(WS-CUR-ACCT-COUNT)
           MOVE WS-SHARE        TO WS-CUR-ACCT-SHARE(WS-CUR-ACCT-COUNT)
           ADD WS-SHARE TO WS-CUR-TOTAL.

       FINISH-ONE-DEPOSITOR.
           IF WS-CUR-ACCT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-CUR-TOTAL > WS-COVER-LIMIT
               MOVE WS-COVER-LIMIT TO WS-CUR-INSURED
               ADD 1 TO WS-OVER-LIMIT-COUNT
           ELSE
               MOVE WS-CUR-TOTAL TO WS-CUR-INSURED
           END-IF
           COMPUTE WS-CUR-UNINSURED = WS-CUR-TOTAL - WS-CUR-INSURED

           MOVE SPACES TO WS-CUR-CUST-NAME WS-CUR-CUST-STATUS
           IF WS-CUST-CHECK-ON
               MOVE WS-CUR-CUST-ID TO CM-CUST-ID
               READ CUST-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON CUSTOMER MASTER)"
                           TO WS-CUR-CUST-NAME
                       ADD 1 TO WS-NO-CUST-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "NO CUSTOMER  " WS-CUR-CUST-ID
                              " is linked to accounts but is not on"
                              " the customer master -- no name on file"
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME   TO WS-CUR-CUST-NAME
                       MOVE CM-CUST-STATUS TO WS-CUR-CUST-STATUS
               END-READ
           END-IF

           ADD 1 TO WS-DEPOSITOR-COUNT
           ADD WS-CUR-TOTAL     TO WS-TOTAL-BAL
           ADD WS-CUR-INSURED   TO WS-TOTAL-INSURED
           ADD WS-CUR-UNINSURED TO WS-TOTAL-UNINSURED

           INITIALIZE SCV-DEPOSITOR
           MOVE "D"                TO SCVD-REC-TYPE
           MOVE WS-CUR-CUST-ID     TO SCVD-CUST-ID
           MOVE WS-CUR-CUST-NAME   TO SCVD-CUST-NAME
           MOVE WS-CUR-CUST-STATUS TO SCVD-CUST-STATUS
           MOVE WS-CUR-ACCT-COUNT  TO SCVD-ACCT-COUNT
           MOVE WS-CUR-JOINT-FLAG  TO SCVD-JOINT-FLAG
           MOVE WS-CUR-TOTAL       TO SCVD-TOTAL-BAL
           MOVE WS-CUR-INSURED     TO SCVD-INSURED-AMT
           MOVE WS-CUR-UNINSURED   TO SCVD-UNINSURED-AMT
           WRITE SCV-REC

           PERFORM WRITE-ONE-SCV-ACCOUNT
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-ACCT-COUNT.

       WRITE-ONE-SCV-ACCOUNT.
           MOVE WS-CUR-ACCT-HIT(WS-CUR-IDX) TO WS-ACCT-IDX
           ADD 1 TO WS-SCV-ACCT-COUNT
           INITIALIZE SCV-ACCOUNT
           MOVE "A"                         TO SCVA-REC-TYPE
           MOVE WS-CUR-CUST-ID              TO SCVA-CUST-ID
           MOVE WS-ACCT-ID(WS-ACCT-IDX)      TO SCVA-ACCT-ID
           MOVE WS-ACCT-PRODUCT(WS-ACCT-IDX) TO SCVA-PRODUCT-CODE
           MOVE WS-ACCT-STATUS(WS-ACCT-IDX)  TO SCVA-ACCT-STATUS
           MOVE WS-ACCT-HOLDERS(WS-ACCT-IDX) TO SCVA-HOLDER-COUNT
           MOVE WS-CUR-ACCT-SHARE(WS-CUR-IDX) TO SCVA-SHARE-BAL
           WRITE SCV-REC.

      *> =================================================================
      *> Covered accounts no customer links to. No depositor can be
      *> paid from them until the linkage is fixed.
      *> =================================================================
       REPORT-UNLINKED-ACCOUNTS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "COVERED ACCOUNTS WITH NO CUSTOMER LINK -- CANNOT BE PAID OUT UNTIL THE XREF IS FIXED"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ACCT-ID    PRD ST         BALANCE(BASE)"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM REPORT-ONE-UNLINKED
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT

           IF WS-UNLINKED-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       REPORT-ONE-UNLINKED.
           IF WS-ACCT-HOLDERS(WS-ACCT-IDX) > ZERO
               OR WS-ACCT-EXCL-IDX(WS-ACCT-IDX) > ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNLINKED-COUNT
           ADD WS-ACCT-BASE-BAL(WS-ACCT-IDX) TO WS-UNLINKED-BAL

           MOVE WS-ACCT-BASE-BAL(WS-ACCT-IDX) TO WS-AMT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ACCT-ID(WS-ACCT-IDX) " "
                  WS-ACCT-PRODUCT(WS-ACCT-IDX) " "
                  WS-ACCT-STATUS(WS-ACCT-IDX) "  " WS-AMT-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           IF WS-ACCT-RATE-SW(WS-ACCT-IDX) = "N"
               STRING FUNCTION TRIM(WS-REPORT-LINE TRAILING)
                      "  (A BUCKET HAD NO FX RATE)"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-SCV-HEADER.
           INITIALIZE SCV-HDR
           MOVE "H"              TO SCVH-REC-TYPE
           MOVE WS-BUSINESS-DATE TO SCVH-BALANCE-DATE
           MOVE WS-BASE-CURR     TO SCVH-BASE-CURR
           MOVE WS-COVER-LIMIT   TO SCVH-COVER-LIMIT
           MOVE WS-RUN-DATE      TO SCVH-CREATED-DATE
           MOVE WS-RUN-TIME-RAW(1:6) TO SCVH-CREATED-TIME
           WRITE SCV-REC.

       WRITE-SCV-TRAILER.
           INITIALIZE SCV-TRL
           MOVE "T"                TO SCVT-REC-TYPE
           MOVE WS-DEPOSITOR-COUNT TO SCVT-DEPOSITOR-COUNT
           MOVE WS-SCV-ACCT-COUNT  TO SCVT-ACCOUNT-COUNT
           MOVE WS-TOTAL-BAL       TO SCVT-TOTAL-BAL
           MOVE WS-TOTAL-INSURED   TO SCVT-TOTAL-INSURED
           MOVE WS-TOTAL-UNINSURED TO SCVT-TOTAL-UNINSURED
           WRITE SCV-REC.

       WRITE-REPORT-HEADING.
           MOVE WS-COVER-LIMIT TO WS-LIMIT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SINGLE CUSTOMER VIEW EXCEPTIONS AT " WS-BUSINESS-DATE
                  "  COVER LIMIT " FUNCTION TRIM(WS-LIMIT-ED) " "
                  WS-BASE-CURR
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-TOTAL-BAL       TO WS-TOTAL-ED
           MOVE WS-TOTAL-INSURED   TO WS-INSURED-ED
           MOVE WS-TOTAL-UNINSURED TO WS-UNINSURED-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPOSITORS " WS-DEPOSITOR-COUNT
                  "  OVER THE LIMIT " WS-OVER-LIMIT-COUNT
                  "  ACCOUNT SHARES " WS-SCV-ACCT-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPOSITS " FUNCTION TRIM(WS-TOTAL-ED)
                  "  INSURED " FUNCTION TRIM(WS-INSURED-ED)
                  "  UNINSURED " FUNCTION TRIM(WS-UNINSURED-ED)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE WS-UNLINKED-BAL TO WS-AMT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNTS " WS-ACCT-COUNT
                  "  EXCLUDED " WS-EXCLUDED-COUNT
                  "  UNLINKED " WS-UNLINKED-COUNT
                  " (" FUNCTION TRIM(WS-AMT-ED) ")"
                  "  BUCKETS " WS-BUCKET-COUNT
                  "  NO FX RATE " WS-NO-RATE-COUNT
                  "  NO CUSTOMER " WS-NO-CUST-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE.
