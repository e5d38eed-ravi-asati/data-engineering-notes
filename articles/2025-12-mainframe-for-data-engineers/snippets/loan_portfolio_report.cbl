       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PORTFOLIO-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO WS-LOAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY "loan_master.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-FILE-STATUS    PIC XX.
       01 WS-ACCT-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-LOAN-PATH           PIC X(200).
       01 WS-ACCT-MASTER-PATH    PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-ASOF-DATE           PIC 9(8).

       01 WS-ACCT-CHECK-SW       PIC X(1)    VALUE "N".
           88 WS-ACCT-CHECK-ON               VALUE "Y".

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       *> Active loans, gathered so the report can come out branch by
       *> branch and currency by currency.
       01 WS-LOAN-TBL-COUNT      PIC 9(5)    VALUE ZERO.
       01 WS-LOAN-MAX            PIC 9(5)    VALUE 5000.
       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY OCCURS 5000 TIMES.
              10 WS-L-BRANCH     PIC X(3).
              10 WS-L-CURRENCY   PIC X(3).
              10 WS-L-LOAN-ID    PIC X(10).
              10 WS-L-ACCT-ID    PIC X(10).
              10 WS-L-CUST-NAME  PIC X(20).
              10 WS-L-OUTSTANDING PIC S9(9)V99 COMP-3.
              10 WS-L-ACCRUED    PIC S9(9)V99 COMP-3.
              10 WS-L-ARREARS    PIC S9(9)V99 COMP-3.
              10 WS-L-RATE       PIC 9(2)V9(4) COMP-3.
              10 WS-L-PAID       PIC 9(3).
              10 WS-L-TERM       PIC 9(3).
              10 WS-L-BUCKET     PIC X(2).
              10 WS-L-DAYS       PIC 9(5).
       01 WS-SWAP-ENTRY          PIC X(81).

       01 WS-SRCH-IDX            PIC 9(5).
       01 WS-SORT-I              PIC 9(5).
       01 WS-SORT-J              PIC 9(5).
       01 WS-SWAP-SW             PIC X(1).
           88 WS-SWAPPED                     VALUE "Y".

       *> Accrual since the last installment fell due
       01 WS-ACCRUE-DAYS         PIC 9(5).

       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-PREV-BRANCH         PIC X(3).
       01 WS-PREV-CURRENCY       PIC X(3).

       *> Branch/currency group totals, and the run's grand counts
       01 WS-GRP-COUNT           PIC 9(5)    VALUE ZERO.
       01 WS-GRP-OUTSTANDING     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GRP-ACCRUED         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GRP-ARREARS         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GRP-BKT-01          PIC 9(5)    VALUE ZERO.
       01 WS-GRP-BKT-30          PIC 9(5)    VALUE ZERO.
       01 WS-GRP-BKT-60          PIC 9(5)    VALUE ZERO.
       01 WS-GRP-BKT-90          PIC 9(5)    VALUE ZERO.
       01 WS-ARREARS-LOANS       PIC 9(7)    VALUE ZERO.

       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.
       01 WS-AMT-ED              PIC -(9).99.
       01 WS-AMT2-ED             PIC -(9).99.
       01 WS-AMT3-ED             PIC -(9).99.
       01 WS-TOT-ED              PIC -(11).99.
       01 WS-TOT2-ED             PIC -(11).99.
       01 WS-TOT3-ED             PIC -(11).99.
       01 WS-RATE-ED             PIC Z9.9999.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: LOAN_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-LOAN-PATH

           *> Arg 2: ASOF_DATE (YYYYMMDD) -- interest accrues and
           *> arrears age to this date
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-ASOF-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 3: PORTFOLIO_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-LOAN-PATH
               DISPLAY "       FILE STATUS = " WS-LOAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> The repayment account's branch places the loan; without
           *> the account master the loans still report, under "???".
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
                   ") -- loans are listed without branch or name"
           END-IF

           PERFORM EXAMINE-ONE-LOAN UNTIL WS-EOF

           CLOSE LOAN-FILE
           IF WS-ACCT-CHECK-ON
               CLOSE ACCT-MASTER-FILE
           END-IF

           PERFORM SORT-BRANCH-CURRENCY

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOAN PORTFOLIO AS AT " WS-ASOF-DATE
                  " -- OUTSTANDING PRINCIPAL, ACCRUED INTEREST AND "
                  "ARREARS BY BRANCH"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-PREV-BRANCH
           MOVE SPACES TO WS-PREV-CURRENCY
           PERFORM REPORT-ONE-LOAN
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-LOAN-TBL-COUNT
           IF WS-LOAN-TBL-COUNT > ZERO
               PERFORM WRITE-GROUP-TOTAL
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTIVE LOANS " WS-LOAN-TBL-COUNT
                  "  IN ARREARS " WS-ARREARS-LOANS
                  "  OF " WS-READ-COUNT " ON FILE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           CLOSE REPORT-FILE

           DISPLAY "Loan portfolio: " WS-READ-COUNT " loan(s) read, "
               WS-LOAN-TBL-COUNT " active, " WS-ARREARS-LOANS
               " in arrears -- report at " FUNCTION TRIM(WS-REPORT-PATH)

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./loan_portfolio_report LOAN_FILE ASOF_DATE PORTFOLIO_REPORT"
           DISPLAY "Example:"
           DISPLAY "  ./loan_portfolio_report /data/loan_master.dat 20260930 /data/loan_portfolio.20260930.rpt".

      *> =================================================================
      *> One loan: an active loan goes into the table with its branch,
      *> the interest accrued on its outstanding principal since the
      *> last installment fell due, and its arrears aged to ASOF_DATE.
      *> =================================================================
       EXAMINE-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF LN-STATUS = "A"
                       PERFORM ADD-LOAN-TO-TABLE
                   END-IF
           END-READ.

       ADD-LOAN-TO-TABLE.
           IF WS-LOAN-TBL-COUNT >= WS-LOAN-MAX
               DISPLAY "ERROR: more than " WS-LOAN-MAX
                   " active loans -- enlarge the report table"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOAN-TBL-COUNT
           MOVE WS-LOAN-TBL-COUNT TO WS-SRCH-IDX

           MOVE "???"  TO WS-L-BRANCH(WS-SRCH-IDX)
           MOVE SPACES TO WS-L-CUST-NAME(WS-SRCH-IDX)
           IF WS-ACCT-CHECK-ON
               MOVE LN-ACCT-ID TO AM-ACCT-ID
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-BRANCH-CODE TO WS-L-BRANCH(WS-SRCH-IDX)
                       MOVE AM-CUST-NAME
                           TO WS-L-CUST-NAME(WS-SRCH-IDX)
               END-READ
           END-IF

           MOVE LN-CURRENCY    TO WS-L-CURRENCY(WS-SRCH-IDX)
           MOVE LN-LOAN-ID     TO WS-L-LOAN-ID(WS-SRCH-IDX)
           MOVE LN-ACCT-ID     TO WS-L-ACCT-ID(WS-SRCH-IDX)
           MOVE LN-OUTSTANDING TO WS-L-OUTSTANDING(WS-SRCH-IDX)
           MOVE LN-ARREARS-AMT TO WS-L-ARREARS(WS-SRCH-IDX)
           MOVE LN-ANNUAL-RATE TO WS-L-RATE(WS-SRCH-IDX)
           MOVE LN-PAID-COUNT  TO WS-L-PAID(WS-SRCH-IDX)
           MOVE LN-TERM-MONTHS TO WS-L-TERM(WS-SRCH-IDX)

           MOVE ZERO TO WS-ACCRUE-DAYS
           IF WS-ASOF-DATE > LN-LAST-DUE-DATE
               COMPUTE WS-ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-LAST-DUE-DATE)
           END-IF
           COMPUTE WS-L-ACCRUED(WS-SRCH-IDX) ROUNDED =
               LN-OUTSTANDING * LN-ANNUAL-RATE / 100
               * WS-ACCRUE-DAYS / 365

           *> Re-aged to ASOF_DATE, so a report run between arrears
           *> steps still shows the right bucket.
           MOVE "CU" TO WS-L-BUCKET(WS-SRCH-IDX)
           MOVE ZERO TO WS-L-DAYS(WS-SRCH-IDX)
           IF LN-MISSED-COUNT > ZERO AND LN-OLDEST-MISSED NOT = ZERO
               AND WS-ASOF-DATE >= LN-OLDEST-MISSED
               COMPUTE WS-L-DAYS(WS-SRCH-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-OLDEST-MISSED)
               EVALUATE TRUE
                   WHEN WS-L-DAYS(WS-SRCH-IDX) >= 90
                       MOVE "90" TO WS-L-BUCKET(WS-SRCH-IDX)
                   WHEN WS-L-DAYS(WS-SRCH-IDX) >= 60
                       MOVE "60" TO WS-L-BUCKET(WS-SRCH-IDX)
                   WHEN WS-L-DAYS(WS-SRCH-IDX) >= 30
                       MOVE "30" TO WS-L-BUCKET(WS-SRCH-IDX)
                   WHEN OTHER
                       MOVE "01" TO WS-L-BUCKET(WS-SRCH-IDX)
               END-EVALUATE
           END-IF.

      *> =================================================================
      *> Branch, then currency, then loan -- amounts are only ever
      *> totalled within one currency. Neighbour-exchange passes until
      *> no swap.
      *> =================================================================
       SORT-BRANCH-CURRENCY.
           SET WS-SWAPPED TO TRUE
           PERFORM SORT-ONE-PASS UNTIL NOT WS-SWAPPED.

       SORT-ONE-PASS.
           MOVE "N" TO WS-SWAP-SW
           PERFORM COMPARE-ADJACENT-ENTRIES
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-LOAN-TBL-COUNT.

       COMPARE-ADJACENT-ENTRIES.
           COMPUTE WS-SORT-J = WS-SORT-I + 1
           IF WS-LOAN-ENTRY(WS-SORT-I)(1:16)
               > WS-LOAN-ENTRY(WS-SORT-J)(1:16)
               MOVE WS-LOAN-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE WS-LOAN-ENTRY(WS-SORT-J)
                   TO WS-LOAN-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO WS-LOAN-ENTRY(WS-SORT-J)
               SET WS-SWAPPED TO TRUE
           END-IF.

       REPORT-ONE-LOAN.
           IF WS-L-BRANCH(WS-SRCH-IDX) NOT = WS-PREV-BRANCH
               OR WS-L-CURRENCY(WS-SRCH-IDX) NOT = WS-PREV-CURRENCY
               IF WS-PREV-BRANCH NOT = SPACES
                   PERFORM WRITE-GROUP-TOTAL
               END-IF
               MOVE WS-L-BRANCH(WS-SRCH-IDX)   TO WS-PREV-BRANCH
               MOVE WS-L-CURRENCY(WS-SRCH-IDX) TO WS-PREV-CURRENCY
               MOVE ZERO TO WS-GRP-COUNT
               MOVE ZERO TO WS-GRP-OUTSTANDING
               MOVE ZERO TO WS-GRP-ACCRUED
               MOVE ZERO TO WS-GRP-ARREARS
               MOVE ZERO TO WS-GRP-BKT-01
               MOVE ZERO TO WS-GRP-BKT-30
               MOVE ZERO TO WS-GRP-BKT-60
               MOVE ZERO TO WS-GRP-BKT-90

               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO WS-REPORT-LINE
               STRING "BRANCH " WS-PREV-BRANCH "  CURRENCY "
                      WS-PREV-CURRENCY
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REPORT-REC
               WRITE REPORT-REC
               MOVE "LOAN-ID    ACCT-ID    CUSTOMER               OUTSTANDING    RATE PAID/TRM      ACCRUED      ARREARS BK  DAYS"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           ADD 1 TO WS-GRP-COUNT
           ADD WS-L-OUTSTANDING(WS-SRCH-IDX) TO WS-GRP-OUTSTANDING
           ADD WS-L-ACCRUED(WS-SRCH-IDX)     TO WS-GRP-ACCRUED
           ADD WS-L-ARREARS(WS-SRCH-IDX)     TO WS-GRP-ARREARS
           EVALUATE WS-L-BUCKET(WS-SRCH-IDX)
               WHEN "01"
                   ADD 1 TO WS-GRP-BKT-01
               WHEN "30"
                   ADD 1 TO WS-GRP-BKT-30
               WHEN "60"
                   ADD 1 TO WS-GRP-BKT-60
               WHEN "90"
                   ADD 1 TO WS-GRP-BKT-90
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-L-BUCKET(WS-SRCH-IDX) NOT = "CU"
               ADD 1 TO WS-ARREARS-LOANS
           END-IF

           MOVE WS-L-OUTSTANDING(WS-SRCH-IDX) TO WS-AMT-ED
           MOVE WS-L-ACCRUED(WS-SRCH-IDX)     TO WS-AMT2-ED
           MOVE WS-L-ARREARS(WS-SRCH-IDX)     TO WS-AMT3-ED
           MOVE WS-L-RATE(WS-SRCH-IDX)        TO WS-RATE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-L-LOAN-ID(WS-SRCH-IDX) " "
                  WS-L-ACCT-ID(WS-SRCH-IDX) " "
                  WS-L-CUST-NAME(WS-SRCH-IDX) " "
                  WS-AMT-ED " " WS-RATE-ED " "
                  WS-L-PAID(WS-SRCH-IDX) "/" WS-L-TERM(WS-SRCH-IDX) " "
                  WS-AMT2-ED " " WS-AMT3-ED " "
                  WS-L-BUCKET(WS-SRCH-IDX) " "
                  WS-L-DAYS(WS-SRCH-IDX)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-GROUP-TOTAL.
           MOVE WS-GRP-OUTSTANDING TO WS-TOT-ED
           MOVE WS-GRP-ACCRUED     TO WS-TOT2-ED
           MOVE WS-GRP-ARREARS     TO WS-TOT3-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  BRANCH " WS-PREV-BRANCH " " WS-PREV-CURRENCY
                  " LOANS " WS-GRP-COUNT
                  "  OUTSTANDING " WS-TOT-ED
                  "  ACCRUED " WS-TOT2-ED
                  "  ARREARS " WS-TOT3-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ARREARS BUCKETS  1-29 DAYS " WS-GRP-BKT-01
                  "  30-59 " WS-GRP-BKT-30
                  "  60-89 " WS-GRP-BKT-60
                  "  90+ " WS-GRP-BKT-90
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.
