       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SCHED-FILE ASSIGN TO WS-SCHED-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY "loan_master.cpy".

       FD  SCHED-FILE.
       COPY "loan_schedule.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-SCHED-FILE-STATUS   PIC XX.
       01 WS-ACCT-FILE-STATUS    PIC XX.
       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(200).
       01 WS-FILE-PATH           PIC X(200).
       01 WS-SCHED-PATH          PIC X(200).
       01 WS-ACCT-MASTER-PATH    PIC X(200).

       01 WS-COMMAND             PIC X(8).
       01 WS-LOAN-ID             PIC X(10).
       01 WS-AMT-TXT             PIC X(20).
       01 WS-TODAY-DATE          PIC X(8).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       01 WS-LIST-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-AMT-ED              PIC -(9).99.
       01 WS-AMT2-ED             PIC -(9).99.
       01 WS-AMT3-ED             PIC -(9).99.
       01 WS-AMT4-ED             PIC -(9).99.
       01 WS-RATE-ED             PIC Z9.9999.

       *> ------------- amortization ------------------------------------
       *> Level installment P * r * (1+r)**n / ((1+r)**n - 1) on the
       *> monthly rate r; each installment's interest is the opening
       *> balance times r, the rest repays principal, and the last
       *> installment clears whatever principal the rounding left.
       01 WS-MONTH-RATE          PIC 9V9(10).
       01 WS-GROWTH              PIC 9(7)V9(10).
       01 WS-ANNUITY-FACTOR      PIC 9(9)V9(10).
       01 WS-BALANCE             PIC S9(9)V99 COMP-3.
       01 WS-INST-NO             PIC 9(3).
       01 WS-TOTAL-INTEREST      PIC S9(9)V99 COMP-3 VALUE ZERO.

       *> ------------- due-date arithmetic --------------------------------
       01 WS-NR-DATE             PIC 9(8).
       01 WS-NR-SPLIT REDEFINES WS-NR-DATE.
           05 WS-NR-Y            PIC 9(4).
           05 WS-NR-M            PIC 9(2).
           05 WS-NR-D            PIC 9(2).
       01 WS-MONTH-DAYS          PIC 9(2).
       01 WS-LEAP-REM            PIC 9(4).

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "LOAN-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Sign-on first: enquiries need inquiry rights, booking a
           *> loan the maintenance role below.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: LOAN_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 2: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           *> The amortization schedule sits beside the loan master --
           *> LEDGER_LOAN_SCHED names it, default ./loan_schedule.dat.
           DISPLAY "LEDGER_LOAN_SCHED" UPON ENVIRONMENT-NAME
           ACCEPT WS-SCHED-PATH FROM ENVIRONMENT-VALUE
           IF WS-SCHED-PATH = SPACES
               MOVE "./loan_schedule.dat" TO WS-SCHED-PATH
           END-IF

           IF WS-COMMAND = "LIST    " OR WS-COMMAND = "SHOW    "
               MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
           ELSE
               MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
           END-IF
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-COMMAND
               WHEN "ADD     "
                   PERFORM ADD-LOAN
               WHEN "SHOW    "
                   PERFORM SHOW-LOAN
               WHEN "LIST    "
                   PERFORM LIST-LOANS
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./loan_maint LOAN_FILE ADD LOAN_ID ACCT_ID PRINCIPAL RATE TERM START_DATE INSTALL_DAY CURR"
           DISPLAY "    (books the loan and writes its amortization schedule)"
           DISPLAY "  ./loan_maint LOAN_FILE SHOW LOAN_ID"
           DISPLAY "  ./loan_maint LOAN_FILE LIST"
           DISPLAY "Where RATE is the annual percentage, TERM is in months and"
           DISPLAY "ACCT_ID is the repayment account the installments debit"
           DISPLAY "Schedule file: LEDGER_LOAN_SCHED (default ./loan_schedule.dat)"
           DISPLAY "Example:"
           DISPLAY "  ./loan_maint /data/loan_master.dat ADD LN00000001 ACCT123456 500000.00 11.5 36 20260901 5 INR".

      *> =================================================================
      *> ADD -- book the loan and generate its whole schedule. The
      *> first installment falls on INSTALL_DAY of the month after
      *> START_DATE.
      *> =================================================================
       ADD-LOAN.
           IF WS-ARG-COUNT < 10
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: LOAN_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-LOAN-ID

           INITIALIZE LOAN-MASTER-REC
           MOVE WS-LOAN-ID TO LN-LOAN-ID

           *> Arg 4: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO LN-ACCT-ID

           *> Arg 5: PRINCIPAL
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-AMT-TXT
           COMPUTE LN-PRINCIPAL = FUNCTION NUMVAL(WS-AMT-TXT)

           *> Arg 6: RATE (annual percent)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-AMT-TXT
           COMPUTE LN-ANNUAL-RATE = FUNCTION NUMVAL(WS-AMT-TXT)

           *> Arg 7: TERM (months)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE LN-TERM-MONTHS =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))

           *> Arg 8: START_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE LN-START-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 9: INSTALL_DAY (1-31)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE LN-INSTALL-DAY =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))

           *> Arg 10: CURR
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO LN-CURRENCY

           IF LN-PRINCIPAL NOT > ZERO
               DISPLAY "ERROR: PRINCIPAL must be greater than zero"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LN-TERM-MONTHS = ZERO OR LN-TERM-MONTHS > 480
               DISPLAY "ERROR: TERM must be 1-480 months, got "
                   LN-TERM-MONTHS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LN-INSTALL-DAY = ZERO OR LN-INSTALL-DAY > 31
               DISPLAY "ERROR: INSTALL_DAY must be 1-31, got "
                   LN-INSTALL-DAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(LN-START-DATE) NOT = ZERO
               DISPLAY "ERROR: START_DATE " LN-START-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-REPAYMENT-ACCOUNT

           PERFORM SAFE-OPEN-LOAN-FILE-IO
           MOVE WS-LOAN-ID TO LN-LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: LOAN-ID " WS-LOAN-ID
                       " already exists in " WS-FILE-PATH
                   CLOSE LOAN-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM SAFE-OPEN-SCHED-FILE-IO

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE "A"              TO LN-STATUS
           MOVE LN-PRINCIPAL     TO LN-OUTSTANDING
           MOVE ZERO             TO LN-PAID-COUNT
           MOVE LN-START-DATE    TO LN-LAST-DUE-DATE
           MOVE ZERO             TO LN-ARREARS-AMT
           MOVE ZERO             TO LN-MISSED-COUNT
           MOVE ZERO             TO LN-OLDEST-MISSED
           MOVE "CU"             TO LN-ARREARS-BUCKET
           MOVE SPACES           TO LN-FAIL-REASON
           MOVE WS-OPSGN-OPER-ID TO LN-OPENED-BY
           MOVE WS-TODAY-DATE    TO LN-OPENED-DATE

           COMPUTE WS-MONTH-RATE = LN-ANNUAL-RATE / 1200
           IF WS-MONTH-RATE = ZERO
               COMPUTE LN-INSTALL-AMT ROUNDED =
                   LN-PRINCIPAL / LN-TERM-MONTHS
           ELSE
               *> Factor taken a step at a time so no intermediate
               *> result loses the rate's decimal places.
               COMPUTE WS-GROWTH = (1 + WS-MONTH-RATE) ** LN-TERM-MONTHS
               COMPUTE WS-ANNUITY-FACTOR = WS-GROWTH - 1
               DIVIDE WS-ANNUITY-FACTOR INTO WS-MONTH-RATE
                   GIVING WS-ANNUITY-FACTOR
               COMPUTE WS-ANNUITY-FACTOR = WS-ANNUITY-FACTOR * WS-GROWTH
               COMPUTE LN-INSTALL-AMT ROUNDED =
                   LN-PRINCIPAL * WS-ANNUITY-FACTOR
           END-IF

           MOVE LN-PRINCIPAL  TO WS-BALANCE
           MOVE LN-START-DATE TO WS-NR-DATE
           PERFORM WRITE-ONE-INSTALLMENT
               VARYING WS-INST-NO FROM 1 BY 1
               UNTIL WS-INST-NO > LN-TERM-MONTHS

           WRITE LOAN-MASTER-REC
           CLOSE SCHED-FILE
           CLOSE LOAN-FILE

           PERFORM AUDIT-ONE-CHANGE

           MOVE LN-PRINCIPAL      TO WS-AMT-ED
           MOVE LN-INSTALL-AMT    TO WS-AMT2-ED
           MOVE WS-TOTAL-INTEREST TO WS-AMT3-ED
           DISPLAY "Booked loan " WS-LOAN-ID " for "
               FUNCTION TRIM(WS-AMT-ED) " " LN-CURRENCY " over "
               LN-TERM-MONTHS " month(s) -- installment "
               FUNCTION TRIM(WS-AMT2-ED) ", total interest "
               FUNCTION TRIM(WS-AMT3-ED)
           DISPLAY "  schedule written to " FUNCTION TRIM(WS-SCHED-PATH).

       CHECK-REPAYMENT-ACCOUNT.
           *> The installments debit this account, so it must exist and
           *> be open. Without the account master the loan still books,
           *> and the writer's own account check stands behind it.
           DISPLAY "LEDGER_ACCT_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACCT-MASTER-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACCT-MASTER-PATH = SPACES
               MOVE "./acct_master.dat" TO WS-ACCT-MASTER-PATH
           END-IF
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: account master "
                   FUNCTION TRIM(WS-ACCT-MASTER-PATH)
                   " not available (FILE STATUS " WS-ACCT-FILE-STATUS
                   ") -- repayment account not checked"
               EXIT PARAGRAPH
           END-IF

           MOVE LN-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: repayment account " LN-ACCT-ID
                       " is not on the account master"
                   CLOSE ACCT-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF AM-ACCT-STATUS NOT = "O"
               DISPLAY "ERROR: repayment account " LN-ACCT-ID
                   " is not open (status " AM-ACCT-STATUS ")"
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AM-BASE-CURR NOT = LN-CURRENCY
               DISPLAY "ERROR: repayment account " LN-ACCT-ID
                   " is held in " AM-BASE-CURR ", loan is in "
                   LN-CURRENCY
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ACCT-MASTER-FILE.

       WRITE-ONE-INSTALLMENT.
           PERFORM ADVANCE-TO-NEXT-DUE-DATE

           INITIALIZE LOAN-SCHED-REC
           MOVE LN-LOAN-ID TO LS-LOAN-ID
           MOVE WS-INST-NO TO LS-INST-NO
           MOVE WS-NR-DATE TO LS-DUE-DATE

           COMPUTE LS-INTEREST-AMT ROUNDED = WS-BALANCE * WS-MONTH-RATE
           IF WS-INST-NO = LN-TERM-MONTHS
               MOVE WS-BALANCE TO LS-PRINCIPAL-AMT
           ELSE
               COMPUTE LS-PRINCIPAL-AMT =
                   LN-INSTALL-AMT - LS-INTEREST-AMT
               IF LS-PRINCIPAL-AMT > WS-BALANCE
                   MOVE WS-BALANCE TO LS-PRINCIPAL-AMT
               END-IF
           END-IF
           COMPUTE LS-INST-AMT = LS-PRINCIPAL-AMT + LS-INTEREST-AMT
           SUBTRACT LS-PRINCIPAL-AMT FROM WS-BALANCE
           MOVE WS-BALANCE TO LS-BALANCE-AFTER
           ADD LS-INTEREST-AMT TO WS-TOTAL-INTEREST

           MOVE "S"    TO LS-STATUS
           MOVE SPACES TO LS-TRXN-ID
           MOVE ZERO   TO LS-BILLED-DATE
           MOVE ZERO   TO LS-PAID-DATE
           MOVE ZERO   TO LS-MISS-COUNT
           MOVE SPACES TO LS-FAIL-REASON

           WRITE LOAN-SCHED-REC
               INVALID KEY
                   DISPLAY "ERROR: schedule already holds installment "
                       WS-INST-NO " of " LN-LOAN-ID " (FILE STATUS "
                       WS-SCHED-FILE-STATUS ")"
                   CLOSE SCHED-FILE
                   CLOSE LOAN-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

      *> -----------------------------------------------------------------
      *> One month on, landing on the installment day -- or the month's
      *> last day when it is shorter.
      *> -----------------------------------------------------------------
       ADVANCE-TO-NEXT-DUE-DATE.
           ADD 1 TO WS-NR-M
           IF WS-NR-M > 12
               MOVE 1 TO WS-NR-M
               ADD 1 TO WS-NR-Y
           END-IF
           PERFORM SET-DAYS-IN-MONTH
           MOVE LN-INSTALL-DAY TO WS-NR-D
           IF WS-NR-D > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-NR-D
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-NR-M
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-NR-Y, 4)
                   IF WS-LEAP-REM = ZERO
                       COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-NR-Y, 100)
                       IF WS-LEAP-REM NOT = ZERO
                           MOVE 29 TO WS-MONTH-DAYS
                       ELSE
                           COMPUTE WS-LEAP-REM =
                               FUNCTION MOD(WS-NR-Y, 400)
                           IF WS-LEAP-REM = ZERO
                               MOVE 29 TO WS-MONTH-DAYS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      *> =================================================================
      *> SHOW -- the loan and its schedule, installment by installment.
      *> =================================================================
       SHOW-LOAN.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: LOAN_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-LOAN-ID

           PERFORM OPEN-LOAN-FILE-INPUT
           MOVE WS-LOAN-ID TO LN-LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "ERROR: LOAN-ID " WS-LOAN-ID
                       " not found in " WS-FILE-PATH
                   CLOSE LOAN-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE LOAN-FILE

           MOVE LN-PRINCIPAL   TO WS-AMT-ED
           MOVE LN-INSTALL-AMT TO WS-AMT2-ED
           MOVE LN-OUTSTANDING TO WS-AMT3-ED
           MOVE LN-ARREARS-AMT TO WS-AMT4-ED
           MOVE LN-ANNUAL-RATE TO WS-RATE-ED
           DISPLAY "Loan " LN-LOAN-ID "  repayment account " LN-ACCT-ID
               "  status " LN-STATUS
           DISPLAY "  principal   " WS-AMT-ED " " LN-CURRENCY
               "  rate " WS-RATE-ED "%  term " LN-TERM-MONTHS
               "  from " LN-START-DATE "  day " LN-INSTALL-DAY
           DISPLAY "  installment " WS-AMT2-ED
               "  outstanding " WS-AMT3-ED
               "  paid " LN-PAID-COUNT " of " LN-TERM-MONTHS
           DISPLAY "  arrears     " WS-AMT4-ED
               "  missed " LN-MISSED-COUNT
               "  oldest " LN-OLDEST-MISSED
               "  bucket " LN-ARREARS-BUCKET
               "  last reason " LN-FAIL-REASON
           DISPLAY "  booked " LN-OPENED-DATE " by " LN-OPENED-BY

           OPEN INPUT SCHED-FILE
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-SCHED-PATH
               DISPLAY "       FILE STATUS = " WS-SCHED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "NO  DUE-DATE   INSTALLMENT    PRINCIPAL     INTEREST   BALANCE-AFTER S TRXN-ID    BILLED   PAID     MS FAIL"
           MOVE WS-LOAN-ID TO LS-LOAN-ID
           MOVE ZERO       TO LS-INST-NO
           START SCHED-FILE KEY IS >= LS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM SHOW-ONE-INSTALLMENT UNTIL WS-EOF
           CLOSE SCHED-FILE.

       SHOW-ONE-INSTALLMENT.
           READ SCHED-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LS-LOAN-ID NOT = WS-LOAN-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       MOVE LS-INST-AMT       TO WS-AMT-ED
                       MOVE LS-PRINCIPAL-AMT  TO WS-AMT2-ED
                       MOVE LS-INTEREST-AMT   TO WS-AMT3-ED
                       MOVE LS-BALANCE-AFTER  TO WS-AMT4-ED
                       DISPLAY LS-INST-NO " " LS-DUE-DATE " "
                           WS-AMT-ED " " WS-AMT2-ED " " WS-AMT3-ED " "
                           WS-AMT4-ED " " LS-STATUS " " LS-TRXN-ID " "
                           LS-BILLED-DATE " " LS-PAID-DATE " "
                           LS-MISS-COUNT " " LS-FAIL-REASON
                   END-IF
           END-READ.

       LIST-LOANS.
           PERFORM OPEN-LOAN-FILE-INPUT

           DISPLAY "LOAN-ID    ACCT-ID    CUR  OUTSTANDING  INSTALLMENT TERM PAID S      ARREARS BK OLDEST"

           PERFORM LIST-ONE-LOAN UNTIL WS-EOF

           CLOSE LOAN-FILE

           DISPLAY WS-LIST-COUNT " loan(s) on " WS-FILE-PATH.

       LIST-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE LN-OUTSTANDING TO WS-AMT-ED
                   MOVE LN-INSTALL-AMT TO WS-AMT2-ED
                   MOVE LN-ARREARS-AMT TO WS-AMT3-ED
                   DISPLAY LN-LOAN-ID " " LN-ACCT-ID " " LN-CURRENCY
                       " " WS-AMT-ED " " WS-AMT2-ED " " LN-TERM-MONTHS
                       "  " LN-PAID-COUNT " " LN-STATUS " " WS-AMT3-ED
                       " " LN-ARREARS-BUCKET " " LN-OLDEST-MISSED
           END-READ.

       OPEN-LOAN-FILE-INPUT.
           OPEN INPUT LOAN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       AUDIT-ONE-CHANGE.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-FILE-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "LOAN " FUNCTION TRIM(WS-COMMAND) " " LN-LOAN-ID " "
                  LN-ACCT-ID " " LN-CURRENCY " " LN-TERM-MONTHS
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG.

       SAFE-OPEN-LOAN-FILE-IO.
           *> Same create-on-35 treatment the other keyed masters get:
           *> the first ADD creates the file.
           OPEN I-O LOAN-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to open " WS-FILE-PATH
                   DISPLAY "       FILE STATUS = " WS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       SAFE-OPEN-SCHED-FILE-IO.
           OPEN I-O SCHED-FILE
           IF WS-SCHED-FILE-STATUS = "35"
               OPEN OUTPUT SCHED-FILE
           ELSE
               IF WS-SCHED-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to open " WS-SCHED-PATH
                   DISPLAY "       FILE STATUS = " WS-SCHED-FILE-STATUS
                   CLOSE LOAN-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".
