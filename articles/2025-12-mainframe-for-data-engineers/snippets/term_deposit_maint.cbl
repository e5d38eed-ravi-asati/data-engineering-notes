       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-DEPOSIT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-DEPOSIT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-FILE.
       COPY "term_deposit.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-ACCT-FILE-STATUS    PIC XX.
       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(200).
       01 WS-FILE-PATH           PIC X(200).
       01 WS-ACCT-MASTER-PATH    PIC X(200).

       01 WS-COMMAND             PIC X(8).
       01 WS-DEPOSIT-ID          PIC X(10).
       01 WS-AMT-TXT             PIC X(20).
       01 WS-TODAY-DATE          PIC X(8).
       01 WS-WITHDRAW-DATE       PIC 9(8).
       01 WS-NEW-INSTRUCTION     PIC X(1).
       01 WS-NEW-LINK-ACCT       PIC X(10).

       *> Percentage points off the contract rate on an early
       *> withdrawal -- LEDGER_TD_PENALTY_PCT, default 1.00, fixed on
       *> the deposit when it is booked.
       01 WS-PENALTY-TXT         PIC X(20).

       01 WS-ACCT-CHECK-SW       PIC X(1)    VALUE "N".
           88 WS-ACCT-CHECK-ON               VALUE "Y".
       01 WS-CHECK-ACCT-ID       PIC X(10).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       01 WS-LIST-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-AMT-ED              PIC -(9).99.
       01 WS-AMT2-ED             PIC -(9).99.
       01 WS-RATE-ED             PIC Z9.9999.
       01 WS-RATE2-ED            PIC Z9.9999.

       *> ------------- maturity-date arithmetic ------------------------
       01 WS-NR-DATE             PIC 9(8).
       01 WS-NR-SPLIT REDEFINES WS-NR-DATE.
           05 WS-NR-Y            PIC 9(4).
           05 WS-NR-M            PIC 9(2).
           05 WS-NR-D            PIC 9(2).
       01 WS-NR-MONTHS           PIC 9(5).
       01 WS-MONTH-DAYS          PIC 9(2).
       01 WS-LEAP-REM            PIC 9(4).

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "TERM-DEPOSIT-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Sign-on first: enquiries need inquiry rights, bookings
           *> the maintenance role, and breaking a deposit early a
           *> supervisor.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: DEPOSIT_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 2: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           EVALUATE WS-COMMAND
               WHEN "LIST    "
               WHEN "SHOW    "
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
               WHEN "WITHDRAW"
                   MOVE "S" TO WS-OPSGN-REQUIRED-ROLE
               WHEN OTHER
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
           END-EVALUATE
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-COMMAND
               WHEN "ADD     "
                   PERFORM ADD-DEPOSIT
               WHEN "WITHDRAW"
                   PERFORM WITHDRAW-DEPOSIT
               WHEN "SETINSTR"
                   PERFORM SET-INSTRUCTION
               WHEN "SHOW    "
                   PERFORM SHOW-DEPOSIT
               WHEN "LIST    "
                   PERFORM LIST-DEPOSITS
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./term_deposit_maint DEPOSIT_FILE ADD DEPOSIT_ID ACCT_ID LINK_ACCT_ID PRINCIPAL CURR RATE TERM START_DATE INSTRUCTION"
           DISPLAY "  ./term_deposit_maint DEPOSIT_FILE WITHDRAW DEPOSIT_ID PAYOUT_DATE"
           DISPLAY "    (early withdrawal at the penalty rate; paid by TD-MATURITY-RUN on PAYOUT_DATE)"
           DISPLAY "  ./term_deposit_maint DEPOSIT_FILE SETINSTR DEPOSIT_ID INSTRUCTION [LINK_ACCT_ID]"
           DISPLAY "  ./term_deposit_maint DEPOSIT_FILE SHOW DEPOSIT_ID"
           DISPLAY "  ./term_deposit_maint DEPOSIT_FILE LIST"
           DISPLAY "Where ACCT_ID is the deposit's own ledger account, LINK_ACCT_ID the"
           DISPLAY "customer's account payouts go to, RATE the annual percentage, TERM"
           DISPLAY "in months, and INSTRUCTION = P (renew principal, pay interest out),"
           DISPLAY "I (renew principal plus interest) or L (pay everything out)"
           DISPLAY "Example:"
           DISPLAY "  ./term_deposit_maint /data/term_deposit.dat ADD TD00000001 TDAC000001 ACCT123456 100000.00 INR 7.25 12 20260901 P".

      *> =================================================================
      *> ADD -- book a deposit. Maturity is TERM months after START_DATE
      *> (a short month takes its last day).
      *> =================================================================
       ADD-DEPOSIT.
           IF WS-ARG-COUNT < 11
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: DEPOSIT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-DEPOSIT-ID

           INITIALIZE TERM-DEPOSIT-REC
           MOVE WS-DEPOSIT-ID TO TD-DEPOSIT-ID

           *> Arg 4: ACCT_ID -- the deposit's own ledger account
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO TD-ACCT-ID

           *> Arg 5: LINK_ACCT_ID -- where payouts go
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO TD-LINK-ACCT-ID

           *> Arg 6: PRINCIPAL
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-AMT-TXT
           COMPUTE TD-PRINCIPAL = FUNCTION NUMVAL(WS-AMT-TXT)

           *> Arg 7: CURR
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO TD-CURRENCY

           *> Arg 8: RATE (annual percent)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-AMT-TXT
           COMPUTE TD-RATE = FUNCTION NUMVAL(WS-AMT-TXT)

           *> Arg 9: TERM (months)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE TD-TERM-MONTHS =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))

           *> Arg 10: START_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE TD-START-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 11: INSTRUCTION (P/I/L)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1)) TO TD-INSTRUCTION

           IF TD-PRINCIPAL NOT > ZERO
               DISPLAY "ERROR: PRINCIPAL must be greater than zero"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           *> Every payout has to fit one writer posting.
           IF TD-PRINCIPAL > 9000000
               DISPLAY "ERROR: PRINCIPAL above 9,000,000.00 must be "
                   "split across deposits"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TD-TERM-MONTHS = ZERO OR TD-TERM-MONTHS > 120
               DISPLAY "ERROR: TERM must be 1-120 months, got "
                   TD-TERM-MONTHS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(TD-START-DATE) NOT = ZERO
               DISPLAY "ERROR: START_DATE " TD-START-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TD-INSTRUCTION NOT = "P" AND TD-INSTRUCTION NOT = "I"
               AND TD-INSTRUCTION NOT = "L"
               DISPLAY "ERROR: INSTRUCTION must be P, I or L, got "
                   TD-INSTRUCTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TD-ACCT-ID = TD-LINK-ACCT-ID
               DISPLAY "ERROR: the deposit account and the payout "
                   "account must differ"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "LEDGER_TD_PENALTY_PCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PENALTY-TXT FROM ENVIRONMENT-VALUE
           IF WS-PENALTY-TXT = SPACES
               MOVE 1 TO TD-PENALTY-PCT
           ELSE
               COMPUTE TD-PENALTY-PCT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-PENALTY-TXT))
           END-IF

           PERFORM OPEN-ACCT-MASTER
           MOVE TD-ACCT-ID TO WS-CHECK-ACCT-ID
           PERFORM CHECK-ONE-ACCOUNT
           MOVE TD-LINK-ACCT-ID TO WS-CHECK-ACCT-ID
           PERFORM CHECK-ONE-ACCOUNT
           IF WS-ACCT-CHECK-ON
               CLOSE ACCT-MASTER-FILE
           END-IF

           MOVE TD-START-DATE TO WS-NR-DATE
           PERFORM ADD-TERM-TO-DATE
           MOVE WS-NR-DATE TO TD-MATURITY-DATE

           PERFORM SAFE-OPEN-DEPOSIT-FILE-IO
           MOVE WS-DEPOSIT-ID TO TD-DEPOSIT-ID
           READ DEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: DEPOSIT-ID " WS-DEPOSIT-ID
                       " already exists in " WS-FILE-PATH
                   CLOSE DEPOSIT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE "A"              TO TD-STATUS
           MOVE ZERO             TO TD-ROLL-COUNT
           MOVE ZERO             TO TD-LAST-INTEREST
           MOVE WS-OPSGN-OPER-ID TO TD-OPENED-BY
           MOVE WS-TODAY-DATE    TO TD-OPENED-DATE
           MOVE ZERO             TO TD-CLOSED-DATE

           WRITE TERM-DEPOSIT-REC
           CLOSE DEPOSIT-FILE

           PERFORM AUDIT-ONE-CHANGE

           MOVE TD-PRINCIPAL TO WS-AMT-ED
           MOVE TD-RATE      TO WS-RATE-ED
           DISPLAY "Booked deposit " WS-DEPOSIT-ID " for "
               FUNCTION TRIM(WS-AMT-ED) " " TD-CURRENCY " at "
               WS-RATE-ED "% for " TD-TERM-MONTHS
               " month(s), maturing " TD-MATURITY-DATE
               " (instruction " TD-INSTRUCTION ")".

       OPEN-ACCT-MASTER.
           *> Both accounts must exist, be open and be held in the
           *> deposit's currency. Without the account master the
           *> deposit still books, and the writer's own account check
           *> stands behind every posting.
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
                   ") -- accounts not checked"
           END-IF.

       CHECK-ONE-ACCOUNT.
           IF NOT WS-ACCT-CHECK-ON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: account " WS-CHECK-ACCT-ID
                       " is not on the account master"
                   CLOSE ACCT-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF AM-ACCT-STATUS NOT = "O"
               DISPLAY "ERROR: account " WS-CHECK-ACCT-ID
                   " is not open (status " AM-ACCT-STATUS ")"
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AM-BASE-CURR NOT = TD-CURRENCY
               DISPLAY "ERROR: account " WS-CHECK-ACCT-ID
                   " is held in " AM-BASE-CURR ", deposit is in "
                   TD-CURRENCY
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> -----------------------------------------------------------------
      *> WS-NR-DATE moved on by TD-TERM-MONTHS, keeping the day of month
      *> unless the target month is shorter.
      *> -----------------------------------------------------------------
       ADD-TERM-TO-DATE.
           COMPUTE WS-NR-MONTHS = WS-NR-M - 1 + TD-TERM-MONTHS
           COMPUTE WS-NR-Y = WS-NR-Y + WS-NR-MONTHS / 12
           COMPUTE WS-NR-M = FUNCTION MOD(WS-NR-MONTHS, 12) + 1
           PERFORM SET-DAYS-IN-MONTH
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
      *> WITHDRAW -- break the deposit before maturity. Nothing posts
      *> here: the deposit is flagged, and TD-MATURITY-RUN pays it out
      *> on PAYOUT_DATE with interest at TD-RATE less TD-PENALTY-PCT.
      *> =================================================================
       WITHDRAW-DEPOSIT.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: DEPOSIT_ID; Arg 4: PAYOUT_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-DEPOSIT-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-WITHDRAW-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           PERFORM READ-DEPOSIT-FOR-UPDATE

           IF TD-STATUS NOT = "A"
               DISPLAY "ERROR: deposit " WS-DEPOSIT-ID
                   " is not active (status " TD-STATUS ")"
               CLOSE DEPOSIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WITHDRAW-DATE) NOT = ZERO
               OR WS-WITHDRAW-DATE < TD-START-DATE
               OR WS-WITHDRAW-DATE >= TD-MATURITY-DATE
               DISPLAY "ERROR: PAYOUT_DATE " WS-WITHDRAW-DATE
                   " must fall inside the term " TD-START-DATE
                   " to " TD-MATURITY-DATE
               CLOSE DEPOSIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "E"              TO TD-STATUS
           MOVE WS-WITHDRAW-DATE TO TD-CLOSED-DATE
           REWRITE TERM-DEPOSIT-REC
           CLOSE DEPOSIT-FILE

           PERFORM AUDIT-ONE-CHANGE

           IF TD-RATE > TD-PENALTY-PCT
               COMPUTE WS-RATE-ED = TD-RATE - TD-PENALTY-PCT
           ELSE
               MOVE ZERO TO WS-RATE-ED
           END-IF
           DISPLAY "Deposit " WS-DEPOSIT-ID " flagged for early "
               "withdrawal on " WS-WITHDRAW-DATE " at " WS-RATE-ED
               "% -- paid by the maturity run that day".

       SET-INSTRUCTION.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: DEPOSIT_ID; Arg 4: INSTRUCTION; Arg 5 (optional):
           *> LINK_ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-DEPOSIT-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1))
               TO WS-NEW-INSTRUCTION
           MOVE SPACES TO WS-NEW-LINK-ACCT
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:10) TO WS-NEW-LINK-ACCT
           END-IF

           IF WS-NEW-INSTRUCTION NOT = "P"
               AND WS-NEW-INSTRUCTION NOT = "I"
               AND WS-NEW-INSTRUCTION NOT = "L"
               DISPLAY "ERROR: INSTRUCTION must be P, I or L, got "
                   WS-NEW-INSTRUCTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-DEPOSIT-FOR-UPDATE

           IF TD-STATUS NOT = "A"
               DISPLAY "ERROR: deposit " WS-DEPOSIT-ID
                   " is not active (status " TD-STATUS ")"
               CLOSE DEPOSIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-NEW-LINK-ACCT NOT = SPACES
               IF WS-NEW-LINK-ACCT = TD-ACCT-ID
                   DISPLAY "ERROR: the deposit account and the payout "
                       "account must differ"
                   CLOSE DEPOSIT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM OPEN-ACCT-MASTER
               MOVE WS-NEW-LINK-ACCT TO WS-CHECK-ACCT-ID
               PERFORM CHECK-ONE-ACCOUNT
               IF WS-ACCT-CHECK-ON
                   CLOSE ACCT-MASTER-FILE
               END-IF
               MOVE WS-NEW-LINK-ACCT TO TD-LINK-ACCT-ID
           END-IF
           MOVE WS-NEW-INSTRUCTION TO TD-INSTRUCTION
           REWRITE TERM-DEPOSIT-REC
           CLOSE DEPOSIT-FILE

           PERFORM AUDIT-ONE-CHANGE

           DISPLAY "Deposit " WS-DEPOSIT-ID " will mature with "
               "instruction " TD-INSTRUCTION ", payouts to "
               TD-LINK-ACCT-ID.

       READ-DEPOSIT-FOR-UPDATE.
           OPEN I-O DEPOSIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DEPOSIT-ID TO TD-DEPOSIT-ID
           READ DEPOSIT-FILE
               INVALID KEY
                   DISPLAY "ERROR: DEPOSIT-ID " WS-DEPOSIT-ID
                       " not found in " WS-FILE-PATH
                   CLOSE DEPOSIT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

       SHOW-DEPOSIT.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: DEPOSIT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-DEPOSIT-ID

           PERFORM OPEN-DEPOSIT-FILE-INPUT
           MOVE WS-DEPOSIT-ID TO TD-DEPOSIT-ID
           READ DEPOSIT-FILE
               INVALID KEY
                   DISPLAY "ERROR: DEPOSIT-ID " WS-DEPOSIT-ID
                       " not found in " WS-FILE-PATH
                   CLOSE DEPOSIT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE DEPOSIT-FILE

           MOVE TD-PRINCIPAL     TO WS-AMT-ED
           MOVE TD-LAST-INTEREST TO WS-AMT2-ED
           MOVE TD-RATE          TO WS-RATE-ED
           MOVE TD-PENALTY-PCT   TO WS-RATE2-ED
           DISPLAY "Deposit " TD-DEPOSIT-ID "  account " TD-ACCT-ID
               "  payouts to " TD-LINK-ACCT-ID "  status " TD-STATUS
           DISPLAY "  principal " WS-AMT-ED " " TD-CURRENCY
               "  rate " WS-RATE-ED "%  early-withdrawal penalty "
               WS-RATE2-ED " pts"
           DISPLAY "  term " TD-TERM-MONTHS " month(s) from "
               TD-START-DATE " to " TD-MATURITY-DATE
               "  instruction " TD-INSTRUCTION
               "  renewals " TD-ROLL-COUNT
           DISPLAY "  last interest " WS-AMT2-ED
               "  closed " TD-CLOSED-DATE
               "  booked " TD-OPENED-DATE " by " TD-OPENED-BY.

       LIST-DEPOSITS.
           PERFORM OPEN-DEPOSIT-FILE-INPUT

           DISPLAY "DEPOSIT-ID ACCT-ID    LINK-ACCT  CUR    PRINCIPAL    RATE TRM START    MATURITY I S RN"

           PERFORM LIST-ONE-DEPOSIT UNTIL WS-EOF

           CLOSE DEPOSIT-FILE

           DISPLAY WS-LIST-COUNT " deposit(s) on " WS-FILE-PATH.

       LIST-ONE-DEPOSIT.
           READ DEPOSIT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE TD-PRINCIPAL TO WS-AMT-ED
                   MOVE TD-RATE      TO WS-RATE-ED
                   DISPLAY TD-DEPOSIT-ID " " TD-ACCT-ID " "
                       TD-LINK-ACCT-ID " " TD-CURRENCY " " WS-AMT-ED
                       " " WS-RATE-ED " " TD-TERM-MONTHS " "
                       TD-START-DATE " " TD-MATURITY-DATE " "
                       TD-INSTRUCTION " " TD-STATUS " " TD-ROLL-COUNT
           END-READ.

       OPEN-DEPOSIT-FILE-INPUT.
           OPEN INPUT DEPOSIT-FILE
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
           STRING "TDEP " FUNCTION TRIM(WS-COMMAND) " " TD-DEPOSIT-ID
                  " " TD-ACCT-ID " " TD-LINK-ACCT-ID " "
                  TD-INSTRUCTION " " TD-STATUS " " TD-CLOSED-DATE
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG.

       SAFE-OPEN-DEPOSIT-FILE-IO.
           *> Same create-on-35 treatment the other keyed masters get:
           *> the first ADD creates the file.
           OPEN I-O DEPOSIT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT DEPOSIT-FILE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to open " WS-FILE-PATH
                   DISPLAY "       FILE STATUS = " WS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".
