       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MATURITY-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO WS-DEPOSIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-DEPOSIT-ID
               FILE STATUS IS WS-DEPOSIT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           COPY "business_day_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-FILE.
       COPY "term_deposit.cpy".

       *> Interest and payout postings as D/C pairs for
       *> LEDGER-TRXN-WRITER's TRANSFER mode, so each leg posts or
       *> rejects with its partner.
       FD  CONTROL-FILE.
       01  CONTROL-REC            PIC X(300).

       COPY "business_day_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DEPOSIT-FILE-STATUS PIC XX.
       01 WS-CONTROL-FILE-STATUS PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).

       01 WS-DEPOSIT-PATH        PIC X(200).
       01 WS-CONTROL-PATH        PIC X(200).
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-TIME            PIC X(6).

       *> The bank's side of the interest -- the term-deposit interest
       *> expense account, LEDGER_TD_INTEREST_ACCT.
       01 WS-INTEREST-ACCT       PIC X(10).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-MATURED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-RENEWED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-WITHDRAWN-COUNT     PIC 9(7)    VALUE ZERO.
       01 WS-HELD-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-PAIR-COUNT          PIC 9(7)    VALUE ZERO.

       *> ------------- one deposit's settlement ------------------------
       01 WS-PAY-DATE            PIC 9(8).
       01 WS-DAYS-HELD           PIC S9(7).
       01 WS-EFFECTIVE-RATE      PIC 9(2)V9(4).
       01 WS-INTEREST-AMT        PIC S9(9)V99.
       01 WS-PAYOUT-AMT          PIC S9(9)V99.
       01 WS-DUE-SW              PIC X(1)    VALUE "N".
           88 WS-DEPOSIT-DUE                 VALUE "Y".
       01 WS-EARLY-SW            PIC X(1)    VALUE "N".
           88 WS-EARLY-WITHDRAWAL            VALUE "Y".

       *> ------------- maturity-date arithmetic ------------------------
       01 WS-NR-DATE             PIC 9(8).
       01 WS-NR-SPLIT REDEFINES WS-NR-DATE.
           05 WS-NR-Y            PIC 9(4).
           05 WS-NR-M            PIC 9(2).
           05 WS-NR-D            PIC 9(2).
       01 WS-NR-MONTHS           PIC 9(5).
       01 WS-MONTH-DAYS          PIC 9(2).
       01 WS-LEAP-REM            PIC 9(4).

       *> ------------- control-line build ------------------------------
       01 WS-DEBIT-ACCT          PIC X(10).
       01 WS-CREDIT-ACCT         PIC X(10).
       01 WS-POST-AMT            PIC S9(7)V99.
       01 WS-POST-ACCT           PIC X(10).
       01 WS-LINE-TYPE           PIC X(1).
       01 WS-POST-DESC           PIC X(30).
       01 WS-AMT-ED              PIC -(7).99.
       01 WS-AMT2-ED             PIC -(9).99.
       01 WS-TRXN-SEQ            PIC 9(4)    VALUE ZERO.
       01 WS-GEN-TRXN-ID.
           05 FILLER             PIC X(2)    VALUE "TD".
           05 WS-GEN-MMDD        PIC X(4).
           05 WS-GEN-SEQ         PIC 9(4).
       01 WS-CONTROL-LINE        PIC X(300)  VALUE SPACES.

       COPY "business_day_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               DISPLAY "Usage: ./td_maturity_run DEPOSIT_FILE RUN_DATE CONTROL_FILE"
               DISPLAY "  Matures every active deposit whose maturity -- moved to"
               DISPLAY "  the next business day when it falls on a weekend or"
               DISPLAY "  holiday -- is on or before RUN_DATE, and pays out every"
               DISPLAY "  early withdrawal due by RUN_DATE at the penalty rate."
               DISPLAY "  Post CONTROL_FILE with:"
               DISPLAY "  ./ledger_trxn_writer_args TRANSFER CONTROL_FILE LEDGER_FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: DEPOSIT_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-DEPOSIT-PATH

           *> Arg 2: RUN_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 3: CONTROL_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-CONTROL-PATH

           MOVE WS-RUN-DATE TO WS-BUSDAY-DATE
           PERFORM CHECK-VALID-DATE
           IF NOT WS-BUSDAY-DATE-VALID
               DISPLAY "ERROR: RUN_DATE " WS-RUN-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-HOLIDAY-CALENDAR

           DISPLAY "LEDGER_TD_INTEREST_ACCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-INTEREST-ACCT FROM ENVIRONMENT-VALUE
           IF WS-INTEREST-ACCT = SPACES
               MOVE "ACCTTDINT1" TO WS-INTEREST-ACCT
           END-IF

           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE(5:4) TO WS-GEN-MMDD

           OPEN I-O DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-DEPOSIT-PATH
               DISPLAY "       FILE STATUS = " WS-DEPOSIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-CONTROL-PATH
               DISPLAY "       FILE STATUS = " WS-CONTROL-FILE-STATUS
               CLOSE DEPOSIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROCESS-ONE-DEPOSIT UNTIL WS-EOF

           CLOSE DEPOSIT-FILE
           CLOSE CONTROL-FILE

           DISPLAY "Term-deposit maturity run for " WS-RUN-DATE
           DISPLAY "  Deposits read       : " WS-READ-COUNT
           DISPLAY "  Matured and paid out: " WS-MATURED-COUNT
           DISPLAY "  Matured and renewed : " WS-RENEWED-COUNT
           DISPLAY "  Withdrawn early     : " WS-WITHDRAWN-COUNT
           DISPLAY "  Held back           : " WS-HELD-COUNT
           DISPLAY "  Posting pairs       : " WS-PAIR-COUNT
               " written to " FUNCTION TRIM(WS-CONTROL-PATH)

           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> =================================================================
      *> One deposit: work out whether it is due today, price the
      *> interest, write its postings and move it on to its next state.
      *> =================================================================
       PROCESS-ONE-DEPOSIT.
           READ DEPOSIT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM CHECK-DEPOSIT-DUE
                   IF WS-DEPOSIT-DUE
                       PERFORM SETTLE-DEPOSIT
                   END-IF
           END-READ.

       CHECK-DEPOSIT-DUE.
           MOVE "N" TO WS-DUE-SW
           MOVE "N" TO WS-EARLY-SW

           EVALUATE TD-STATUS
               WHEN "A"
                   *> A maturity on a weekend or a holiday in the
                   *> deposit's currency pays the next business day.
                   MOVE TD-CURRENCY      TO WS-BUSDAY-MARKET
                   MOVE TD-MATURITY-DATE TO WS-BUSDAY-DATE
                   PERFORM CHECK-BUSINESS-DAY
                   IF NOT WS-BUSDAY-IS-BUSINESS
                       PERFORM NEXT-BUSINESS-DAY
                   END-IF
                   MOVE WS-BUSDAY-DATE TO WS-PAY-DATE
                   IF WS-PAY-DATE <= WS-RUN-DATE
                       MOVE "Y" TO WS-DUE-SW
                   END-IF
               WHEN "E"
                   IF TD-CLOSED-DATE <= WS-RUN-DATE
                       MOVE TD-CLOSED-DATE TO WS-PAY-DATE
                       MOVE "Y" TO WS-DUE-SW
                       MOVE "Y" TO WS-EARLY-SW
                   END-IF
           END-EVALUATE.

       SETTLE-DEPOSIT.
           *> Simple interest on the current term's principal for the
           *> days actually held: the contract rate at maturity, the
           *> rate less the penalty points on an early withdrawal.
           MOVE TD-RATE TO WS-EFFECTIVE-RATE
           IF WS-EARLY-WITHDRAWAL
               IF TD-RATE > TD-PENALTY-PCT
                   COMPUTE WS-EFFECTIVE-RATE = TD-RATE - TD-PENALTY-PCT
               ELSE
                   MOVE ZERO TO WS-EFFECTIVE-RATE
               END-IF
           END-IF

           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(WS-PAY-DATE)
               - FUNCTION INTEGER-OF-DATE(TD-START-DATE)
           IF WS-DAYS-HELD < ZERO
               MOVE ZERO TO WS-DAYS-HELD
           END-IF
           COMPUTE WS-INTEREST-AMT ROUNDED =
               TD-PRINCIPAL * WS-EFFECTIVE-RATE / 100
               * WS-DAYS-HELD / 365

           IF WS-EARLY-WITHDRAWAL OR TD-INSTRUCTION = "L"
               COMPUTE WS-PAYOUT-AMT = TD-PRINCIPAL + WS-INTEREST-AMT
           ELSE
               IF TD-INSTRUCTION = "P"
                   MOVE WS-INTEREST-AMT TO WS-PAYOUT-AMT
               ELSE
                   MOVE ZERO TO WS-PAYOUT-AMT
               END-IF
           END-IF

           *> A posting the writer's amount field cannot carry is left
           *> for treasury to pay by hand; the deposit stays as it is
           *> and comes up again on the next run.
           IF WS-INTEREST-AMT > 9999999.99 OR WS-PAYOUT-AMT > 9999999.99
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-PAYOUT-AMT TO WS-AMT2-ED
               DISPLAY "WARNING: deposit " TD-DEPOSIT-ID " payout "
                   FUNCTION TRIM(WS-AMT2-ED)
                   " exceeds a single posting -- held for manual "
                   "settlement"
               EXIT PARAGRAPH
           END-IF

           IF WS-INTEREST-AMT > ZERO
               MOVE WS-INTEREST-ACCT TO WS-DEBIT-ACCT
               MOVE TD-ACCT-ID       TO WS-CREDIT-ACCT
               MOVE WS-INTEREST-AMT  TO WS-POST-AMT
               MOVE SPACES TO WS-POST-DESC
               STRING "TDINT " TD-DEPOSIT-ID DELIMITED BY SIZE
                   INTO WS-POST-DESC
               END-STRING
               PERFORM WRITE-POSTING-PAIR
           END-IF

           IF WS-PAYOUT-AMT > ZERO
               MOVE TD-ACCT-ID      TO WS-DEBIT-ACCT
               MOVE TD-LINK-ACCT-ID TO WS-CREDIT-ACCT
               MOVE WS-PAYOUT-AMT   TO WS-POST-AMT
               MOVE SPACES TO WS-POST-DESC
               IF WS-EARLY-WITHDRAWAL
                   STRING "TDWDL " TD-DEPOSIT-ID
                       DELIMITED BY SIZE
                       INTO WS-POST-DESC
                   END-STRING
               ELSE
                   STRING "TDMAT " TD-DEPOSIT-ID
                       DELIMITED BY SIZE
                       INTO WS-POST-DESC
                   END-STRING
               END-IF
               PERFORM WRITE-POSTING-PAIR
           END-IF

           MOVE WS-INTEREST-AMT TO TD-LAST-INTEREST
           MOVE WS-INTEREST-AMT TO WS-AMT2-ED

           EVALUATE TRUE
               WHEN WS-EARLY-WITHDRAWAL
                   MOVE "W" TO TD-STATUS
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   DISPLAY "Deposit " TD-DEPOSIT-ID " withdrawn early "
                       WS-PAY-DATE " interest "
                       FUNCTION TRIM(WS-AMT2-ED) " at "
                       WS-EFFECTIVE-RATE "%"
               WHEN TD-INSTRUCTION = "L"
                   MOVE "M"         TO TD-STATUS
                   MOVE WS-PAY-DATE TO TD-CLOSED-DATE
                   ADD 1 TO WS-MATURED-COUNT
                   DISPLAY "Deposit " TD-DEPOSIT-ID " matured "
                       WS-PAY-DATE " interest "
                       FUNCTION TRIM(WS-AMT2-ED) " paid out to "
                       TD-LINK-ACCT-ID
               WHEN OTHER
                   PERFORM RENEW-DEPOSIT
           END-EVALUATE

           REWRITE TERM-DEPOSIT-REC
           IF WS-DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: REWRITE of deposit " TD-DEPOSIT-ID
                   " failed, FILE STATUS = " WS-DEPOSIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> -----------------------------------------------------------------
      *> Rollover: a fresh term of the same length at the same rate from
      *> the day the old one paid; a principal-plus-interest renewal
      *> carries the interest into the new principal.
      *> -----------------------------------------------------------------
       RENEW-DEPOSIT.
           IF TD-INSTRUCTION = "I"
               ADD WS-INTEREST-AMT TO TD-PRINCIPAL
           END-IF
           MOVE WS-PAY-DATE TO TD-START-DATE
           MOVE WS-PAY-DATE TO WS-NR-DATE
           PERFORM ADD-TERM-TO-DATE
           MOVE WS-NR-DATE TO TD-MATURITY-DATE
           ADD 1 TO TD-ROLL-COUNT
           ADD 1 TO WS-RENEWED-COUNT
           DISPLAY "Deposit " TD-DEPOSIT-ID " matured " WS-PAY-DATE
               " interest " FUNCTION TRIM(WS-AMT2-ED)
               " renewed (" TD-INSTRUCTION ") to " TD-MATURITY-DATE.

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

       WRITE-POSTING-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-DEBIT-ACCT  TO WS-POST-ACCT
           MOVE "D"            TO WS-LINE-TYPE
           PERFORM WRITE-ONE-POSTING-LINE
           MOVE WS-CREDIT-ACCT TO WS-POST-ACCT
           MOVE "C"            TO WS-LINE-TYPE
           PERFORM WRITE-ONE-POSTING-LINE.

       WRITE-ONE-POSTING-LINE.
           ADD 1 TO WS-TRXN-SEQ
           MOVE WS-TRXN-SEQ TO WS-GEN-SEQ
           MOVE WS-POST-AMT TO WS-AMT-ED

           MOVE SPACES TO WS-CONTROL-LINE
           STRING WS-GEN-TRXN-ID           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-POST-ACCT             DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-ED) DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-LINE-TYPE             DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-RUN-DATE              DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-RUN-TIME              DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-RUN-DATE              DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-RUN-TIME              DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  TD-CURRENCY              DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  "TDM"                    DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-POST-DESC) DELIMITED BY SIZE
               INTO WS-CONTROL-LINE
           END-STRING

           MOVE WS-CONTROL-LINE TO CONTROL-REC
           WRITE CONTROL-REC.

       COPY "business_day.cpy".
