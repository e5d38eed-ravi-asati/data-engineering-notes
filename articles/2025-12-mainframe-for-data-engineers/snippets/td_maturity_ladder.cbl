       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MATURITY-LADDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO WS-DEPOSIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-DEPOSIT-ID
               FILE STATUS IS WS-DEPOSIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           COPY "business_day_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-FILE.
       COPY "term_deposit.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       COPY "business_day_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DEPOSIT-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-DEPOSIT-PATH        PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-ASOF-DATE           PIC 9(8).
       01 WS-ASOF-INT            PIC 9(8).

       *> How many weekly rungs before everything else falls into the
       *> LATER rung -- a quarter unless treasury asks for more.
       01 WS-WEEKS               PIC 9(3)    VALUE 13.

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       *> One rung per currency and week, built up as the deposits are
       *> read. Week 1 starts on ASOF_DATE and also takes anything past
       *> due that the maturity run has not yet paid; week WEEKS+1 is
       *> LATER.
       01 WS-RUNG-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-RUNG-MAX            PIC 9(5)    VALUE 2000.
       01 WS-RUNG-TABLE.
           05 WS-RUNG-ENTRY OCCURS 2000 TIMES.
              10 WS-R-CURRENCY   PIC X(3).
              10 WS-R-WEEK       PIC 9(3).
              10 WS-R-COUNT      PIC 9(5).
              10 WS-R-PRINCIPAL  PIC S9(11)V99 COMP-3.
              10 WS-R-VALUE      PIC S9(11)V99 COMP-3.
              10 WS-R-CASH-OUT   PIC S9(11)V99 COMP-3.
       01 WS-SWAP-ENTRY          PIC X(32).

       01 WS-SRCH-IDX            PIC 9(5).
       01 WS-FOUND-IDX           PIC 9(5).
       01 WS-SORT-I              PIC 9(5).
       01 WS-SORT-J              PIC 9(5).
       01 WS-SWAP-SW             PIC X(1).
           88 WS-SWAPPED                     VALUE "Y".

       *> ------------- one deposit -------------------------------------
       01 WS-PAY-DATE            PIC 9(8).
       01 WS-WEEK-NO             PIC 9(3).
       01 WS-DAYS-AHEAD          PIC S9(7).
       01 WS-DAYS-HELD           PIC S9(7).
       01 WS-EFFECTIVE-RATE      PIC 9(2)V9(4).
       01 WS-INTEREST-AMT        PIC S9(9)V99.
       01 WS-VALUE-AMT           PIC S9(9)V99.
       01 WS-CASH-OUT-AMT        PIC S9(9)V99.

       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-LADDER-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-PREV-CURRENCY       PIC X(3).

       01 WS-CUR-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-CUR-PRINCIPAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-CUR-VALUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-CUR-CASH-OUT        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 WS-WEEK-FROM           PIC 9(8).
       01 WS-WEEK-TO             PIC 9(8).
       01 WS-WEEK-LABEL          PIC X(24).
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.
       01 WS-TOT-ED              PIC -(11).99.
       01 WS-TOT2-ED             PIC -(11).99.
       01 WS-TOT3-ED             PIC -(11).99.

       COPY "business_day_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: DEPOSIT_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-DEPOSIT-PATH

           *> Arg 2: ASOF_DATE (YYYYMMDD) -- week 1 starts here
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-ASOF-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 3: LADDER_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           *> Arg 4 (optional): WEEKS, 1-104
           IF WS-ARG-COUNT > 3
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-WEEKS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
               IF WS-WEEKS = ZERO OR WS-WEEKS > 104
                   DISPLAY "ERROR: WEEKS must be 1-104, got " WS-WEEKS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-ASOF-DATE TO WS-BUSDAY-DATE
           PERFORM CHECK-VALID-DATE
           IF NOT WS-BUSDAY-DATE-VALID
               DISPLAY "ERROR: ASOF_DATE " WS-ASOF-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)

           *> Maturities are laddered on the day the cash actually
           *> moves, so the holiday calendar is needed here too.
           PERFORM LOAD-HOLIDAY-CALENDAR

           OPEN INPUT DEPOSIT-FILE
           IF WS-DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-DEPOSIT-PATH
               DISPLAY "       FILE STATUS = " WS-DEPOSIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM EXAMINE-ONE-DEPOSIT UNTIL WS-EOF

           CLOSE DEPOSIT-FILE

           PERFORM SORT-CURRENCY-WEEK

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TERM-DEPOSIT MATURITY LADDER AS AT " WS-ASOF-DATE
                  " -- " WS-WEEKS " WEEK(S) BY CURRENCY"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "MATURITY VALUE IS PRINCIPAL PLUS INTEREST TO THE PAY DATE; CASH OUT IS WHAT LEAVES FOR THE CUSTOMER'S ACCOUNT"
               TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-PREV-CURRENCY
           PERFORM REPORT-ONE-RUNG
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-RUNG-COUNT
           IF WS-RUNG-COUNT > ZERO
               PERFORM WRITE-CURRENCY-TOTAL
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEPOSITS ON THE LADDER " WS-LADDER-COUNT
                  "  OF " WS-READ-COUNT " ON FILE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           CLOSE REPORT-FILE

           DISPLAY "Maturity ladder: " WS-READ-COUNT " deposit(s) read, "
               WS-LADDER-COUNT " laddered -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./td_maturity_ladder DEPOSIT_FILE ASOF_DATE LADDER_REPORT [WEEKS]"
           DISPLAY "Example:"
           DISPLAY "  ./td_maturity_ladder /data/term_deposit.dat 20261001 /data/td_ladder.20261001.rpt 26".

      *> =================================================================
      *> One deposit: an active deposit is laddered on its business-day
      *> pay date at the contract rate; one flagged for early withdrawal
      *> on its payout date at the penalty rate, all of it cash out.
      *> =================================================================
       EXAMINE-ONE-DEPOSIT.
           READ DEPOSIT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF TD-STATUS = "A" OR TD-STATUS = "E"
                       PERFORM LADDER-ONE-DEPOSIT
                   END-IF
           END-READ.

       LADDER-ONE-DEPOSIT.
           ADD 1 TO WS-LADDER-COUNT
           MOVE TD-RATE TO WS-EFFECTIVE-RATE

           IF TD-STATUS = "E"
               MOVE TD-CLOSED-DATE TO WS-PAY-DATE
               IF TD-RATE > TD-PENALTY-PCT
                   COMPUTE WS-EFFECTIVE-RATE = TD-RATE - TD-PENALTY-PCT
               ELSE
                   MOVE ZERO TO WS-EFFECTIVE-RATE
               END-IF
           ELSE
               MOVE TD-CURRENCY      TO WS-BUSDAY-MARKET
               MOVE TD-MATURITY-DATE TO WS-BUSDAY-DATE
               PERFORM CHECK-BUSINESS-DAY
               IF NOT WS-BUSDAY-IS-BUSINESS
                   PERFORM NEXT-BUSINESS-DAY
               END-IF
               MOVE WS-BUSDAY-DATE TO WS-PAY-DATE
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
           COMPUTE WS-VALUE-AMT = TD-PRINCIPAL + WS-INTEREST-AMT

           EVALUATE TRUE
               WHEN TD-STATUS = "E"
               WHEN TD-INSTRUCTION = "L"
                   MOVE WS-VALUE-AMT    TO WS-CASH-OUT-AMT
               WHEN TD-INSTRUCTION = "P"
                   MOVE WS-INTEREST-AMT TO WS-CASH-OUT-AMT
               WHEN OTHER
                   MOVE ZERO            TO WS-CASH-OUT-AMT
           END-EVALUATE

           COMPUTE WS-DAYS-AHEAD =
               FUNCTION INTEGER-OF-DATE(WS-PAY-DATE) - WS-ASOF-INT
           IF WS-DAYS-AHEAD < ZERO
               MOVE ZERO TO WS-DAYS-AHEAD
           END-IF
           COMPUTE WS-WEEK-NO = WS-DAYS-AHEAD / 7 + 1
           IF WS-WEEK-NO > WS-WEEKS
               COMPUTE WS-WEEK-NO = WS-WEEKS + 1
           END-IF

           MOVE ZERO TO WS-FOUND-IDX
           PERFORM FIND-ONE-RUNG
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-RUNG-COUNT
               OR WS-FOUND-IDX NOT = ZERO
           IF WS-FOUND-IDX = ZERO
               IF WS-RUNG-COUNT >= WS-RUNG-MAX
                   DISPLAY "ERROR: more than " WS-RUNG-MAX
                       " currency/week rungs -- enlarge the ladder table"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RUNG-COUNT
               MOVE WS-RUNG-COUNT TO WS-FOUND-IDX
               MOVE TD-CURRENCY   TO WS-R-CURRENCY(WS-FOUND-IDX)
               MOVE WS-WEEK-NO    TO WS-R-WEEK(WS-FOUND-IDX)
               MOVE ZERO          TO WS-R-COUNT(WS-FOUND-IDX)
               MOVE ZERO          TO WS-R-PRINCIPAL(WS-FOUND-IDX)
               MOVE ZERO          TO WS-R-VALUE(WS-FOUND-IDX)
               MOVE ZERO          TO WS-R-CASH-OUT(WS-FOUND-IDX)
           END-IF

           ADD 1               TO WS-R-COUNT(WS-FOUND-IDX)
           ADD TD-PRINCIPAL    TO WS-R-PRINCIPAL(WS-FOUND-IDX)
           ADD WS-VALUE-AMT    TO WS-R-VALUE(WS-FOUND-IDX)
           ADD WS-CASH-OUT-AMT TO WS-R-CASH-OUT(WS-FOUND-IDX).

       FIND-ONE-RUNG.
           IF WS-R-CURRENCY(WS-SRCH-IDX) = TD-CURRENCY
               AND WS-R-WEEK(WS-SRCH-IDX) = WS-WEEK-NO
               MOVE WS-SRCH-IDX TO WS-FOUND-IDX
           END-IF.

      *> =================================================================
      *> Currency, then week -- neighbour-exchange passes until no swap.
      *> =================================================================
       SORT-CURRENCY-WEEK.
           SET WS-SWAPPED TO TRUE
           PERFORM SORT-ONE-PASS UNTIL NOT WS-SWAPPED.

       SORT-ONE-PASS.
           MOVE "N" TO WS-SWAP-SW
           PERFORM COMPARE-ADJACENT-ENTRIES
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-RUNG-COUNT.

       COMPARE-ADJACENT-ENTRIES.
           COMPUTE WS-SORT-J = WS-SORT-I + 1
           IF WS-RUNG-ENTRY(WS-SORT-I)(1:6)
               > WS-RUNG-ENTRY(WS-SORT-J)(1:6)
               MOVE WS-RUNG-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE WS-RUNG-ENTRY(WS-SORT-J)
                   TO WS-RUNG-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO WS-RUNG-ENTRY(WS-SORT-J)
               SET WS-SWAPPED TO TRUE
           END-IF.

       REPORT-ONE-RUNG.
           IF WS-R-CURRENCY(WS-SRCH-IDX) NOT = WS-PREV-CURRENCY
               IF WS-PREV-CURRENCY NOT = SPACES
                   PERFORM WRITE-CURRENCY-TOTAL
               END-IF
               MOVE WS-R-CURRENCY(WS-SRCH-IDX) TO WS-PREV-CURRENCY
               MOVE ZERO TO WS-CUR-COUNT
               MOVE ZERO TO WS-CUR-PRINCIPAL
               MOVE ZERO TO WS-CUR-VALUE
               MOVE ZERO TO WS-CUR-CASH-OUT

               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CURRENCY " WS-PREV-CURRENCY
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REPORT-REC
               WRITE REPORT-REC
               MOVE "WEEK  PAYING                   DEPOSITS        PRINCIPAL   MATURITY VALUE         CASH OUT"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           ADD WS-R-COUNT(WS-SRCH-IDX)     TO WS-CUR-COUNT
           ADD WS-R-PRINCIPAL(WS-SRCH-IDX) TO WS-CUR-PRINCIPAL
           ADD WS-R-VALUE(WS-SRCH-IDX)     TO WS-CUR-VALUE
           ADD WS-R-CASH-OUT(WS-SRCH-IDX)  TO WS-CUR-CASH-OUT

           MOVE SPACES TO WS-WEEK-LABEL
           IF WS-R-WEEK(WS-SRCH-IDX) > WS-WEEKS
               MOVE "LATER" TO WS-WEEK-LABEL
           ELSE
               COMPUTE WS-WEEK-FROM = FUNCTION DATE-OF-INTEGER(
                   WS-ASOF-INT + (WS-R-WEEK(WS-SRCH-IDX) - 1) * 7)
               COMPUTE WS-WEEK-TO = FUNCTION DATE-OF-INTEGER(
                   WS-ASOF-INT + WS-R-WEEK(WS-SRCH-IDX) * 7 - 1)
               STRING WS-WEEK-FROM " TO " WS-WEEK-TO
                   DELIMITED BY SIZE
                   INTO WS-WEEK-LABEL
               END-STRING
           END-IF

           MOVE WS-R-PRINCIPAL(WS-SRCH-IDX) TO WS-TOT-ED
           MOVE WS-R-VALUE(WS-SRCH-IDX)     TO WS-TOT2-ED
           MOVE WS-R-CASH-OUT(WS-SRCH-IDX)  TO WS-TOT3-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-R-WEEK(WS-SRCH-IDX) "   " WS-WEEK-LABEL " "
                  WS-R-COUNT(WS-SRCH-IDX) " "
                  WS-TOT-ED " " WS-TOT2-ED " " WS-TOT3-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-CURRENCY-TOTAL.
           MOVE WS-CUR-PRINCIPAL TO WS-TOT-ED
           MOVE WS-CUR-VALUE     TO WS-TOT2-ED
           MOVE WS-CUR-CASH-OUT  TO WS-TOT3-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TOTAL " WS-PREV-CURRENCY " DEPOSITS " WS-CUR-COUNT
                  "  PRINCIPAL " WS-TOT-ED
                  "  VALUE " WS-TOT2-ED
                  "  CASH OUT " WS-TOT3-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       COPY "business_day.cpy".
