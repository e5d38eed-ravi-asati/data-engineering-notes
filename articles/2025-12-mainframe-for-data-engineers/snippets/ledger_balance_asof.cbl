       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-BALANCE-ASOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       COPY "balance_history.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-STATUS    PIC XX.
       01 WS-HIST-PATH           PIC X(200).
       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(200).

       01 WS-QUERY-ACCT-ID       PIC X(10).
       01 WS-QUERY-CURR          PIC X(3)    VALUE SPACES.
       01 WS-QUERY-DATE          PIC 9(8).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       *> The latest snapshot on or before the as-of date, held per
       *> currency while that currency's rows go past.
       01 WS-CUR-CURRENCY        PIC X(3)    VALUE SPACES.
       01 WS-HIT-SW              PIC X(1)    VALUE "N".
           88 WS-HIT                         VALUE "Y".
       01 WS-HIT-DATE            PIC 9(8).
       01 WS-HIT-CLOSE           PIC S9(11)V99.
       01 WS-HIT-BASE            PIC S9(11)V99.
       01 WS-HIT-MOVED           PIC X(1).

       01 WS-MATCH-COUNT         PIC 9(5)    VALUE ZERO.
       01 WS-BAL-ED              PIC -(11).99.
       01 WS-BASE-ED             PIC -(11).99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: HISTORY_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-HIST-PATH

           *> Arg 2: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-QUERY-ACCT-ID

           *> Arg 3: ASOF_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-QUERY-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 4 (optional): CURRENCY -- every currency if omitted
           IF WS-ARG-COUNT > 3
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3))
                   TO WS-QUERY-CURR
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-QUERY-DATE) NOT = ZERO
               DISPLAY "ERROR: ASOF_DATE " WS-QUERY-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-HIST-PATH
               DISPLAY "       FILE STATUS = " WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Balance of " WS-QUERY-ACCT-ID " as at the close of "
               WS-QUERY-DATE
           DISPLAY "CUR          BALANCE  BASE-EQUIVALENT FROM-DAY MOVED"

           *> The keyed range read: START at the account (and currency,
           *> if one was asked for) and stop when the account changes.
           MOVE WS-QUERY-ACCT-ID TO BH-ACCT-ID
           IF WS-QUERY-CURR = SPACES
               MOVE LOW-VALUES TO BH-CURRENCY
           ELSE
               MOVE WS-QUERY-CURR TO BH-CURRENCY
           END-IF
           MOVE ZERO TO BH-BUS-DATE
           START HIST-FILE KEY >= BH-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM READ-ONE-SNAPSHOT UNTIL WS-EOF
           PERFORM SHOW-CURRENCY-BALANCE

           CLOSE HIST-FILE

           IF WS-MATCH-COUNT = ZERO
               DISPLAY "No balance on file for " WS-QUERY-ACCT-ID
                   " on or before " WS-QUERY-DATE
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_balance_asof HISTORY_FILE ACCT_ID ASOF_DATE [CURRENCY]"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_balance_asof /data/balance_history.dat ACCT123456 20260314".

       READ-ONE-SNAPSHOT.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF BH-ACCT-ID NOT = WS-QUERY-ACCT-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       IF WS-QUERY-CURR NOT = SPACES
                           AND BH-CURRENCY NOT = WS-QUERY-CURR
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM TAKE-ONE-SNAPSHOT
                       END-IF
                   END-IF
           END-READ.

       TAKE-ONE-SNAPSHOT.
           IF BH-CURRENCY NOT = WS-CUR-CURRENCY
               PERFORM SHOW-CURRENCY-BALANCE
               MOVE BH-CURRENCY TO WS-CUR-CURRENCY
               MOVE "N" TO WS-HIT-SW
           END-IF
           *> Rows come back in date order, so the last one on or
           *> before the as-of date is the answer; a non-business day
           *> shows the balance carried from the day before it.
           IF BH-BUS-DATE <= WS-QUERY-DATE
               SET WS-HIT TO TRUE
               MOVE BH-BUS-DATE   TO WS-HIT-DATE
               MOVE BH-CLOSE-BAL  TO WS-HIT-CLOSE
               MOVE BH-BASE-EQUIV TO WS-HIT-BASE
               MOVE BH-MOVED-SW   TO WS-HIT-MOVED
           END-IF.

       SHOW-CURRENCY-BALANCE.
           IF NOT WS-HIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           MOVE WS-HIT-CLOSE TO WS-BAL-ED
           MOVE WS-HIT-BASE  TO WS-BASE-ED
           DISPLAY WS-CUR-CURRENCY " " WS-BAL-ED " " WS-BASE-ED " "
               WS-HIT-DATE " " WS-HIT-MOVED
           MOVE "N" TO WS-HIT-SW.
