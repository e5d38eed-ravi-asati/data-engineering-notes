       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-STOP-EXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-FILE ASSIGN TO WS-STOP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

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
       FD  STOP-FILE.
       COPY "stop_payment.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STOP-FILE-STATUS    PIC XX.
       01 WS-ACCT-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-STOP-PATH           PIC X(200).
       01 WS-ACCT-MASTER-PATH    PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-ASOF-DATE           PIC 9(8).
       01 WS-DAYS-AHEAD          PIC 9(3).
       01 WS-WINDOW-END          PIC 9(8).

       01 WS-ACCT-CHECK-SW       PIC X(1)    VALUE "N".
           88 WS-ACCT-CHECK-ON               VALUE "Y".

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       *> Stops running out inside the window, gathered so the report
       *> can come out branch by branch, soonest expiry first.
       01 WS-STOP-TBL-COUNT      PIC 9(5)    VALUE ZERO.
       01 WS-STOP-MAX            PIC 9(5)    VALUE 5000.
       01 WS-STOP-TABLE.
           05 WS-STOP-ENTRY OCCURS 5000 TIMES.
              10 WS-S-BRANCH     PIC X(3).
              10 WS-S-EXPIRY     PIC 9(8).
              10 WS-S-ACCT-ID    PIC X(10).
              10 WS-S-REFERENCE  PIC X(20).
              10 WS-S-KIND       PIC X(1).
              10 WS-S-AMT-LOW    PIC S9(9)V99 COMP-3.
              10 WS-S-AMT-HIGH   PIC S9(9)V99 COMP-3.
              10 WS-S-FEE        PIC X(1).
              10 WS-S-CUST-NAME  PIC X(30).
              10 WS-S-PLACED     PIC 9(8).
       01 WS-SWAP-ENTRY          PIC X(93).

       01 WS-SRCH-IDX            PIC 9(5).
       01 WS-SORT-I              PIC 9(5).
       01 WS-SORT-J              PIC 9(5).
       01 WS-SWAP-SW             PIC X(1).
           88 WS-SWAPPED                     VALUE "Y".

       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-ACTIVE-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-PREV-BRANCH         PIC X(3).
       01 WS-BRANCH-COUNT        PIC 9(5)    VALUE ZERO.
       01 WS-DAYS-LEFT           PIC 9(3).
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.
       01 WS-LOW-ED              PIC -(9).99.
       01 WS-HIGH-ED             PIC -(9).99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: STOP_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-STOP-PATH

           *> Arg 2: ASOF_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-ASOF-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 3: DAYS_AHEAD -- stops whose last day falls within
           *> this many days of ASOF_DATE are listed
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-DAYS-AHEAD =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE) + WS-DAYS-AHEAD)

           *> Arg 4: EXPIRY_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           OPEN INPUT STOP-FILE
           IF WS-STOP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-STOP-PATH
               DISPLAY "       FILE STATUS = " WS-STOP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> The account master supplies the branch and the customer's
           *> name; without it the stops still list, under branch "???".
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
                   ") -- stops are listed without branch or name"
           END-IF

           PERFORM EXAMINE-ONE-STOP UNTIL WS-EOF

           CLOSE STOP-FILE
           IF WS-ACCT-CHECK-ON
               CLOSE ACCT-MASTER-FILE
           END-IF

           PERFORM SORT-BRANCH-EXPIRY

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "STOP PAYMENTS EXPIRING " WS-ASOF-DATE " THROUGH "
                  WS-WINDOW-END " -- OFFER RENEWAL"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-PREV-BRANCH
           PERFORM REPORT-ONE-STOP
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-STOP-TBL-COUNT
           IF WS-STOP-TBL-COUNT > ZERO
               PERFORM WRITE-BRANCH-TOTAL
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXPIRING " WS-STOP-TBL-COUNT
                  "  OF " WS-ACTIVE-COUNT " ACTIVE STOP(S)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           CLOSE REPORT-FILE

           DISPLAY "Stop expiry: " WS-READ-COUNT " stop(s) examined, "
               WS-ACTIVE-COUNT " active, " WS-STOP-TBL-COUNT
               " expiring by " WS-WINDOW-END " -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_stop_expiry STOP_FILE ASOF_DATE DAYS_AHEAD EXPIRY_REPORT"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_stop_expiry /data/stop_payment.dat 20260902 30 /data/stop_expiry.20260902.rpt".

      *> =================================================================
      *> One stop: an active stop whose last day is between ASOF_DATE
      *> and the end of the window goes into the table with its
      *> account's branch and name. Nothing on the file is changed --
      *> an expired stop simply stops matching at posting time.
      *> =================================================================
       EXAMINE-ONE-STOP.
           READ STOP-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF STP-STATUS = "A"
                       AND STP-EXPIRY-DATE >= WS-ASOF-DATE
                       ADD 1 TO WS-ACTIVE-COUNT
                       IF STP-EXPIRY-DATE <= WS-WINDOW-END
                           PERFORM ADD-STOP-TO-TABLE
                       END-IF
                   END-IF
           END-READ.

       ADD-STOP-TO-TABLE.
           IF WS-STOP-TBL-COUNT >= WS-STOP-MAX
               DISPLAY "ERROR: more than " WS-STOP-MAX
                   " stops expiring -- shorten DAYS_AHEAD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STOP-TBL-COUNT
           MOVE WS-STOP-TBL-COUNT TO WS-SRCH-IDX

           MOVE "???"  TO WS-S-BRANCH(WS-SRCH-IDX)
           MOVE SPACES TO WS-S-CUST-NAME(WS-SRCH-IDX)
           IF WS-ACCT-CHECK-ON
               MOVE STP-ACCT-ID TO AM-ACCT-ID
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-BRANCH-CODE TO WS-S-BRANCH(WS-SRCH-IDX)
                       MOVE AM-CUST-NAME
                           TO WS-S-CUST-NAME(WS-SRCH-IDX)
               END-READ
           END-IF

           MOVE STP-EXPIRY-DATE TO WS-S-EXPIRY(WS-SRCH-IDX)
           MOVE STP-ACCT-ID     TO WS-S-ACCT-ID(WS-SRCH-IDX)
           MOVE STP-REFERENCE   TO WS-S-REFERENCE(WS-SRCH-IDX)
           MOVE STP-KIND        TO WS-S-KIND(WS-SRCH-IDX)
           MOVE STP-AMT-LOW     TO WS-S-AMT-LOW(WS-SRCH-IDX)
           MOVE STP-AMT-HIGH    TO WS-S-AMT-HIGH(WS-SRCH-IDX)
           MOVE STP-FEE-FLAG    TO WS-S-FEE(WS-SRCH-IDX)
           MOVE STP-PLACED-DATE TO WS-S-PLACED(WS-SRCH-IDX).

      *> =================================================================
      *> Branch, then soonest expiry first, so each branch works its own
      *> list from the top. Neighbour-exchange passes until no swap.
      *> =================================================================
       SORT-BRANCH-EXPIRY.
           SET WS-SWAPPED TO TRUE
           PERFORM SORT-ONE-PASS UNTIL NOT WS-SWAPPED.

       SORT-ONE-PASS.
           MOVE "N" TO WS-SWAP-SW
           PERFORM COMPARE-ADJACENT-ENTRIES
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-STOP-TBL-COUNT.

       COMPARE-ADJACENT-ENTRIES.
           COMPUTE WS-SORT-J = WS-SORT-I + 1
           IF WS-S-BRANCH(WS-SORT-I) > WS-S-BRANCH(WS-SORT-J)
               OR (WS-S-BRANCH(WS-SORT-I) = WS-S-BRANCH(WS-SORT-J)
                   AND WS-S-EXPIRY(WS-SORT-I) > WS-S-EXPIRY(WS-SORT-J))
               MOVE WS-STOP-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE WS-STOP-ENTRY(WS-SORT-J)
                   TO WS-STOP-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO WS-STOP-ENTRY(WS-SORT-J)
               SET WS-SWAPPED TO TRUE
           END-IF.

       REPORT-ONE-STOP.
           IF WS-S-BRANCH(WS-SRCH-IDX) NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = SPACES
                   PERFORM WRITE-BRANCH-TOTAL
               END-IF
               MOVE WS-S-BRANCH(WS-SRCH-IDX) TO WS-PREV-BRANCH
               MOVE ZERO TO WS-BRANCH-COUNT

               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO WS-REPORT-LINE
               STRING "BRANCH " WS-PREV-BRANCH
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REPORT-REC
               WRITE REPORT-REC
               MOVE "ACCT-ID    CUSTOMER                       REFERENCE            K AMOUNT FROM   AMOUNT TO     EXPIRES  DAYS F PLACED"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           ADD 1 TO WS-BRANCH-COUNT
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-S-EXPIRY(WS-SRCH-IDX))
               - FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           MOVE WS-S-AMT-LOW(WS-SRCH-IDX)  TO WS-LOW-ED
           MOVE WS-S-AMT-HIGH(WS-SRCH-IDX) TO WS-HIGH-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-S-ACCT-ID(WS-SRCH-IDX) " "
                  WS-S-CUST-NAME(WS-SRCH-IDX) " "
                  WS-S-REFERENCE(WS-SRCH-IDX) " "
                  WS-S-KIND(WS-SRCH-IDX) " "
                  WS-LOW-ED " " WS-HIGH-ED " "
                  WS-S-EXPIRY(WS-SRCH-IDX) "  " WS-DAYS-LEFT " "
                  WS-S-FEE(WS-SRCH-IDX) " "
                  WS-S-PLACED(WS-SRCH-IDX)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  BRANCH " WS-PREV-BRANCH " EXPIRING: "
                  WS-BRANCH-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.
