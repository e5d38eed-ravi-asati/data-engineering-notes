       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-INTEGRITY-SWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRC-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO WS-ORDER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO WS-PENDING-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-TRXN-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO WS-SUSP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-TRXN-ID
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT BRANCH-REF-FILE ASSIGN TO WS-BRCH-REF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-BRCH-FILE-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO WS-PRODUCT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO WS-HOLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT OD-FACILITY-FILE ASSIGN TO WS-ODF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ODF-ACCT-ID
               FILE STATUS IS WS-ODF-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       FD  BALANCE-FILE.
       COPY "balance_master.cpy".

       FD  CUST-MASTER-FILE.
       COPY "cust_master.cpy".

       FD  XREF-FILE.
       COPY "cust_acct_xref.cpy".

       FD  ORDER-FILE.
       COPY "standing_order.cpy".

       FD  PENDING-FILE.
       COPY "pending_trxn.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspense_master.cpy".

       FD  BRANCH-REF-FILE.
       COPY "ref_code.cpy".

       FD  PRODUCT-FILE.
       COPY "product_master.cpy".

       FD  HOLD-FILE.
       COPY "funds_hold.cpy".

       FD  OD-FACILITY-FILE.
       COPY "od_facility.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCT-FILE-STATUS    PIC XX.
       01 WS-BALANCE-FILE-STATUS PIC XX.
       01 WS-CUST-FILE-STATUS    PIC XX.
       01 WS-XREF-FILE-STATUS    PIC XX.
       01 WS-ORDER-FILE-STATUS   PIC XX.
       01 WS-PENDING-FILE-STATUS PIC XX.
       01 WS-SUSP-FILE-STATUS    PIC XX.
       01 WS-BRCH-FILE-STATUS    PIC XX.
       01 WS-PRODUCT-FILE-STATUS PIC XX.
       01 WS-HOLD-FILE-STATUS    PIC XX.
       01 WS-ODF-FILE-STATUS     PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).

       01 WS-RUN-DATE            PIC 9(8).
       01 WS-ACCT-MASTER-PATH    PIC X(200).
       01 WS-BALANCE-PATH        PIC X(200).
       01 WS-CUST-PATH           PIC X(200).
       01 WS-XREF-PATH           PIC X(200).
       01 WS-ORDER-PATH          PIC X(200).
       01 WS-PENDING-PATH        PIC X(200).
       01 WS-SUSP-PATH           PIC X(200).
       01 WS-BRCH-REF-PATH       PIC X(200).
       01 WS-PRODUCT-PATH        PIC X(200).
       01 WS-HOLD-PATH           PIC X(200).
       01 WS-ODF-PATH            PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       01 WS-ACCT-FOUND-SW       PIC X(1)    VALUE "N".
           88 WS-ACCT-FOUND                  VALUE "Y".

       *> Which of the files the master is checked against could be
       *> opened tonight -- a missing one is reported and skipped.
       01 WS-BALANCE-SW          PIC X(1)    VALUE "N".
           88 WS-BALANCE-ON                  VALUE "Y".
       01 WS-CUST-SW             PIC X(1)    VALUE "N".
           88 WS-CUST-ON                     VALUE "Y".
       01 WS-XREF-SW             PIC X(1)    VALUE "N".
           88 WS-XREF-ON                     VALUE "Y".
       01 WS-ORDER-SW            PIC X(1)    VALUE "N".
           88 WS-ORDER-ON                    VALUE "Y".
       01 WS-PENDING-SW          PIC X(1)    VALUE "N".
           88 WS-PENDING-ON                  VALUE "Y".
       01 WS-SUSP-SW             PIC X(1)    VALUE "N".
           88 WS-SUSP-ON                     VALUE "Y".
       01 WS-BRCH-SW             PIC X(1)    VALUE "N".
           88 WS-BRCH-ON                     VALUE "Y".
       01 WS-PRODUCT-SW          PIC X(1)    VALUE "N".
           88 WS-PRODUCT-ON                  VALUE "Y".
       01 WS-HOLD-SW             PIC X(1)    VALUE "N".
           88 WS-HOLD-ON                     VALUE "Y".
       01 WS-ODF-SW              PIC X(1)    VALUE "N".
           88 WS-ODF-ON                      VALUE "Y".

       *> The checks, each with its severity: C = critical (a link
       *> that is simply broken, or money/instructions sitting on an
       *> account that should have none), W = warning (a contradiction
       *> an officer should look at). Counts gathered as the files are
       *> walked; the summary prints the lot, zero or not.
       01 WS-CHK-COUNT           PIC 9(2)    VALUE 18.
       01 WS-CHK-TABLE.
           05 WS-CHK-ENTRY OCCURS 18 TIMES.
              10 WS-CHK-CODE     PIC X(8).
              10 WS-CHK-SEV      PIC X(1).
              10 WS-CHK-DESC     PIC X(60).
              10 WS-CHK-FOUND    PIC 9(7)    VALUE ZERO.
       01 WS-CHK-IDX             PIC 9(2).

       01 WS-BALORPH             PIC 9(2)    VALUE 1.
       01 WS-BALCLOSD            PIC 9(2)    VALUE 2.
       01 WS-XRCUST              PIC 9(2)    VALUE 3.
       01 WS-XRACCT              PIC 9(2)    VALUE 4.
       01 WS-SOORPH              PIC 9(2)    VALUE 5.
       01 WS-SOCLOSD             PIC 9(2)    VALUE 6.
       01 WS-PNDORPH             PIC 9(2)    VALUE 7.
       01 WS-PNDCLOSD            PIC 9(2)    VALUE 8.
       01 WS-PNDFROZ             PIC 9(2)    VALUE 9.
       01 WS-SUSORPH             PIC 9(2)    VALUE 10.
       01 WS-BRNONE              PIC 9(2)    VALUE 11.
       01 WS-BREXPD              PIC 9(2)    VALUE 12.
       01 WS-PRNONE              PIC 9(2)    VALUE 13.
       01 WS-HLDORPH             PIC 9(2)    VALUE 14.
       01 WS-HLDCLOSD            PIC 9(2)    VALUE 15.
       01 WS-ODFORPH             PIC 9(2)    VALUE 16.
       01 WS-ODFCLOSD            PIC 9(2)    VALUE 17.
       01 WS-ACSTAT              PIC 9(2)    VALUE 18.

       01 WS-FIND-KEY            PIC X(24).
       01 WS-FIND-DETAIL         PIC X(80).
       01 WS-SEV-TXT             PIC X(4).
       01 WS-CRIT-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-WARN-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-ACCT-READ-COUNT     PIC 9(7)    VALUE ZERO.

       01 WS-AMT-ED              PIC -(11)9.99.
       01 WS-COUNT-ED            PIC Z(6)9.
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: RUN_DATE (YYYYMMDD -- branch codes expire against it)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 2: BALANCE_MASTER ("-" = not checked)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-BALANCE-PATH

           *> Arg 3: STANDING_ORDER_FILE ("-" = not checked)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-ORDER-PATH

           *> Arg 4: SUSPENSE_FILE ("-" = not checked)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-SUSP-PATH

           *> Arg 5: REPORT_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = ZERO
               DISPLAY "ERROR: RUN_DATE " WS-RUN-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CHECK-TABLE
           PERFORM OPEN-FILES

           MOVE SPACES TO WS-REPORT-LINE
           STRING "MASTER FILE INTEGRITY SWEEP AS AT " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           *> Keys print in full: this report is the work list the
           *> fixes are made from.
           MOVE "SEV  CHECK    KEY                      DETAIL"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM SWEEP-ACCT-MASTER
           IF WS-BALANCE-ON
               PERFORM SWEEP-BALANCE-MASTER
           END-IF
           IF WS-XREF-ON
               PERFORM SWEEP-XREF
           END-IF
           IF WS-ORDER-ON
               PERFORM SWEEP-STANDING-ORDERS
           END-IF
           IF WS-PENDING-ON
               PERFORM SWEEP-PENDING
           END-IF
           IF WS-SUSP-ON
               PERFORM SWEEP-SUSPENSE
           END-IF
           IF WS-HOLD-ON
               PERFORM SWEEP-HOLDS
           END-IF
           IF WS-ODF-ON
               PERFORM SWEEP-OD-FACILITIES
           END-IF

           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-FILES

           DISPLAY "Integrity sweep: " WS-ACCT-READ-COUNT
               " account(s) checked, " WS-CRIT-COUNT " critical and "
               WS-WARN-COUNT " warning finding(s) -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)

           *> Critical findings stop the night: the job driver's
           *> MAX_RC for this step should be set below 8.
           EVALUATE TRUE
               WHEN WS-CRIT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_integrity_sweep RUN_DATE BALANCE_MASTER STANDING_ORDER_FILE SUSPENSE_FILE REPORT_FILE"
           DISPLAY "Pass - for a file that is not to be checked. The account, customer,"
           DISPLAY "xref, pending, branch, product, hold and overdraft facility files come"
           DISPLAY "from their usual LEDGER_* environment variables."
           DISPLAY "RC 8 = critical finding(s), 4 = warning(s) only, 0 = clean."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_integrity_sweep 20260905 /data/balance_master.dat /data/standing_orders.dat /data/suspense.dat /data/integrity.20260905.rpt".

       LOAD-CHECK-TABLE.
           MOVE "BALORPH"  TO WS-CHK-CODE(WS-BALORPH)
           MOVE "C"        TO WS-CHK-SEV(WS-BALORPH)
           MOVE "balance bucket for an account not on the master"
               TO WS-CHK-DESC(WS-BALORPH)
           MOVE "BALCLOSD" TO WS-CHK-CODE(WS-BALCLOSD)
           MOVE "C"        TO WS-CHK-SEV(WS-BALCLOSD)
           MOVE "closed account with a non-zero balance bucket"
               TO WS-CHK-DESC(WS-BALCLOSD)
           MOVE "XRCUST"   TO WS-CHK-CODE(WS-XRCUST)
           MOVE "C"        TO WS-CHK-SEV(WS-XRCUST)
           MOVE "xref link to a customer not on the customer master"
               TO WS-CHK-DESC(WS-XRCUST)
           MOVE "XRACCT"   TO WS-CHK-CODE(WS-XRACCT)
           MOVE "C"        TO WS-CHK-SEV(WS-XRACCT)
           MOVE "xref link to an account not on the account master"
               TO WS-CHK-DESC(WS-XRACCT)
           MOVE "SOORPH"   TO WS-CHK-CODE(WS-SOORPH)
           MOVE "C"        TO WS-CHK-SEV(WS-SOORPH)
           MOVE "standing order for an account not on the master"
               TO WS-CHK-DESC(WS-SOORPH)
           MOVE "SOCLOSD"  TO WS-CHK-CODE(WS-SOCLOSD)
           MOVE "C"        TO WS-CHK-SEV(WS-SOCLOSD)
           MOVE "active or held standing order on a closed account"
               TO WS-CHK-DESC(WS-SOCLOSD)
           MOVE "PNDORPH"  TO WS-CHK-CODE(WS-PNDORPH)
           MOVE "C"        TO WS-CHK-SEV(WS-PNDORPH)
           MOVE "undecided pending item for an account not on the master"
               TO WS-CHK-DESC(WS-PNDORPH)
           MOVE "PNDCLOSD" TO WS-CHK-CODE(WS-PNDCLOSD)
           MOVE "C"        TO WS-CHK-SEV(WS-PNDCLOSD)
           MOVE "undecided pending item on a closed account"
               TO WS-CHK-DESC(WS-PNDCLOSD)
           MOVE "PNDFROZ"  TO WS-CHK-CODE(WS-PNDFROZ)
           MOVE "W"        TO WS-CHK-SEV(WS-PNDFROZ)
           MOVE "undecided pending item on a frozen account"
               TO WS-CHK-DESC(WS-PNDFROZ)
           MOVE "SUSORPH"  TO WS-CHK-CODE(WS-SUSORPH)
           MOVE "W"        TO WS-CHK-SEV(WS-SUSORPH)
           MOVE "open suspense item for an account not on the master"
               TO WS-CHK-DESC(WS-SUSORPH)
           MOVE "BRNONE"   TO WS-CHK-CODE(WS-BRNONE)
           MOVE "C"        TO WS-CHK-SEV(WS-BRNONE)
           MOVE "account on a branch code not in the branch table"
               TO WS-CHK-DESC(WS-BRNONE)
           MOVE "BREXPD"   TO WS-CHK-CODE(WS-BREXPD)
           MOVE "W"        TO WS-CHK-SEV(WS-BREXPD)
           MOVE "live account on an expired branch code"
               TO WS-CHK-DESC(WS-BREXPD)
           MOVE "PRNONE"   TO WS-CHK-CODE(WS-PRNONE)
           MOVE "W"        TO WS-CHK-SEV(WS-PRNONE)
           MOVE "account on a product code not on the product master"
               TO WS-CHK-DESC(WS-PRNONE)
           MOVE "HLDORPH"  TO WS-CHK-CODE(WS-HLDORPH)
           MOVE "C"        TO WS-CHK-SEV(WS-HLDORPH)
           MOVE "active hold for an account not on the master"
               TO WS-CHK-DESC(WS-HLDORPH)
           MOVE "HLDCLOSD" TO WS-CHK-CODE(WS-HLDCLOSD)
           MOVE "W"        TO WS-CHK-SEV(WS-HLDCLOSD)
           MOVE "active hold on a closed account"
               TO WS-CHK-DESC(WS-HLDCLOSD)
           MOVE "ODFORPH"  TO WS-CHK-CODE(WS-ODFORPH)
           MOVE "C"        TO WS-CHK-SEV(WS-ODFORPH)
           MOVE "overdraft facility for an account not on the master"
               TO WS-CHK-DESC(WS-ODFORPH)
           MOVE "ODFCLOSD" TO WS-CHK-CODE(WS-ODFCLOSD)
           MOVE "W"        TO WS-CHK-SEV(WS-ODFCLOSD)
           MOVE "active overdraft facility on a closed account"
               TO WS-CHK-DESC(WS-ODFCLOSD)
           MOVE "ACSTAT"   TO WS-CHK-CODE(WS-ACSTAT)
           MOVE "C"        TO WS-CHK-SEV(WS-ACSTAT)
           MOVE "account with an unknown status code"
               TO WS-CHK-DESC(WS-ACSTAT).

      *> =================================================================
      *> OPEN -- the account master and the report are required; every
      *> other file is checked if it can be opened and skipped, with a
      *> warning, if it cannot
      *> =================================================================
       OPEN-FILES.
           DISPLAY "LEDGER_ACCT_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACCT-MASTER-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACCT-MASTER-PATH = SPACES
               MOVE "./acct_master.dat" TO WS-ACCT-MASTER-PATH
           END-IF
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open account master "
                   FUNCTION TRIM(WS-ACCT-MASTER-PATH)
               DISPLAY "       FILE STATUS = " WS-ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open report file "
                   FUNCTION TRIM(WS-REPORT-PATH)
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-BALANCE-PATH NOT = "-"
               OPEN INPUT BALANCE-FILE
               IF WS-BALANCE-FILE-STATUS = "00"
                   SET WS-BALANCE-ON TO TRUE
               ELSE
                   DISPLAY "WARNING: balance master "
                       FUNCTION TRIM(WS-BALANCE-PATH)
                       " not available (FILE STATUS "
                       WS-BALANCE-FILE-STATUS ") -- not checked"
               END-IF
           END-IF

           IF WS-ORDER-PATH NOT = "-"
               OPEN INPUT ORDER-FILE
               IF WS-ORDER-FILE-STATUS = "00"
                   SET WS-ORDER-ON TO TRUE
               ELSE
                   DISPLAY "WARNING: standing order file "
                       FUNCTION TRIM(WS-ORDER-PATH)
                       " not available (FILE STATUS "
                       WS-ORDER-FILE-STATUS ") -- not checked"
               END-IF
           END-IF

           IF WS-SUSP-PATH NOT = "-"
               OPEN INPUT SUSPENSE-FILE
               IF WS-SUSP-FILE-STATUS = "00"
                   SET WS-SUSP-ON TO TRUE
               ELSE
                   DISPLAY "WARNING: suspense file "
                       FUNCTION TRIM(WS-SUSP-PATH)
                       " not available (FILE STATUS "
                       WS-SUSP-FILE-STATUS ") -- not checked"
               END-IF
           END-IF

           DISPLAY "LEDGER_CUST_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-CUST-PATH FROM ENVIRONMENT-VALUE
           IF WS-CUST-PATH = SPACES
               MOVE "./cust_master.dat" TO WS-CUST-PATH
           END-IF
           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               SET WS-CUST-ON TO TRUE
           ELSE
               DISPLAY "WARNING: customer master "
                   FUNCTION TRIM(WS-CUST-PATH)
                   " not available (FILE STATUS " WS-CUST-FILE-STATUS
                   ") -- xref customers not checked"
           END-IF

           DISPLAY "LEDGER_CUST_XREF" UPON ENVIRONMENT-NAME
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT-VALUE
           IF WS-XREF-PATH = SPACES
               MOVE "./cust_acct_xref.dat" TO WS-XREF-PATH
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-FILE-STATUS = "00"
               SET WS-XREF-ON TO TRUE
           ELSE
               DISPLAY "WARNING: customer/account xref "
                   FUNCTION TRIM(WS-XREF-PATH)
                   " not available (FILE STATUS " WS-XREF-FILE-STATUS
                   ") -- not checked"
           END-IF

           DISPLAY "LEDGER_PENDING_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PENDING-PATH FROM ENVIRONMENT-VALUE
           IF WS-PENDING-PATH = SPACES
               MOVE "./pending_trxn.dat" TO WS-PENDING-PATH
           END-IF
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               SET WS-PENDING-ON TO TRUE
           ELSE
               DISPLAY "WARNING: pending file "
                   FUNCTION TRIM(WS-PENDING-PATH)
                   " not available (FILE STATUS " WS-PENDING-FILE-STATUS
                   ") -- not checked"
           END-IF

           DISPLAY "LEDGER_BRANCH_CODES" UPON ENVIRONMENT-NAME
           ACCEPT WS-BRCH-REF-PATH FROM ENVIRONMENT-VALUE
           IF WS-BRCH-REF-PATH = SPACES
               MOVE "./branch_codes.dat" TO WS-BRCH-REF-PATH
           END-IF
           OPEN INPUT BRANCH-REF-FILE
           IF WS-BRCH-FILE-STATUS = "00"
               SET WS-BRCH-ON TO TRUE
           ELSE
               DISPLAY "WARNING: branch code table "
                   FUNCTION TRIM(WS-BRCH-REF-PATH)
                   " not available (FILE STATUS " WS-BRCH-FILE-STATUS
                   ") -- branch codes not checked"
           END-IF

           DISPLAY "LEDGER_PRODUCT_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-PRODUCT-PATH FROM ENVIRONMENT-VALUE
           IF WS-PRODUCT-PATH = SPACES
               MOVE "./product_master.dat" TO WS-PRODUCT-PATH
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS = "00"
               SET WS-PRODUCT-ON TO TRUE
           ELSE
               DISPLAY "WARNING: product master "
                   FUNCTION TRIM(WS-PRODUCT-PATH)
                   " not available (FILE STATUS " WS-PRODUCT-FILE-STATUS
                   ") -- product codes not checked"
           END-IF

           DISPLAY "LEDGER_HOLD_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-PATH FROM ENVIRONMENT-VALUE
           IF WS-HOLD-PATH = SPACES
               MOVE "./funds_hold.dat" TO WS-HOLD-PATH
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               SET WS-HOLD-ON TO TRUE
           ELSE
               DISPLAY "WARNING: funds hold file "
                   FUNCTION TRIM(WS-HOLD-PATH)
                   " not available (FILE STATUS " WS-HOLD-FILE-STATUS
                   ") -- not checked"
           END-IF

           DISPLAY "LEDGER_OD_FACILITY" UPON ENVIRONMENT-NAME
           ACCEPT WS-ODF-PATH FROM ENVIRONMENT-VALUE
           IF WS-ODF-PATH = SPACES
               MOVE "./od_facility.dat" TO WS-ODF-PATH
           END-IF
           OPEN INPUT OD-FACILITY-FILE
           IF WS-ODF-FILE-STATUS = "00"
               SET WS-ODF-ON TO TRUE
           ELSE
               DISPLAY "WARNING: overdraft facility register "
                   FUNCTION TRIM(WS-ODF-PATH)
                   " not available (FILE STATUS " WS-ODF-FILE-STATUS
                   ") -- not checked"
           END-IF.

       CLOSE-FILES.
           CLOSE ACCT-MASTER-FILE
           CLOSE REPORT-FILE
           IF WS-BALANCE-ON
               CLOSE BALANCE-FILE
           END-IF
           IF WS-ORDER-ON
               CLOSE ORDER-FILE
           END-IF
           IF WS-SUSP-ON
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-CUST-ON
               CLOSE CUST-MASTER-FILE
           END-IF
           IF WS-XREF-ON
               CLOSE XREF-FILE
           END-IF
           IF WS-PENDING-ON
               CLOSE PENDING-FILE
           END-IF
           IF WS-BRCH-ON
               CLOSE BRANCH-REF-FILE
           END-IF
           IF WS-PRODUCT-ON
               CLOSE PRODUCT-FILE
           END-IF
           IF WS-HOLD-ON
               CLOSE HOLD-FILE
           END-IF
           IF WS-ODF-ON
               CLOSE OD-FACILITY-FILE
           END-IF.

      *> =================================================================
      *> ACCOUNT MASTER -- status code, branch and product on each row
      *> =================================================================
       SWEEP-ACCT-MASTER.
           MOVE "N" TO WS-EOF-SW
           PERFORM CHECK-ONE-ACCOUNT UNTIL WS-EOF.

       CHECK-ONE-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-READ-COUNT
                   MOVE AM-ACCT-ID TO WS-FIND-KEY

                   IF AM-ACCT-STATUS NOT = "O" AND NOT = "C"
                       AND NOT = "F" AND NOT = "P" AND NOT = "S"
                       MOVE WS-ACSTAT TO WS-CHK-IDX
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING "status '" AM-ACCT-STATUS "'"
                           DELIMITED BY SIZE
                           INTO WS-FIND-DETAIL
                       END-STRING
                       PERFORM RECORD-FINDING
                   END-IF

                   IF WS-BRCH-ON AND AM-BRANCH-CODE NOT = SPACES
                       PERFORM CHECK-ACCT-BRANCH
                   END-IF

                   IF WS-PRODUCT-ON AND AM-PRODUCT-CODE NOT = SPACES
                       MOVE AM-PRODUCT-CODE TO PRD-CODE
                       READ PRODUCT-FILE
                           INVALID KEY
                               MOVE WS-PRNONE TO WS-CHK-IDX
                               MOVE SPACES TO WS-FIND-DETAIL
                               STRING "product " AM-PRODUCT-CODE
                                   DELIMITED BY SIZE
                                   INTO WS-FIND-DETAIL
                               END-STRING
                               PERFORM RECORD-FINDING
                       END-READ
                   END-IF
           END-READ.

       CHECK-ACCT-BRANCH.
           MOVE AM-BRANCH-CODE TO REF-CODE
           READ BRANCH-REF-FILE
               INVALID KEY
                   MOVE WS-BRNONE TO WS-CHK-IDX
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "branch " AM-BRANCH-CODE
                          " status " AM-ACCT-STATUS
                       DELIMITED BY SIZE
                       INTO WS-FIND-DETAIL
                   END-STRING
                   PERFORM RECORD-FINDING
               NOT INVALID KEY
                   IF REF-EXP-DATE NOT = ZERO
                       AND REF-EXP-DATE < WS-RUN-DATE
                       AND AM-ACCT-STATUS NOT = "C"
                       MOVE WS-BREXPD TO WS-CHK-IDX
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING "branch " AM-BRANCH-CODE
                              " expired " REF-EXP-DATE
                              " status " AM-ACCT-STATUS
                           DELIMITED BY SIZE
                           INTO WS-FIND-DETAIL
                       END-STRING
                       PERFORM RECORD-FINDING
                   END-IF
           END-READ.

      *> Random read of the account master for WS-FIND-KEY(1:10);
      *> WS-ACCT-FOUND says whether the row is there.
       LOOKUP-ACCT.
           MOVE WS-FIND-KEY(1:10) TO AM-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-SW
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
           END-READ.

      *> =================================================================
      *> BALANCE MASTER -- every bucket's account on the master, and no
      *> money left on a closed account
      *> =================================================================
       SWEEP-BALANCE-MASTER.
           MOVE "N" TO WS-EOF-SW
           PERFORM CHECK-ONE-BUCKET UNTIL WS-EOF.

       CHECK-ONE-BUCKET.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-FIND-KEY
                   STRING BAL-ACCT-ID "/" BAL-CURRENCY
                       DELIMITED BY SIZE
                       INTO WS-FIND-KEY
                   END-STRING
                   PERFORM LOOKUP-ACCT
                   MOVE BAL-CURRENT-BAL TO WS-AMT-ED
                   EVALUATE TRUE
                       WHEN NOT WS-ACCT-FOUND
                           MOVE WS-BALORPH TO WS-CHK-IDX
                           MOVE SPACES TO WS-FIND-DETAIL
                           STRING "balance " WS-AMT-ED
                               DELIMITED BY SIZE
                               INTO WS-FIND-DETAIL
                           END-STRING
                           PERFORM RECORD-FINDING
                       WHEN AM-ACCT-STATUS = "C"
                           AND BAL-CURRENT-BAL NOT = ZERO
                           MOVE WS-BALCLOSD TO WS-CHK-IDX
                           MOVE SPACES TO WS-FIND-DETAIL
                           STRING "balance " WS-AMT-ED
                               DELIMITED BY SIZE
                               INTO WS-FIND-DETAIL
                           END-STRING
                           PERFORM RECORD-FINDING
                   END-EVALUATE
           END-READ.

      *> =================================================================
      *> CUSTOMER/ACCOUNT XREF -- both ends of every link must exist
      *> =================================================================
       SWEEP-XREF.
           MOVE "N" TO WS-EOF-SW
           PERFORM CHECK-ONE-LINK UNTIL WS-EOF.

       CHECK-ONE-LINK.
           READ XREF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-FIND-KEY
                   STRING XRC-CUST-ID "/" XRC-ACCT-ID
                       DELIMITED BY SIZE
                       INTO WS-FIND-KEY
                   END-STRING
                   IF WS-CUST-ON
                       MOVE XRC-CUST-ID TO CM-CUST-ID
                       READ CUST-MASTER-FILE
                           INVALID KEY
                               MOVE WS-XRCUST TO WS-CHK-IDX
                               MOVE SPACES TO WS-FIND-DETAIL
                               STRING "linked " XRC-LINK-DATE
                                   DELIMITED BY SIZE
                                   INTO WS-FIND-DETAIL
                               END-STRING
                               PERFORM RECORD-FINDING
                       END-READ
                   END-IF
                   MOVE XRC-ACCT-ID TO AM-ACCT-ID
                   READ ACCT-MASTER-FILE
                       INVALID KEY
                           MOVE WS-XRACCT TO WS-CHK-IDX
                           MOVE SPACES TO WS-FIND-DETAIL
                           STRING "linked " XRC-LINK-DATE
                               DELIMITED BY SIZE
                               INTO WS-FIND-DETAIL
                           END-STRING
                           PERFORM RECORD-FINDING
                   END-READ
           END-READ.

      *> =================================================================
      *> STANDING ORDERS -- live orders only on live accounts
      *> =================================================================
       SWEEP-STANDING-ORDERS.
           MOVE "N" TO WS-EOF-SW
           PERFORM CHECK-ONE-ORDER UNTIL WS-EOF.

       CHECK-ONE-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SO-ACCT-ID TO WS-FIND-KEY
                   PERFORM LOOKUP-ACCT
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "order " SO-ORDER-ID " status " SO-STATUS
                          " next run " SO-NEXT-RUN
                       DELIMITED BY SIZE
                       INTO WS-FIND-DETAIL
                   END-STRING
                   EVALUATE TRUE
                       WHEN NOT WS-ACCT-FOUND
                           MOVE WS-SOORPH TO WS-CHK-IDX
                           PERFORM RECORD-FINDING
                       WHEN AM-ACCT-STATUS = "C"
                           AND (SO-STATUS = "A" OR SO-STATUS = "H")
                           MOVE WS-SOCLOSD TO WS-CHK-IDX
                           PERFORM RECORD-FINDING
                   END-EVALUATE
           END-READ.

      *> =================================================================
      *> PENDING QUEUE -- items still awaiting a decision or posting
      *> ('P' / 'A') against accounts that cannot take them
      *> =================================================================
       SWEEP-PENDING.
           MOVE "N" TO WS-EOF-SW
           PERFORM CHECK-ONE-PENDING UNTIL WS-EOF.

       CHECK-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PND-STATUS = "P" OR PND-STATUS = "A"
                       MOVE PND-ACCT-ID TO WS-FIND-KEY
                       PERFORM LOOKUP-ACCT
                       MOVE PND-TRXN-AMT TO WS-AMT-ED
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING "item " PND-TRXN-ID " status " PND-STATUS
                              " " PND-TRXN-TYPE " " PND-CURRENCY
                              WS-AMT-ED
                           DELIMITED BY SIZE
                           INTO WS-FIND-DETAIL
                       END-STRING
                       EVALUATE TRUE
                           WHEN NOT WS-ACCT-FOUND
                               MOVE WS-PNDORPH TO WS-CHK-IDX
                               PERFORM RECORD-FINDING
                           WHEN AM-ACCT-STATUS = "C"
                               MOVE WS-PNDCLOSD TO WS-CHK-IDX
                               PERFORM RECORD-FINDING
                           WHEN AM-ACCT-STATUS = "F"
                               MOVE WS-PNDFROZ TO WS-CHK-IDX
                               PERFORM RECORD-FINDING
                       END-EVALUATE
                   END-IF
           END-READ.

      *> =================================================================
      *> SUSPENSE -- an open item for an account that no longer exists
      *> can never be repaired by reposting it
      *> =================================================================
       SWEEP-SUSPENSE.
           MOVE "N" TO WS-EOF-SW
           PERFORM CHECK-ONE-SUSPENSE UNTIL WS-EOF.

       CHECK-ONE-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SUSP-STATUS = "O"
                       MOVE SUSP-ACCT-ID TO WS-FIND-KEY
                       PERFORM LOOKUP-ACCT
                       IF NOT WS-ACCT-FOUND
                           MOVE SUSP-TRXN-AMT TO WS-AMT-ED
                           MOVE WS-SUSORPH TO WS-CHK-IDX
                           MOVE SPACES TO WS-FIND-DETAIL
                           STRING "item " SUSP-TRXN-ID " rejected "
                                  SUSP-REJ-DATE " " SUSP-REASON-CODE
                                  WS-AMT-ED
                               DELIMITED BY SIZE
                               INTO WS-FIND-DETAIL
                           END-STRING
                           PERFORM RECORD-FINDING
                       END-IF
                   END-IF
           END-READ.

      *> =================================================================
      *> FUNDS HOLDS AND OVERDRAFT FACILITIES -- active rows only
      *> =================================================================
       SWEEP-HOLDS.
           MOVE "N" TO WS-EOF-SW
           PERFORM CHECK-ONE-HOLD UNTIL WS-EOF.

       CHECK-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HLD-STATUS = "A"
                       MOVE SPACES TO WS-FIND-KEY
                       STRING HLD-ACCT-ID "/" HLD-CURRENCY
                           DELIMITED BY SIZE
                           INTO WS-FIND-KEY
                       END-STRING
                       PERFORM LOOKUP-ACCT
                       MOVE HLD-AMT TO WS-AMT-ED
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING "hold " HLD-HOLD-ID " reason " HLD-REASON
                              WS-AMT-ED
                           DELIMITED BY SIZE
                           INTO WS-FIND-DETAIL
                       END-STRING
                       EVALUATE TRUE
                           WHEN NOT WS-ACCT-FOUND
                               MOVE WS-HLDORPH TO WS-CHK-IDX
                               PERFORM RECORD-FINDING
                           WHEN AM-ACCT-STATUS = "C"
                               MOVE WS-HLDCLOSD TO WS-CHK-IDX
                               PERFORM RECORD-FINDING
                       END-EVALUATE
                   END-IF
           END-READ.

       SWEEP-OD-FACILITIES.
           MOVE "N" TO WS-EOF-SW
           PERFORM CHECK-ONE-FACILITY UNTIL WS-EOF.

       CHECK-ONE-FACILITY.
           READ OD-FACILITY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ODF-STATUS = "A"
                       MOVE ODF-ACCT-ID TO WS-FIND-KEY
                       PERFORM LOOKUP-ACCT
                       MOVE ODF-LIMIT TO WS-AMT-ED
                       MOVE SPACES TO WS-FIND-DETAIL
                       STRING "limit" WS-AMT-ED " expires "
                              ODF-EXPIRY-DATE
                           DELIMITED BY SIZE
                           INTO WS-FIND-DETAIL
                       END-STRING
                       EVALUATE TRUE
                           WHEN NOT WS-ACCT-FOUND
                               MOVE WS-ODFORPH TO WS-CHK-IDX
                               PERFORM RECORD-FINDING
                           WHEN AM-ACCT-STATUS = "C"
                               MOVE WS-ODFCLOSD TO WS-CHK-IDX
                               PERFORM RECORD-FINDING
                       END-EVALUATE
                   END-IF
           END-READ.

      *> =================================================================
      *> One finding: WS-CHK-IDX names the check, WS-FIND-KEY and
      *> WS-FIND-DETAIL the row. Counted and printed.
      *> =================================================================
       RECORD-FINDING.
           ADD 1 TO WS-CHK-FOUND(WS-CHK-IDX)
           IF WS-CHK-SEV(WS-CHK-IDX) = "C"
               ADD 1 TO WS-CRIT-COUNT
               MOVE "CRIT" TO WS-SEV-TXT
           ELSE
               ADD 1 TO WS-WARN-COUNT
               MOVE "WARN" TO WS-SEV-TXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SEV-TXT               DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-CHK-CODE(WS-CHK-IDX)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-FIND-KEY              DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-FIND-DETAIL           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CHECK    SEV   COUNT  DESCRIPTION" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-ONE-SUMMARY-LINE
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           STRING "CRITICAL " WS-CRIT-COUNT "  WARNING " WS-WARN-COUNT
                  "  ACCOUNTS CHECKED " WS-ACCT-READ-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           PERFORM WRITE-SKIPPED-SOURCES.

       WRITE-ONE-SUMMARY-LINE.
           IF WS-CHK-SEV(WS-CHK-IDX) = "C"
               MOVE "CRIT" TO WS-SEV-TXT
           ELSE
               MOVE "WARN" TO WS-SEV-TXT
           END-IF
           MOVE WS-CHK-FOUND(WS-CHK-IDX) TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CHK-CODE(WS-CHK-IDX)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-SEV-TXT               DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-COUNT-ED              DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-CHK-DESC(WS-CHK-IDX)  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> A zero count from a file that was never read is not a clean
      *> bill of health -- say which ones were left out.
       WRITE-SKIPPED-SOURCES.
           IF NOT WS-BALANCE-ON
               MOVE "NOT CHECKED: balance master" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF NOT WS-CUST-ON
               MOVE "NOT CHECKED: customer master (xref customer links)"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF NOT WS-XREF-ON
               MOVE "NOT CHECKED: customer/account xref" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF NOT WS-ORDER-ON
               MOVE "NOT CHECKED: standing orders" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF NOT WS-PENDING-ON
               MOVE "NOT CHECKED: pending queue" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF NOT WS-SUSP-ON
               MOVE "NOT CHECKED: suspense" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF NOT WS-BRCH-ON
               MOVE "NOT CHECKED: branch codes" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF NOT WS-PRODUCT-ON
               MOVE "NOT CHECKED: product codes" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF NOT WS-HOLD-ON
               MOVE "NOT CHECKED: funds holds" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF NOT WS-ODF-ON
               MOVE "NOT CHECKED: overdraft facilities" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
