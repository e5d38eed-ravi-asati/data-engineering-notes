       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-FWD-RELEASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FWD-PAYMENT-FILE ASSIGN TO WS-FWD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-TRXN-ID
               ALTERNATE RECORD KEY IS FWD-ACCT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS FWD-POST-DATE WITH DUPLICATES
               FILE STATUS IS WS-FWD-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT REJ-FILE ASSIGN TO WS-REJ-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO WS-SUSP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-TRXN-ID
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           *> The ledger the release batch posted to -- read by key only,
           *> to tell a rerun's DUPE reject from a real failure.
           SELECT TRXN-FILE ASSIGN TO WS-TRXN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRXN-ID
               ALTERNATE RECORD KEY IS ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-TRXN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  FWD-PAYMENT-FILE.
       COPY "fwd_payment.cpy".

       *> Pipe-delimited lines in exactly the shape LEDGER-TRXN-WRITER's
       *> BATCH-MODE PARSE-BATCH-LINE expects.
       FD  CONTROL-FILE.
       01  CONTROL-REC            PIC X(300).

       FD  REJ-FILE.
       COPY "ledger_trxn_reject.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspense_master.cpy".

       FD  TRXN-FILE.
       COPY "ledger_trxn_writer.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FWD-FILE-STATUS     PIC XX.
       01 WS-CONTROL-FILE-STATUS PIC XX.
       01 WS-REJ-FILE-STATUS     PIC XX.
       01 WS-SUSP-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-TRXN-FILE-STATUS    PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-FWD-PATH            PIC X(200).
       01 WS-CONTROL-PATH        PIC X(200).
       01 WS-REJ-PATH            PIC X(200).
       01 WS-SUSP-PATH           PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-TRXN-PATH           PIC X(200).
       01 WS-REJ-PATH-LEN        PIC 9(4).

       01 WS-COMMAND             PIC X(8).
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-ACCT-ID             PIC X(10).
       01 WS-TRXN-ID             PIC X(10).

       *> The business date a cancel is judged against --
       *> LEDGER_BUSINESS_DATE when set, else the system date, the same
       *> rule the writer applies when it warehouses an item.
       01 WS-TODAY-TXT           PIC X(8).
       01 WS-TODAY               PIC 9(8).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".
       01 WS-NO-WAREHOUSE-SW     PIC X(1)    VALUE "N".
           88 WS-NO-WAREHOUSE                VALUE "Y".
       01 WS-LEDGER-OPEN-SW      PIC X(1)    VALUE "N".
           88 WS-LEDGER-OPEN                 VALUE "Y".

       01 WS-DUE-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-OVERDUE-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-REJ-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-FAIL-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-OTHER-REJ-COUNT     PIC 9(7)    VALUE ZERO.
       01 WS-SUSP-LOAD-COUNT     PIC 9(7)    VALUE ZERO.
       01 WS-RELEASED-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-ALREADY-POSTED-COUNT PIC 9(7)   VALUE ZERO.
       01 WS-LIST-COUNT          PIC 9(7)    VALUE ZERO.

       01 WS-AMT-ED              PIC -(7).99.
       01 WS-TOTAL-ED            PIC -(11).99.
       01 WS-COUNT-ED            PIC Z(6)9.
       01 WS-CONTROL-LINE        PIC X(300)  VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.
       01 WS-STATUS-TEXT         PIC X(10).

       *> ------------- By-date report working storage ------------------
       *> The warehouse is read on its FWD-POST-DATE alternate key, so
       *> the items arrive in due-date order and a change of date is a
       *> control break.
       01 WS-PREV-POST-DATE      PIC 9(8)    VALUE ZERO.
       01 WS-DATE-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-DATE-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GRAND-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-GRAND-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SIGNED-AMT          PIC S9(7)V99 COMP-3.
       01 WS-DUE-FLAG            PIC X(7).

       COPY "mask_acct_no_ws.cpy".

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "LEDGER-FWD-RELEASE" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: WAREHOUSE_FILE -- the indexed future-dated warehouse
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FWD-PATH

           *> Arg 2: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           DISPLAY "LEDGER_BUSINESS_DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-TODAY-TXT FROM ENVIRONMENT-VALUE
           IF WS-TODAY-TXT = SPACES
               ACCEPT WS-TODAY-TXT FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-TODAY = FUNCTION NUMVAL(WS-TODAY-TXT)

           *> The start-of-day steps run unattended; the inquiry and the
           *> cancel are an operator at the keyboard, so they sign on.
           IF WS-COMMAND = "INQUIRE " OR WS-COMMAND = "CANCEL  "
               PERFORM OPERATOR-SIGN-ON
               IF NOT WS-OPSGN-OK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-COMMAND = "INQUIRE "
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
               ELSE
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
               END-IF
               PERFORM CHECK-OPERATOR-ROLE
               IF NOT WS-OPSGN-ALLOWED
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           EVALUATE WS-COMMAND
               WHEN "RELEASE "
                   PERFORM RELEASE-DUE-ITEMS
               WHEN "RESULT  "
                   PERFORM APPLY-RELEASE-RESULT
               WHEN "INQUIRE "
                   PERFORM INQUIRE-ACCOUNT
               WHEN "CANCEL  "
                   PERFORM CANCEL-WAREHOUSED-ITEM
               WHEN "REPORT  "
                   PERFORM WAREHOUSE-BY-DATE-REPORT
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_fwd_release WAREHOUSE_FILE RELEASE RUN_DATE CONTROL_FILE"
           DISPLAY "  ./ledger_fwd_release WAREHOUSE_FILE RESULT RUN_DATE REJ_FILE SUSPENSE_FILE [TRXN_FILE]"
           DISPLAY "  ./ledger_fwd_release WAREHOUSE_FILE INQUIRE ACCT_ID"
           DISPLAY "  ./ledger_fwd_release WAREHOUSE_FILE CANCEL TRXN_ID"
           DISPLAY "  ./ledger_fwd_release WAREHOUSE_FILE REPORT ASOF_DATE REPORT_FILE"
           DISPLAY "Start of day: RELEASE, then the writer's BATCH mode on the"
           DISPLAY "control file with LEDGER_BUSINESS_DATE set to RUN_DATE, then"
           DISPLAY "RESULT on the batch run's .rej file. TRXN_FILE defaults to REJ_FILE"
           DISPLAY "without its .rej suffix."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_fwd_release /data/fwd_payments.dat RELEASE 20261015 /data/fwd_release.ctl"
           DISPLAY "  LEDGER_BUSINESS_DATE=20261015 ./ledger_trxn_writer_args BATCH /data/fwd_release.ctl /data/transactions.dat"
           DISPLAY "  ./ledger_fwd_release /data/fwd_payments.dat RESULT 20261015 /data/transactions.dat.rej /data/suspense.dat".

       VALIDATE-RUN-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = ZERO
               DISPLAY "ERROR: date " WS-RUN-DATE " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-WAREHOUSE-IO.
           MOVE "N" TO WS-NO-WAREHOUSE-SW
           OPEN I-O FWD-PAYMENT-FILE
           IF WS-FWD-FILE-STATUS = "35"
               SET WS-NO-WAREHOUSE TO TRUE
               DISPLAY "WARNING: future-dated warehouse "
                   FUNCTION TRIM(WS-FWD-PATH)
                   " not available (FILE STATUS " WS-FWD-FILE-STATUS
                   ") -- nothing has been warehoused yet"
               EXIT PARAGRAPH
           END-IF
           IF WS-FWD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FWD-PATH
               DISPLAY "       FILE STATUS = " WS-FWD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> =================================================================
      *> RELEASE -- every warehoused item due on or before RUN_DATE
      *> becomes a BATCH control line for the writer, which posts it
      *> through the full set of checks (period, stops, funds, approval
      *> limits) as of today. An item whose date passed on a day the
      *> job did not run posts on RUN_DATE. Items already submitted by
      *> an earlier RELEASE for the same RUN_DATE go out again, so a
      *> rerun rebuilds the same control file; the writer's duplicate
      *> check stands behind anything that did post first time.
      *> =================================================================
       RELEASE-DUE-ITEMS.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: RUN_DATE (YYYYMMDD), the business day being released
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 4: CONTROL_FILE -- the BATCH-MODE input being generated
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-CONTROL-PATH

           PERFORM VALIDATE-RUN-DATE

           *> The control file is always written, empty or not, so the
           *> writer step that follows has its input either way.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-CONTROL-PATH
               DISPLAY "       FILE STATUS = " WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-WAREHOUSE-IO
           IF WS-NO-WAREHOUSE
               CLOSE CONTROL-FILE
               DISPLAY "Release complete: 0 item(s) due on " WS-RUN-DATE
                   " written to " FUNCTION TRIM(WS-CONTROL-PATH)
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO FWD-POST-DATE
           START FWD-PAYMENT-FILE KEY >= FWD-POST-DATE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM RELEASE-ONE-ITEM UNTIL WS-EOF

           CLOSE FWD-PAYMENT-FILE
           CLOSE CONTROL-FILE

           IF WS-OVERDUE-COUNT > ZERO
               DISPLAY "NOTE: " WS-OVERDUE-COUNT " item(s) were due "
                   "before " WS-RUN-DATE " and post on " WS-RUN-DATE
           END-IF

           DISPLAY "Release complete: " WS-DUE-COUNT
               " item(s) due on " WS-RUN-DATE " written to "
               FUNCTION TRIM(WS-CONTROL-PATH).

       RELEASE-ONE-ITEM.
           READ FWD-PAYMENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF FWD-POST-DATE > WS-RUN-DATE
               SET WS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF FWD-WAREHOUSED
               OR (FWD-SUBMITTED AND FWD-ACTION-DATE = WS-RUN-DATE)
               CONTINUE
           ELSE
               EXIT PARAGRAPH
           END-IF

           IF FWD-POST-DATE < WS-RUN-DATE
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF

           MOVE FWD-TRXN-AMT TO WS-AMT-ED

           MOVE SPACES TO WS-CONTROL-LINE
           STRING FWD-TRXN-ID                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FWD-ACCT-ID                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-ED)       DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FWD-TRXN-TYPE                  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FWD-TRXN-DATE                  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FWD-TRXN-TIME                  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FWD-POST-TIME                  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FWD-CURRENCY                   DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FWD-CHANNEL                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FWD-DESC                       DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FWD-BRANCH                     DELIMITED BY SIZE
               INTO WS-CONTROL-LINE
           END-STRING

           MOVE WS-CONTROL-LINE TO CONTROL-REC
           WRITE CONTROL-REC
           ADD 1 TO WS-DUE-COUNT

           MOVE "S"                  TO FWD-STATUS
           MOVE "LEDGER-FWD-RELEASE" TO FWD-ACTION-USER
           MOVE WS-RUN-DATE          TO FWD-ACTION-DATE
           REWRITE FWD-PAYMENT-REC.

      *> =================================================================
      *> RESULT -- after the writer's batch run: every reject that came
      *> from today's release fails its warehouse item and is registered
      *> as an open suspense item (an ID already in suspense is left as
      *> it is); every other item submitted for RUN_DATE was posted, or
      *> queued for approval, and is marked released. A DUPE reject of
      *> an item the ledger already holds is a rerun, not a failure.
      *> =================================================================
       APPLY-RELEASE-RESULT.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: RUN_DATE; Arg 4: REJ_FILE; Arg 5: SUSPENSE_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REJ-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-SUSP-PATH

           *> Arg 6: TRXN_FILE (optional) -- the ledger the batch posted
           *> to; by default the .rej file's own ledger.
           MOVE SPACES TO WS-TRXN-PATH
           IF WS-ARG-COUNT >= 6
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-TRXN-PATH
           ELSE
               COMPUTE WS-REJ-PATH-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-REJ-PATH))
               IF WS-REJ-PATH-LEN > 4
                   IF WS-REJ-PATH(WS-REJ-PATH-LEN - 3:4) = ".rej"
                       MOVE WS-REJ-PATH(1:WS-REJ-PATH-LEN - 4)
                           TO WS-TRXN-PATH
                   END-IF
               END-IF
           END-IF

           PERFORM VALIDATE-RUN-DATE

           PERFORM OPEN-WAREHOUSE-IO
           IF WS-NO-WAREHOUSE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT REJ-FILE
           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REJ-PATH
               DISPLAY "       FILE STATUS = " WS-REJ-FILE-STATUS
               CLOSE FWD-PAYMENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Same create-on-35 treatment the other keyed masters get --
           *> reopened I-O once created, for the keyed READs below.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUSP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-SUSP-PATH
               DISPLAY "       FILE STATUS = " WS-SUSP-FILE-STATUS
               CLOSE FWD-PAYMENT-FILE
               CLOSE REJ-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Without the ledger a DUPE reject cannot be told from a
           *> real failure, so it is failed like any other.
           IF WS-TRXN-PATH NOT = SPACES
               OPEN INPUT TRXN-FILE
               IF WS-TRXN-FILE-STATUS = "00"
                   SET WS-LEDGER-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT WS-LEDGER-OPEN
               DISPLAY "WARNING: ledger file "
                   FUNCTION TRIM(WS-TRXN-PATH) " not available (FILE "
                   "STATUS " WS-TRXN-FILE-STATUS ") -- DUPE rejects are "
                   "failed, not checked against it"
           END-IF

           PERFORM OPEN-AUDIT-LOG
           MOVE WS-FWD-PATH TO WS-AUDIT-TARGET-PATH

           PERFORM APPLY-ONE-REJECT UNTIL WS-EOF

           *> Second pass: whatever is still 'S' for this run posted.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO FWD-TRXN-ID
           START FWD-PAYMENT-FILE KEY >= FWD-TRXN-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM MARK-ONE-RELEASED UNTIL WS-EOF

           PERFORM CLOSE-AUDIT-LOG
           IF WS-LEDGER-OPEN
               CLOSE TRXN-FILE
           END-IF
           CLOSE REJ-FILE
           CLOSE SUSPENSE-FILE
           CLOSE FWD-PAYMENT-FILE

           DISPLAY "Release result for " WS-RUN-DATE ": "
               WS-RELEASED-COUNT " item(s) released ("
               WS-ALREADY-POSTED-COUNT " already on the ledger), "
               WS-FAIL-COUNT
               " failed (" WS-SUSP-LOAD-COUNT " sent to suspense at "
               FUNCTION TRIM(WS-SUSP-PATH) "), " WS-OTHER-REJ-COUNT
               " reject(s) not from the warehouse ignored"

           IF WS-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       APPLY-ONE-REJECT.
           READ REJ-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-REJ-COUNT

           MOVE REJ-TRXN-ID TO FWD-TRXN-ID
           READ FWD-PAYMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-OTHER-REJ-COUNT
                   EXIT PARAGRAPH
           END-READ

           IF NOT FWD-SUBMITTED OR FWD-ACTION-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-OTHER-REJ-COUNT
               EXIT PARAGRAPH
           END-IF

           *> A rerun of the release batch rejects whatever the first
           *> run already posted as DUPE. When the ledger holds this
           *> very item -- same ID, account and amount -- it did post:
           *> the item is left 'S' for MARK-ONE-RELEASED to release.
           IF REJ-REASON-CODE = "DUPE" AND WS-LEDGER-OPEN
               MOVE REJ-TRXN-ID TO TRXN-ID
               READ TRXN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCT-ID = FWD-ACCT-ID
                           AND TRXN-AMT = FWD-TRXN-AMT
                           ADD 1 TO WS-ALREADY-POSTED-COUNT
                           DISPLAY "POSTED  " FWD-TRXN-ID " "
                               FWD-ACCT-ID " is already on the ledger"
                               " -- released"
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF

           MOVE "F"             TO FWD-STATUS
           MOVE REJ-REASON-CODE TO FWD-FAIL-REASON
           MOVE WS-RUN-DATE     TO FWD-ACTION-DATE
           REWRITE FWD-PAYMENT-REC
           ADD 1 TO WS-FAIL-COUNT

           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "FWDFAIL " FWD-TRXN-ID " " FWD-ACCT-ID " "
                  REJ-REASON-CODE
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD

           DISPLAY "FAILED  " FWD-TRXN-ID " " FWD-ACCT-ID " ("
               REJ-REASON-CODE ") " REJ-REASON-TEXT

           MOVE REJ-TRXN-ID TO SUSP-TRXN-ID
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE REJ-TRXN-ID       TO SUSP-TRXN-ID
           MOVE REJ-ACCT-ID       TO SUSP-ACCT-ID
           MOVE REJ-TRXN-AMT      TO SUSP-TRXN-AMT
           MOVE REJ-TRXN-TYPE     TO SUSP-TRXN-TYPE
           MOVE REJ-TRXN-DATE     TO SUSP-TRXN-DATE
           MOVE REJ-TRXN-TIME     TO SUSP-TRXN-TIME
           MOVE REJ-POST-DATE     TO SUSP-POST-DATE
           MOVE REJ-POST-TIME     TO SUSP-POST-TIME
           MOVE REJ-CURRENCY-CODE TO SUSP-CURRENCY
           MOVE REJ-CHANNEL-CODE  TO SUSP-CHANNEL
           MOVE REJ-TRXN-DESC     TO SUSP-DESC
           MOVE REJ-BRANCH-CODE   TO SUSP-BRANCH
           MOVE REJ-REASON-CODE   TO SUSP-REASON-CODE
           MOVE REJ-REASON-TEXT   TO SUSP-REASON-TEXT
           MOVE "O"               TO SUSP-STATUS
           MOVE WS-RUN-DATE       TO SUSP-REJ-DATE
           MOVE ZERO              TO SUSP-CLEAR-DATE
           WRITE SUSPENSE-REC
           ADD 1 TO WS-SUSP-LOAD-COUNT.

       MARK-ONE-RELEASED.
           READ FWD-PAYMENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF FWD-SUBMITTED AND FWD-ACTION-DATE = WS-RUN-DATE
               MOVE "R" TO FWD-STATUS
               REWRITE FWD-PAYMENT-REC
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

      *> =================================================================
      *> INQUIRE -- every warehouse item for one account, whatever its
      *> state, so an operator can tell a customer what is waiting,
      *> what went, and what failed.
      *> =================================================================
       INQUIRE-ACCOUNT.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID

           OPEN INPUT FWD-PAYMENT-FILE
           IF WS-FWD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FWD-PATH
               DISPLAY "       FILE STATUS = " WS-FWD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "TRXN-ID    DUE-DATE T AMOUNT      CUR CHN DESCRIPTION"
               "          STATUS     RSN"

           MOVE WS-ACCT-ID TO FWD-ACCT-ID
           START FWD-PAYMENT-FILE KEY = FWD-ACCT-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM INQUIRE-ONE-ITEM UNTIL WS-EOF

           CLOSE FWD-PAYMENT-FILE

           DISPLAY WS-LIST-COUNT " future-dated item(s) for " WS-ACCT-ID.

       INQUIRE-ONE-ITEM.
           READ FWD-PAYMENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF FWD-ACCT-ID NOT = WS-ACCT-ID
               SET WS-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LIST-COUNT
           PERFORM DESCRIBE-STATUS
           MOVE FWD-TRXN-AMT TO WS-AMT-ED
           DISPLAY FWD-TRXN-ID " " FWD-POST-DATE " " FWD-TRXN-TYPE " "
               WS-AMT-ED " " FWD-CURRENCY " " FWD-CHANNEL " "
               FWD-DESC " " WS-STATUS-TEXT " " FWD-FAIL-REASON.

       DESCRIBE-STATUS.
           EVALUATE TRUE
               WHEN FWD-WAREHOUSED
                   MOVE "WAITING"   TO WS-STATUS-TEXT
               WHEN FWD-SUBMITTED
                   MOVE "SUBMITTED" TO WS-STATUS-TEXT
               WHEN FWD-RELEASED
                   MOVE "RELEASED"  TO WS-STATUS-TEXT
               WHEN FWD-FAILED
                   MOVE "FAILED"    TO WS-STATUS-TEXT
               WHEN FWD-CANCELLED
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE FWD-STATUS  TO WS-STATUS-TEXT
           END-EVALUATE.

      *> =================================================================
      *> CANCEL -- only an item still waiting, and only before its date:
      *> on the day itself the start-of-day release has already taken
      *> it.
      *> =================================================================
       CANCEL-WAREHOUSED-ITEM.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: TRXN_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-TRXN-ID

           OPEN I-O FWD-PAYMENT-FILE
           IF WS-FWD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FWD-PATH
               DISPLAY "       FILE STATUS = " WS-FWD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-TRXN-ID TO FWD-TRXN-ID
           READ FWD-PAYMENT-FILE
               INVALID KEY
                   DISPLAY "ERROR: TRXN-ID " WS-TRXN-ID
                       " is not in the future-dated warehouse"
                   CLOSE FWD-PAYMENT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF NOT FWD-WAREHOUSED
               PERFORM DESCRIBE-STATUS
               DISPLAY "ERROR: TRXN-ID " WS-TRXN-ID " is "
                   FUNCTION TRIM(WS-STATUS-TEXT)
                   " -- only a waiting item can be cancelled"
               CLOSE FWD-PAYMENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF FWD-POST-DATE <= WS-TODAY
               DISPLAY "ERROR: TRXN-ID " WS-TRXN-ID " is due "
                   FWD-POST-DATE " -- too late to cancel on or after"
                   " its date"
               CLOSE FWD-PAYMENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "X"              TO FWD-STATUS
           MOVE WS-OPSGN-OPER-ID TO FWD-ACTION-USER
           MOVE WS-TODAY         TO FWD-ACTION-DATE
           REWRITE FWD-PAYMENT-REC

           PERFORM OPEN-AUDIT-LOG
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "FWDCANCEL " FWD-TRXN-ID " " FWD-ACCT-ID
                  " DUE " FWD-POST-DATE
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           MOVE WS-FWD-PATH TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG

           CLOSE FWD-PAYMENT-FILE

           DISPLAY "Cancelled future-dated " WS-TRXN-ID " for "
               FWD-ACCT-ID " due " FWD-POST-DATE.

      *> =================================================================
      *> REPORT -- the items still waiting, in due-date order, with a
      *> count and total at each date and for the warehouse. An item
      *> due on or before ASOF_DATE is flagged: the next release takes
      *> it.
      *> =================================================================
       WAREHOUSE-BY-DATE-REPORT.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ASOF_DATE; Arg 4: REPORT_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           PERFORM VALIDATE-RUN-DATE

           OPEN INPUT FWD-PAYMENT-FILE
           IF WS-FWD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FWD-PATH
               DISPLAY "       FILE STATUS = " WS-FWD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE FWD-PAYMENT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "WAREHOUSED FUTURE-DATED PAYMENTS BY DATE AS AT "
                  WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE "DUE-DATE TRXN-ID    ACCT-ID          T AMOUNT      CUR CHN DESCRIPTION          CAPTURED BY         ON"
               TO REPORT-REC
           WRITE REPORT-REC

           MOVE ZERO TO FWD-POST-DATE
           START FWD-PAYMENT-FILE KEY >= FWD-POST-DATE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM REPORT-ONE-ITEM UNTIL WS-EOF

           IF WS-DATE-COUNT > ZERO
               PERFORM WRITE-DATE-TOTAL
           END-IF

           MOVE WS-GRAND-COUNT TO WS-COUNT-ED
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WAREHOUSE TOTAL  ITEMS " WS-COUNT-ED
                  "  NET AMOUNT " WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           CLOSE REPORT-FILE
           CLOSE FWD-PAYMENT-FILE

           DISPLAY "Warehouse report: " WS-GRAND-COUNT
               " item(s) waiting -- report at "
               FUNCTION TRIM(WS-REPORT-PATH).

       REPORT-ONE-ITEM.
           READ FWD-PAYMENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF NOT FWD-WAREHOUSED
               EXIT PARAGRAPH
           END-IF

           IF WS-DATE-COUNT > ZERO
               AND FWD-POST-DATE NOT = WS-PREV-POST-DATE
               PERFORM WRITE-DATE-TOTAL
           END-IF
           MOVE FWD-POST-DATE TO WS-PREV-POST-DATE

           *> Debits out, credits in -- the date's net movement.
           IF FWD-TRXN-TYPE = "D"
               COMPUTE WS-SIGNED-AMT = 0 - FWD-TRXN-AMT
           ELSE
               MOVE FWD-TRXN-AMT TO WS-SIGNED-AMT
           END-IF
           ADD 1             TO WS-DATE-COUNT
           ADD WS-SIGNED-AMT TO WS-DATE-TOTAL
           ADD 1             TO WS-GRAND-COUNT
           ADD WS-SIGNED-AMT TO WS-GRAND-TOTAL

           IF FWD-POST-DATE <= WS-RUN-DATE
               MOVE "DUE" TO WS-DUE-FLAG
           ELSE
               MOVE SPACES TO WS-DUE-FLAG
           END-IF

           MOVE FWD-ACCT-ID TO WS-ACCT-NO-IN
           PERFORM MASK-ACCT-NO
           MOVE FWD-TRXN-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING FWD-POST-DATE " " FWD-TRXN-ID " "
                  WS-MASKED-ACCT-NO " " FWD-TRXN-TYPE " "
                  WS-AMT-ED " " FWD-CURRENCY " " FWD-CHANNEL " "
                  FWD-DESC " " FWD-CAPTURE-USER(1:19) " "
                  FWD-CAPTURE-DATE " " WS-DUE-FLAG
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-DATE-TOTAL.
           MOVE WS-DATE-COUNT TO WS-COUNT-ED
           MOVE WS-DATE-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DATE " WS-PREV-POST-DATE " ITEMS " WS-COUNT-ED
                  "  NET AMOUNT " WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE ZERO TO WS-DATE-COUNT
           MOVE ZERO TO WS-DATE-TOTAL.

       COPY "mask_acct_no.cpy".

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".
