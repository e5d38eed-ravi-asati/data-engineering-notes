       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-INSTALL-SCHED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO WS-LOAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT SCHED-FILE ASSIGN TO WS-SCHED-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT MAP-FILE ASSIGN TO WS-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY "loan_master.cpy".

       FD  SCHED-FILE.
       COPY "loan_schedule.cpy".

       *> Pipe-delimited lines in exactly the shape LEDGER-TRXN-WRITER's
       *> BATCH-MODE PARSE-BATCH-LINE expects -- the same shape
       *> STANDING-ORDER-SCHED writes.
       FD  CONTROL-FILE.
       01  CONTROL-REC            PIC X(300).

       *> TRXN_ID|LOAN_ID|INST_NO lines beside the control file, so
       *> LOAN-ARREARS can trace each batch line back to the
       *> installment that generated it.
       FD  MAP-FILE.
       01  MAP-REC                PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-FILE-STATUS    PIC XX.
       01 WS-SCHED-FILE-STATUS   PIC XX.
       01 WS-CONTROL-FILE-STATUS PIC XX.
       01 WS-MAP-FILE-STATUS     PIC XX.
       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(200).
       01 WS-LOAN-PATH           PIC X(200).
       01 WS-SCHED-PATH          PIC X(200).
       01 WS-CONTROL-PATH        PIC X(200).
       01 WS-MAP-PATH            PIC X(210)  VALUE SPACES.
       01 WS-MAP-LINE            PIC X(30).
       01 WS-CHANNEL             PIC X(3)    VALUE "BAT".

       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-TIME            PIC X(6).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".
       01 WS-SCHED-EOF-SW        PIC X(1)    VALUE "N".
           88 WS-SCHED-EOF                   VALUE "Y".
       01 WS-LOAN-CHANGED-SW     PIC X(1)    VALUE "N".
           88 WS-LOAN-CHANGED                VALUE "Y".

       01 WS-LOAN-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-DUE-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-REBILL-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-UNSETTLED-COUNT     PIC 9(7)    VALUE ZERO.

       *> Generated TRXN-IDs: "LN" + MMDD of the run date + a 4-digit
       *> sequence -- unique within the day's control file, and the
       *> writer's own duplicate check is still behind it.
       01 WS-TRXN-SEQ            PIC 9(4)    VALUE ZERO.
       01 WS-GEN-TRXN-ID.
           05 FILLER             PIC X(2)    VALUE "LN".
           05 WS-GEN-MMDD        PIC X(4).
           05 WS-GEN-SEQ         PIC 9(4).

       01 WS-GEN-DESC            PIC X(20).
       01 WS-AMT-ED              PIC -(9).99.
       01 WS-CONTROL-LINE        PIC X(300)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: LOAN_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-LOAN-PATH

           *> Arg 2: SCHED_FILE -- the amortization schedule
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-SCHED-PATH

           *> Arg 3: RUN_DATE (YYYYMMDD), the business day being built
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 4: CONTROL_FILE -- the BATCH-MODE input being generated
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-CONTROL-PATH

           *> Arg 5 (optional): CHANNEL the installments post under,
           *> default BAT
           IF WS-ARG-COUNT >= 5
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CHANNEL
           END-IF

           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE(5:4) TO WS-GEN-MMDD

           OPEN I-O LOAN-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-LOAN-PATH
               DISPLAY "       FILE STATUS = " WS-LOAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SCHED-FILE
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-SCHED-PATH
               DISPLAY "       FILE STATUS = " WS-SCHED-FILE-STATUS
               CLOSE LOAN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-CONTROL-PATH
               DISPLAY "       FILE STATUS = " WS-CONTROL-FILE-STATUS
               CLOSE LOAN-FILE
               CLOSE SCHED-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING FUNCTION TRIM(WS-CONTROL-PATH) DELIMITED BY SIZE
                  ".map"                         DELIMITED BY SIZE
               INTO WS-MAP-PATH
           END-STRING
           OPEN OUTPUT MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-MAP-PATH
               DISPLAY "       FILE STATUS = " WS-MAP-FILE-STATUS
               CLOSE LOAN-FILE
               CLOSE SCHED-FILE
               CLOSE CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROCESS-ONE-LOAN UNTIL WS-EOF

           CLOSE LOAN-FILE
           CLOSE SCHED-FILE
           CLOSE CONTROL-FILE
           CLOSE MAP-FILE

           IF WS-UNSETTLED-COUNT > ZERO
               DISPLAY "WARNING: " WS-UNSETTLED-COUNT " installment(s) "
                   "still billed from an earlier run -- run "
                   "LOAN-ARREARS for that batch before they go out again"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Loan scheduler complete: " WS-LOAN-COUNT
               " active loan(s) examined, " WS-DUE-COUNT
               " installment(s) due on " WS-RUN-DATE " (" WS-REBILL-COUNT
               " re-billed after a miss) written to " WS-CONTROL-PATH

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./loan_install_sched LOAN_FILE SCHED_FILE RUN_DATE CONTROL_FILE [CHANNEL]"
           DISPLAY "Example:"
           DISPLAY "  ./loan_install_sched /data/loan_master.dat /data/loan_schedule.dat 20260905 /data/loans.ctl"
           DISPLAY "  (then: ./ledger_trxn_writer_args BATCH /data/loans.ctl /data/transactions.dat"
           DISPLAY "   and:  ./loan_arrears ... /data/loans.ctl.map /data/transactions.dat.rej ...)".

       PROCESS-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LN-STATUS = "A"
                       ADD 1 TO WS-LOAN-COUNT
                       PERFORM BILL-LOAN-INSTALLMENTS
                   END-IF
           END-READ.

      *> =================================================================
      *> Walk one loan's schedule: every installment due by the run date
      *> that is still scheduled goes out, and so does every missed one
      *> -- a missed installment is billed again each night until it
      *> posts, while LOAN-ARREARS ages it from its original due date.
      *> =================================================================
       BILL-LOAN-INSTALLMENTS.
           MOVE "N" TO WS-LOAN-CHANGED-SW
           MOVE "N" TO WS-SCHED-EOF-SW
           MOVE LN-LOAN-ID TO LS-LOAN-ID
           MOVE ZERO       TO LS-INST-NO
           START SCHED-FILE KEY IS >= LS-KEY
               INVALID KEY
                   SET WS-SCHED-EOF TO TRUE
           END-START
           PERFORM EXAMINE-ONE-INSTALLMENT UNTIL WS-SCHED-EOF

           IF WS-LOAN-CHANGED
               REWRITE LOAN-MASTER-REC
           END-IF.

       EXAMINE-ONE-INSTALLMENT.
           READ SCHED-FILE NEXT RECORD
               AT END
                   SET WS-SCHED-EOF TO TRUE
               NOT AT END
                   IF LS-LOAN-ID NOT = LN-LOAN-ID
                       OR LS-DUE-DATE > WS-RUN-DATE
                       SET WS-SCHED-EOF TO TRUE
                   ELSE
                       EVALUATE LS-STATUS
                           WHEN "S"
                               PERFORM GENERATE-ONE-POSTING
                           WHEN "M"
                               ADD 1 TO WS-REBILL-COUNT
                               PERFORM GENERATE-ONE-POSTING
                           WHEN "B"
                               ADD 1 TO WS-UNSETTLED-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       GENERATE-ONE-POSTING.
           ADD 1 TO WS-TRXN-SEQ
           MOVE WS-TRXN-SEQ TO WS-GEN-SEQ
           ADD 1 TO WS-DUE-COUNT

           MOVE LS-INST-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-GEN-DESC
           STRING "LOAN " LN-LOAN-ID " " LS-INST-NO
               DELIMITED BY SIZE
               INTO WS-GEN-DESC
           END-STRING

           MOVE SPACES TO WS-CONTROL-LINE
           STRING WS-GEN-TRXN-ID                 DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  LN-ACCT-ID                     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-ED)       DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  "D"                            DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIME                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-RUN-TIME                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  LN-CURRENCY                    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-CHANNEL                     DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  WS-GEN-DESC                    DELIMITED BY SIZE
               INTO WS-CONTROL-LINE
           END-STRING

           MOVE WS-CONTROL-LINE TO CONTROL-REC
           WRITE CONTROL-REC

           MOVE SPACES TO WS-MAP-LINE
           STRING WS-GEN-TRXN-ID DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  LN-LOAN-ID     DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  LS-INST-NO     DELIMITED BY SIZE
               INTO WS-MAP-LINE
           END-STRING
           MOVE WS-MAP-LINE TO MAP-REC
           WRITE MAP-REC

           MOVE "B"            TO LS-STATUS
           MOVE WS-GEN-TRXN-ID TO LS-TRXN-ID
           MOVE WS-RUN-DATE    TO LS-BILLED-DATE
           REWRITE LOAN-SCHED-REC

           IF LS-DUE-DATE > LN-LAST-DUE-DATE
               MOVE LS-DUE-DATE TO LN-LAST-DUE-DATE
               SET WS-LOAN-CHANGED TO TRUE
           END-IF.
