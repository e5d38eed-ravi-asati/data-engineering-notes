       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ARREARS.

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

           SELECT MAP-FILE ASSIGN TO WS-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT REJ-FILE ASSIGN TO WS-REJ-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY "loan_master.cpy".

       FD  SCHED-FILE.
       COPY "loan_schedule.cpy".

       *> TRXN_ID|LOAN_ID|INST_NO lines the scheduler wrote beside its
       *> control file.
       FD  MAP-FILE.
       01  MAP-REC                PIC X(30).

       FD  REJ-FILE.
       COPY "ledger_trxn_reject.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-FILE-STATUS    PIC XX.
       01 WS-SCHED-FILE-STATUS   PIC XX.
       01 WS-MAP-FILE-STATUS     PIC XX.
       01 WS-REJ-FILE-STATUS     PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-LOAN-PATH           PIC X(200).
       01 WS-SCHED-PATH          PIC X(200).
       01 WS-MAP-PATH            PIC X(200).
       01 WS-REJ-PATH            PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-RUN-DATE            PIC 9(8).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".
       01 WS-SCHED-EOF-SW        PIC X(1)    VALUE "N".
           88 WS-SCHED-EOF                   VALUE "Y".
       01 WS-FOUND-SW            PIC X(1)    VALUE "N".
           88 WS-FOUND                       VALUE "Y".

       *> The batch's rejected TRXN-IDs and why.
       01 WS-REJ-TBL-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-REJ-MAX             PIC 9(5)    VALUE 10000.
       01 WS-REJ-TABLE.
           05 WS-REJ-ENTRY OCCURS 10000 TIMES.
              10 WS-R-TRXN-ID    PIC X(10).
              10 WS-R-REASON     PIC X(4).
       01 WS-REJ-IDX             PIC 9(5).

       *> One map line
       01 WS-MAP-TRXN-TXT        PIC X(15).
       01 WS-MAP-LOAN-TXT        PIC X(15).
       01 WS-MAP-INST-TXT        PIC X(5).
       01 WS-MAP-TRXN-ID         PIC X(10).
       01 WS-MISS-REASON         PIC X(4).

       *> Arrears ageing for one loan
       01 WS-ARR-AMT             PIC S9(9)V99 COMP-3.
       01 WS-ARR-COUNT           PIC 9(3).
       01 WS-ARR-OLDEST          PIC 9(8).
       01 WS-ARR-DAYS            PIC 9(5).

       01 WS-MAP-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-PAID-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-MISSED-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-STALE-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-PAIDOFF-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-LOAN-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-BKT-01-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-BKT-30-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-BKT-60-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-BKT-90-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.
       01 WS-AMT-ED              PIC -(9).99.
       01 WS-AMT2-ED             PIC -(9).99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 6
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

           *> Arg 3: MAP_FILE -- <control>.map from LOAN-INSTALL-SCHED
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-MAP-PATH

           *> Arg 4: REJ_FILE -- the batch run's .rej output
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REJ-PATH

           *> Arg 5: RUN_DATE (YYYYMMDD) of the batch, and the date
           *> arrears are aged to
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 6: ARREARS_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           PERFORM LOAD-REJECTS

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

           OPEN INPUT MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-MAP-PATH
               DISPLAY "       FILE STATUS = " WS-MAP-FILE-STATUS
               CLOSE LOAN-FILE
               CLOSE SCHED-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE LOAN-FILE
               CLOSE SCHED-FILE
               CLOSE MAP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOAN INSTALLMENTS MISSED IN THE " WS-RUN-DATE
                  " BATCH"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "LOAN-ID    NO  DUE-DATE   ACCT-ID     INSTALLMENT TRXN-ID    MISSES REASON"
               TO REPORT-REC
           WRITE REPORT-REC

           MOVE "N" TO WS-EOF-SW
           PERFORM SETTLE-ONE-MAP-LINE UNTIL WS-EOF
           CLOSE MAP-FILE

           *> Every active loan is re-aged, not only those billed
           *> tonight -- an arrears case moves from 30 to 60 days with
           *> no batch line of its own.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOANS IN ARREARS AS AT " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "LOAN-ID    ACCT-ID    CUR      ARREARS MISSED OLDEST    DAYS BK REASON"
               TO REPORT-REC
           WRITE REPORT-REC

           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO LN-LOAN-ID
           START LOAN-FILE KEY IS >= LN-LOAN-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM AGE-ONE-LOAN UNTIL WS-EOF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BILLED " WS-MAP-COUNT "  PAID " WS-PAID-COUNT
                  "  MISSED " WS-MISSED-COUNT
                  "  PAID OFF " WS-PAIDOFF-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARREARS  1-29 DAYS " WS-BKT-01-COUNT
                  "  30-59 " WS-BKT-30-COUNT
                  "  60-89 " WS-BKT-60-COUNT
                  "  90+ " WS-BKT-90-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           CLOSE REPORT-FILE
           CLOSE SCHED-FILE
           CLOSE LOAN-FILE

           DISPLAY "Loan arrears complete: " WS-MAP-COUNT
               " installment(s) settled -- " WS-PAID-COUNT " paid, "
               WS-MISSED-COUNT " missed; " WS-LOAN-COUNT
               " active loan(s) aged -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)
           IF WS-STALE-COUNT > ZERO
               DISPLAY "NOTE: " WS-STALE-COUNT " map line(s) no longer "
                   "matched a billed installment and were skipped"
           END-IF
           IF WS-BKT-90-COUNT > ZERO
               DISPLAY "WARNING: " WS-BKT-90-COUNT " loan(s) 90 days "
                   "or more in arrears"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./loan_arrears LOAN_FILE SCHED_FILE MAP_FILE REJ_FILE RUN_DATE ARREARS_REPORT"
           DISPLAY "Example:"
           DISPLAY "  ./loan_arrears /data/loan_master.dat /data/loan_schedule.dat /data/loans.ctl.map /data/transactions.dat.rej 20260905 /data/loan_arrears.20260905.rpt".

       LOAD-REJECTS.
           OPEN INPUT REJ-FILE
           IF WS-REJ-FILE-STATUS NOT = "00"
               *> No reject file means every line posted.
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM LOAD-ONE-REJECT UNTIL WS-EOF
           CLOSE REJ-FILE.

       LOAD-ONE-REJECT.
           READ REJ-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-REJ-TBL-COUNT >= WS-REJ-MAX
                       DISPLAY "ERROR: more than " WS-REJ-MAX
                           " rejects in " FUNCTION TRIM(WS-REJ-PATH)
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REJ-TBL-COUNT
                   MOVE REJ-TRXN-ID     TO WS-R-TRXN-ID(WS-REJ-TBL-COUNT)
                   MOVE REJ-REASON-CODE TO WS-R-REASON(WS-REJ-TBL-COUNT)
           END-READ.

      *> =================================================================
      *> One billed installment: rejected in the batch means missed --
      *> it stays on the schedule and goes out again tomorrow; not
      *> rejected means it posted, and its principal comes off the loan.
      *> =================================================================
       SETTLE-ONE-MAP-LINE.
           READ MAP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF MAP-REC NOT = SPACES
                       PERFORM SETTLE-ONE-INSTALLMENT
                   END-IF
           END-READ.

       SETTLE-ONE-INSTALLMENT.
           MOVE SPACES TO WS-MAP-TRXN-TXT
           MOVE SPACES TO WS-MAP-LOAN-TXT
           MOVE SPACES TO WS-MAP-INST-TXT
           UNSTRING MAP-REC DELIMITED BY "|"
               INTO WS-MAP-TRXN-TXT
                    WS-MAP-LOAN-TXT
                    WS-MAP-INST-TXT
           END-UNSTRING
           MOVE WS-MAP-TRXN-TXT(1:10) TO WS-MAP-TRXN-ID

           MOVE WS-MAP-LOAN-TXT(1:10) TO LS-LOAN-ID
           COMPUTE LS-INST-NO =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-MAP-INST-TXT))
           READ SCHED-FILE
               INVALID KEY
                   ADD 1 TO WS-STALE-COUNT
                   EXIT PARAGRAPH
           END-READ
           *> Settled once already (a map replayed), or billed again
           *> since under another TRXN-ID -- leave it alone.
           IF LS-STATUS NOT = "B" OR LS-TRXN-ID NOT = WS-MAP-TRXN-ID
               ADD 1 TO WS-STALE-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE LS-LOAN-ID TO LN-LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "WARNING: loan " LS-LOAN-ID
                       " from the map is no longer on file"
                   ADD 1 TO WS-STALE-COUNT
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-MAP-COUNT

           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-ONE-REJECT
               VARYING WS-REJ-IDX FROM 1 BY 1
               UNTIL WS-REJ-IDX > WS-REJ-TBL-COUNT OR WS-FOUND

           IF WS-FOUND
               MOVE "M"            TO LS-STATUS
               ADD 1               TO LS-MISS-COUNT
               MOVE WS-MISS-REASON TO LS-FAIL-REASON
               MOVE WS-MISS-REASON TO LN-FAIL-REASON
               ADD 1 TO WS-MISSED-COUNT
               PERFORM WRITE-ONE-MISSED-LINE
           ELSE
               MOVE "P"         TO LS-STATUS
               MOVE WS-RUN-DATE TO LS-PAID-DATE
               SUBTRACT LS-PRINCIPAL-AMT FROM LN-OUTSTANDING
               ADD 1 TO LN-PAID-COUNT
               ADD 1 TO WS-PAID-COUNT
               IF LN-PAID-COUNT >= LN-TERM-MONTHS
                   MOVE "P"  TO LN-STATUS
                   MOVE ZERO TO LN-OUTSTANDING
                   ADD 1 TO WS-PAIDOFF-COUNT
               END-IF
           END-IF

           REWRITE LOAN-SCHED-REC
           REWRITE LOAN-MASTER-REC.

       MATCH-ONE-REJECT.
           IF WS-R-TRXN-ID(WS-REJ-IDX) = WS-MAP-TRXN-ID
               MOVE WS-R-REASON(WS-REJ-IDX) TO WS-MISS-REASON
               SET WS-FOUND TO TRUE
           END-IF.

       WRITE-ONE-MISSED-LINE.
           MOVE LS-INST-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING LS-LOAN-ID " " LS-INST-NO " " LS-DUE-DATE " "
                  LN-ACCT-ID " " WS-AMT-ED " " LS-TRXN-ID " "
                  LS-MISS-COUNT "    " LS-FAIL-REASON
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> =================================================================
      *> Age one loan: total its missed installments, find the oldest
      *> due date among them, and bucket the loan on days past due --
      *> 1-29, 30-59, 60-89, 90 and over.
      *> =================================================================
       AGE-ONE-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LN-STATUS = "A"
                       ADD 1 TO WS-LOAN-COUNT
                       PERFORM TOTAL-LOAN-ARREARS
                       PERFORM SET-ARREARS-BUCKET
                       REWRITE LOAN-MASTER-REC
                       IF LN-ARREARS-BUCKET NOT = "CU"
                           PERFORM WRITE-ONE-ARREARS-LINE
                       END-IF
                   END-IF
           END-READ.

       TOTAL-LOAN-ARREARS.
           MOVE ZERO TO WS-ARR-AMT
           MOVE ZERO TO WS-ARR-COUNT
           MOVE ZERO TO WS-ARR-OLDEST
           MOVE "N" TO WS-SCHED-EOF-SW
           MOVE LN-LOAN-ID TO LS-LOAN-ID
           MOVE ZERO       TO LS-INST-NO
           START SCHED-FILE KEY IS >= LS-KEY
               INVALID KEY
                   SET WS-SCHED-EOF TO TRUE
           END-START
           PERFORM TOTAL-ONE-INSTALLMENT UNTIL WS-SCHED-EOF

           MOVE WS-ARR-AMT    TO LN-ARREARS-AMT
           MOVE WS-ARR-COUNT  TO LN-MISSED-COUNT
           MOVE WS-ARR-OLDEST TO LN-OLDEST-MISSED.

       TOTAL-ONE-INSTALLMENT.
           READ SCHED-FILE NEXT RECORD
               AT END
                   SET WS-SCHED-EOF TO TRUE
               NOT AT END
                   IF LS-LOAN-ID NOT = LN-LOAN-ID
                       OR LS-DUE-DATE > WS-RUN-DATE
                       SET WS-SCHED-EOF TO TRUE
                   ELSE
                       IF LS-STATUS = "M"
                           ADD LS-INST-AMT TO WS-ARR-AMT
                           ADD 1 TO WS-ARR-COUNT
                           IF WS-ARR-OLDEST = ZERO
                               MOVE LS-DUE-DATE TO WS-ARR-OLDEST
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       SET-ARREARS-BUCKET.
           IF WS-ARR-COUNT = ZERO
               MOVE "CU" TO LN-ARREARS-BUCKET
               MOVE ZERO TO WS-ARR-DAYS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ARR-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-ARR-OLDEST)
           EVALUATE TRUE
               WHEN WS-ARR-DAYS >= 90
                   MOVE "90" TO LN-ARREARS-BUCKET
                   ADD 1 TO WS-BKT-90-COUNT
               WHEN WS-ARR-DAYS >= 60
                   MOVE "60" TO LN-ARREARS-BUCKET
                   ADD 1 TO WS-BKT-60-COUNT
               WHEN WS-ARR-DAYS >= 30
                   MOVE "30" TO LN-ARREARS-BUCKET
                   ADD 1 TO WS-BKT-30-COUNT
               WHEN OTHER
                   MOVE "01" TO LN-ARREARS-BUCKET
                   ADD 1 TO WS-BKT-01-COUNT
           END-EVALUATE.

       WRITE-ONE-ARREARS-LINE.
           MOVE LN-ARREARS-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING LN-LOAN-ID " " LN-ACCT-ID " " LN-CURRENCY " "
                  WS-AMT-ED "    " LN-MISSED-COUNT " "
                  LN-OLDEST-MISSED " " WS-ARR-DAYS " "
                  LN-ARREARS-BUCKET " " LN-FAIL-REASON
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.
