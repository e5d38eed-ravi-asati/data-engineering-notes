       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-OD-EXCESS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO WS-BAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT OD-FACILITY-FILE ASSIGN TO WS-ODF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODF-ACCT-ID
               FILE STATUS IS WS-ODF-FILE-STATUS.

           SELECT OD-EXCESS-FILE ASSIGN TO WS-ODX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODX-KEY
               FILE STATUS IS WS-ODX-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       COPY "balance_master.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       FD  OD-FACILITY-FILE.
       COPY "od_facility.cpy".

       FD  OD-EXCESS-FILE.
       COPY "od_excess.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BAL-FILE-STATUS     PIC XX.
       01 WS-ACCT-FILE-STATUS    PIC XX.
       01 WS-ODF-FILE-STATUS     PIC XX.
       01 WS-ODX-FILE-STATUS     PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-BAL-PATH            PIC X(200).
       01 WS-ACCT-MASTER-PATH    PIC X(200).
       01 WS-ODF-PATH            PIC X(200).
       01 WS-ODX-PATH            PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-RUN-DATE            PIC 9(8).

       *> An account this many consecutive days beyond its facility is
       *> frozen -- LEDGER_OD_FREEZE_DAYS, unless arg 5 overrides it.
       01 WS-FREEZE-DAYS         PIC 9(3)    VALUE 30.
       01 WS-ENV-VALUE           PIC X(10).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".
       01 WS-ODF-ON-SW           PIC X(1)    VALUE "N".
           88 WS-ODF-ON                      VALUE "Y".
       01 WS-ACCT-FOUND-SW       PIC X(1)    VALUE "N".
           88 WS-ACCT-FOUND                  VALUE "Y".

       *> The bucket in hand
       01 WS-OD-LIMIT            PIC S9(7)V99 COMP-3.
       01 WS-EXCESS-AMT          PIC S9(11)V99 COMP-3.
       01 WS-FACILITY-STATE      PIC X(9).
       01 WS-FACILITY-EXPIRY     PIC 9(8).
       01 WS-EXCESS-DAYS         PIC 9(5).
       01 WS-STATE               PIC X(9).
       01 WS-ACCT-STATUS         PIC X(1).

       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-OVERDRAWN-COUNT     PIC 9(7)    VALUE ZERO.
       01 WS-EXCESS-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-FROZEN-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-CLEARED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-AGE-1-7             PIC 9(7)    VALUE ZERO.
       01 WS-AGE-8-30            PIC 9(7)    VALUE ZERO.
       01 WS-AGE-31-60           PIC 9(7)    VALUE ZERO.
       01 WS-AGE-OVER-60         PIC 9(7)    VALUE ZERO.

       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.
       01 WS-BAL-ED              PIC -(11)9.99.
       01 WS-LIMIT-ED            PIC -(7)9.99.
       01 WS-EXCESS-ED           PIC -(11)9.99.
       01 WS-DAYS-ED             PIC ZZZZ9.

       COPY "mask_acct_no_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "LEDGER-OD-EXCESS-REPORT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: BALANCE_MASTER -- after the night's balance posting
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-BAL-PATH

           *> Arg 2: ACCT_MASTER_FILE -- accounts are frozen here
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-ACCT-MASTER-PATH

           *> Arg 3: RUN_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 4: EXCESS_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           DISPLAY "LEDGER_OD_FREEZE_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-FREEZE-DAYS = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF

           *> Arg 5 (optional): FREEZE_DAYS
           IF WS-ARG-COUNT > 4
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-FREEZE-DAYS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = ZERO
               DISPLAY "ERROR: RUN_DATE " WS-RUN-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FREEZE-DAYS = ZERO
               DISPLAY "ERROR: FREEZE_DAYS must be at least 1"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-FILES

           MOVE SPACES TO WS-REPORT-LINE
           STRING "OVERDRAWN AND OVER-LIMIT ACCOUNTS AS AT " WS-RUN-DATE
                  "   (FREEZE AFTER " WS-FREEZE-DAYS " DAYS IN EXCESS)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE "ACCT-ID    CUR         BALANCE    OD-LIMIT          EXCESS FACILITY  EXPIRES   DAYS S STATE"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM EXAMINE-ONE-BUCKET UNTIL WS-EOF

           *> A bucket not seen in excess tonight has come back within
           *> its limit: its run of days ends.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO ODX-KEY
           START OD-EXCESS-FILE KEY >= ODX-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM SWEEP-ONE-EXCESS UNTIL WS-EOF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "OVERDRAWN " WS-OVERDRAWN-COUNT
                  "  IN EXCESS " WS-EXCESS-COUNT
                  "  FROZEN THIS RUN " WS-FROZEN-COUNT
                  "  BACK WITHIN LIMIT " WS-CLEARED-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCESS AGED 1-7 DAYS " WS-AGE-1-7
                  "  8-30 " WS-AGE-8-30
                  "  31-60 " WS-AGE-31-60
                  "  OVER 60 " WS-AGE-OVER-60
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           PERFORM CLOSE-AUDIT-LOG
           CLOSE REPORT-FILE
           CLOSE OD-EXCESS-FILE
           IF WS-ODF-ON
               CLOSE OD-FACILITY-FILE
           END-IF
           CLOSE ACCT-MASTER-FILE
           CLOSE BALANCE-FILE

           DISPLAY "Overdraft excess: " WS-READ-COUNT
               " bucket(s) examined, " WS-OVERDRAWN-COUNT
               " overdrawn, " WS-EXCESS-COUNT " over limit, "
               WS-FROZEN-COUNT " frozen -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)

           IF WS-FROZEN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_od_excess_report BALANCE_MASTER ACCT_MASTER_FILE RUN_DATE EXCESS_REPORT [FREEZE_DAYS]"
           DISPLAY "Lists every overdrawn currency bucket against the account's"
           DISPLAY "overdraft facility (LEDGER_OD_FACILITY, default"
           DISPLAY "./od_facility.dat), ages the ones beyond it by consecutive"
           DISPLAY "days (LEDGER_OD_EXCESS, default ./od_excess.dat) and freezes"
           DISPLAY "an open account past FREEZE_DAYS (default"
           DISPLAY "LEDGER_OD_FREEZE_DAYS, else 30). Run after ledger_balance_post."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_od_excess_report /data/balance_master.dat /data/acct_master.dat 20260915 /data/od_excess.20260915.rpt".

       OPEN-FILES.
           OPEN INPUT BALANCE-FILE
           IF WS-BAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-BAL-PATH
               DISPLAY "       FILE STATUS = " WS-BAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-ACCT-MASTER-PATH
               DISPLAY "       FILE STATUS = " WS-ACCT-FILE-STATUS
               CLOSE BALANCE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Same fallback the posting writer makes: no register yet,
           *> the account master's limit is the overdraft.
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
                   ") -- limits come from the account master"
           END-IF

           DISPLAY "LEDGER_OD_EXCESS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ODX-PATH FROM ENVIRONMENT-VALUE
           IF WS-ODX-PATH = SPACES
               MOVE "./od_excess.dat" TO WS-ODX-PATH
           END-IF
           OPEN I-O OD-EXCESS-FILE
           IF WS-ODX-FILE-STATUS = "35"
               OPEN OUTPUT OD-EXCESS-FILE
               CLOSE OD-EXCESS-FILE
               OPEN I-O OD-EXCESS-FILE
           END-IF
           IF WS-ODX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-ODX-PATH
               DISPLAY "       FILE STATUS = " WS-ODX-FILE-STATUS
               CLOSE ACCT-MASTER-FILE
               CLOSE BALANCE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE OD-EXCESS-FILE
               CLOSE ACCT-MASTER-FILE
               CLOSE BALANCE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-AUDIT-LOG
           MOVE WS-ACCT-MASTER-PATH TO WS-AUDIT-TARGET-PATH.

      *> =================================================================
      *> One currency bucket: only a balance below zero matters. Within
      *> the facility it is listed as overdrawn; beyond it the run of
      *> days in excess is carried on the excess tracker, and past the
      *> freeze point an open account is frozen.
      *> =================================================================
       EXAMINE-ONE-BUCKET.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-READ-COUNT
           IF BAL-CURRENT-BAL NOT < ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-BUCKET-LIMIT

           COMPUTE WS-EXCESS-AMT = ZERO - BAL-CURRENT-BAL - WS-OD-LIMIT
           IF WS-EXCESS-AMT > ZERO
               PERFORM AGE-ONE-EXCESS
           ELSE
               ADD 1 TO WS-OVERDRAWN-COUNT
               MOVE ZERO        TO WS-EXCESS-AMT
               MOVE ZERO        TO WS-EXCESS-DAYS
               MOVE "OVERDRAWN" TO WS-STATE
           END-IF

           PERFORM WRITE-BUCKET-LINE.

       FIND-BUCKET-LIMIT.
           MOVE ZERO     TO WS-OD-LIMIT
           MOVE ZERO     TO WS-FACILITY-EXPIRY
           MOVE SPACES   TO WS-ACCT-STATUS
           MOVE "N"      TO WS-ACCT-FOUND-SW

           MOVE BAL-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCT-FOUND TO TRUE
                   MOVE AM-ACCT-STATUS TO WS-ACCT-STATUS
           END-READ

           IF NOT WS-ODF-ON
               MOVE "MASTER" TO WS-FACILITY-STATE
               IF WS-ACCT-FOUND
                   MOVE AM-OVERDRAFT-LIMIT TO WS-OD-LIMIT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE BAL-ACCT-ID TO ODF-ACCT-ID
           READ OD-FACILITY-FILE
               INVALID KEY
                   MOVE "NONE" TO WS-FACILITY-STATE
                   EXIT PARAGRAPH
           END-READ

           MOVE ODF-EXPIRY-DATE TO WS-FACILITY-EXPIRY
           EVALUATE TRUE
               WHEN ODF-STATUS NOT = "A"
                   MOVE "CANCELLED" TO WS-FACILITY-STATE
               WHEN ODF-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "EXPIRED"   TO WS-FACILITY-STATE
               WHEN OTHER
                   MOVE "ACTIVE"    TO WS-FACILITY-STATE
                   MOVE ODF-LIMIT   TO WS-OD-LIMIT
           END-EVALUATE.

       AGE-ONE-EXCESS.
           ADD 1 TO WS-EXCESS-COUNT
           MOVE "EXCESS" TO WS-STATE

           MOVE BAL-ACCT-ID  TO ODX-ACCT-ID
           MOVE BAL-CURRENCY TO ODX-CURRENCY
           READ OD-EXCESS-FILE
               INVALID KEY
                   MOVE WS-RUN-DATE TO ODX-FIRST-DATE
                   MOVE WS-RUN-DATE TO ODX-LAST-DATE
                   MOVE ZERO        TO ODX-FROZEN-DATE
                   WRITE OD-EXCESS-REC
               NOT INVALID KEY
                   MOVE WS-RUN-DATE TO ODX-LAST-DATE
                   REWRITE OD-EXCESS-REC
           END-READ

           COMPUTE WS-EXCESS-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(ODX-FIRST-DATE) + 1

           EVALUATE TRUE
               WHEN WS-EXCESS-DAYS <= 7
                   ADD 1 TO WS-AGE-1-7
               WHEN WS-EXCESS-DAYS <= 30
                   ADD 1 TO WS-AGE-8-30
               WHEN WS-EXCESS-DAYS <= 60
                   ADD 1 TO WS-AGE-31-60
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-60
           END-EVALUATE

           IF WS-ACCT-STATUS = "F"
               MOVE "FROZEN" TO WS-STATE
           END-IF

           IF WS-EXCESS-DAYS > WS-FREEZE-DAYS AND WS-ACCT-STATUS = "O"
               PERFORM FREEZE-ONE-ACCOUNT
           END-IF.

      *> -----------------------------------------------------------------
      *> Past the freeze point: the account goes to 'F' with the reason
      *> on the audit trail. Only an open account is frozen -- one on
      *> screening hold or in closure is already stopped -- and it
      *> stays frozen until an operator REOPENs it through
      *> ACCT-MASTER-MAINT.
      *> -----------------------------------------------------------------
       FREEZE-ONE-ACCOUNT.
           MOVE "F" TO AM-ACCT-STATUS
           REWRITE ACCT-MASTER-REC
           MOVE "F" TO WS-ACCT-STATUS

           MOVE WS-RUN-DATE TO ODX-FROZEN-DATE
           REWRITE OD-EXCESS-REC

           ADD 1 TO WS-FROZEN-COUNT
           MOVE "FROZEN" TO WS-STATE

           MOVE WS-EXCESS-AMT  TO WS-EXCESS-ED
           MOVE WS-EXCESS-DAYS TO WS-DAYS-ED
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "FREEZE " BAL-ACCT-ID " O>F " BAL-CURRENCY
                  " OVER LIMIT BY " FUNCTION TRIM(WS-EXCESS-ED) " FOR "
                  FUNCTION TRIM(WS-DAYS-ED) " DAYS, FACILITY "
                  FUNCTION TRIM(WS-FACILITY-STATE)
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD.

       WRITE-BUCKET-LINE.
           MOVE BAL-ACCT-ID TO WS-ACCT-NO-IN
           PERFORM MASK-ACCT-NO
           MOVE BAL-CURRENT-BAL TO WS-BAL-ED
           MOVE WS-OD-LIMIT     TO WS-LIMIT-ED
           MOVE WS-EXCESS-AMT   TO WS-EXCESS-ED
           MOVE WS-EXCESS-DAYS  TO WS-DAYS-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-MASKED-ACCT-NO(1:10) " " BAL-CURRENCY " "
                  WS-BAL-ED " " WS-LIMIT-ED " " WS-EXCESS-ED " "
                  WS-FACILITY-STATE " " WS-FACILITY-EXPIRY " "
                  WS-DAYS-ED " " WS-ACCT-STATUS " " WS-STATE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       SWEEP-ONE-EXCESS.
           READ OD-EXCESS-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ODX-LAST-DATE < WS-RUN-DATE
                       DELETE OD-EXCESS-FILE
                       ADD 1 TO WS-CLEARED-COUNT
                   END-IF
           END-READ.

       COPY "mask_acct_no.cpy".

       COPY "audit_log.cpy".
