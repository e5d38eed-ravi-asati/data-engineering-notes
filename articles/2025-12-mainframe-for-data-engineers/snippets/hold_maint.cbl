       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           COPY "acct_check_digit_select.cpy".

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY "funds_hold.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       COPY "acct_check_digit_fd.cpy".

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-ARG-COUNT        PIC 9(4).
       01 WS-ARG-VALUE        PIC X(200).
       01 WS-FILE-PATH        PIC X(200).
       01 WS-ACCT-MASTER-PATH PIC X(200).
       01 WS-ACCT-FILE-STATUS PIC XX.

       01 WS-COMMAND          PIC X(8).
       01 WS-ACCT-ID          PIC X(10).
       01 WS-CURR             PIC X(3).
       01 WS-HOLD-ID          PIC X(10).
       01 WS-AMT-TXT          PIC X(20).
       01 WS-TODAY-DATE       PIC X(8).

       01 WS-EOF-SW           PIC X(1)    VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01 WS-LIST-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-ACTIVE-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-AMT-ED           PIC -(9).99.
       01 WS-TOTAL-ED         PIC -(11).99.

       COPY "acct_check_digit_ws.cpy".

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "HOLD-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Sign-on first: reads need inquiry rights, placing and
           *> releasing a hold the posting role -- releasing a legal
           *> order additionally needs a supervisor, checked once the
           *> hold itself has been read.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: HOLD_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 2: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           IF WS-COMMAND = "LIST    " OR WS-COMMAND = "SHOW    "
               MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
           ELSE
               MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
           END-IF
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           EVALUATE WS-COMMAND
               WHEN "PLACE   "
                   PERFORM PLACE-HOLD
               WHEN "RELEASE "
                   PERFORM RELEASE-HOLD
               WHEN "SHOW    "
                   PERFORM SHOW-ACCOUNT-HOLDS
               WHEN "LIST    "
                   PERFORM LIST-HOLDS
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./hold_maint HOLD_FILE PLACE ACCT_ID CURR HOLD_ID AMOUNT REASON EXPIRY_DATE [REASON_TEXT]"
           DISPLAY "  ./hold_maint HOLD_FILE RELEASE ACCT_ID CURR HOLD_ID"
           DISPLAY "  ./hold_maint HOLD_FILE SHOW ACCT_ID"
           DISPLAY "  ./hold_maint HOLD_FILE LIST"
           DISPLAY "Where REASON = A (card pre-auth), C (cheque in clearing), L (legal order), O (other)"
           DISPLAY "      EXPIRY_DATE is ignored for L -- a legal order never lapses on its own"
           DISPLAY "Example:"
           DISPLAY "  ./hold_maint /data/funds_hold.dat PLACE ACCT123456 INR PA00000001 2500.00 A 20260905 ""POS PRE-AUTH"""
           DISPLAY "  ./hold_maint /data/funds_hold.dat PLACE ACCT123456 INR GARN000001 90000.00 L 0 ""COURT ORDER 44/2026""".

      *> =================================================================
      *> PLACE -- earmark AMOUNT on the account's currency bucket. The
      *> writer subtracts every active, unexpired hold from available
      *> funds from the next posting on.
      *> =================================================================
       PLACE-HOLD.
           IF WS-ARG-COUNT < 8
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID; Arg 4: CURR; Arg 5: HOLD_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CURR
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-HOLD-ID

           PERFORM CHECK-HOLD-ACCOUNT

           PERFORM SAFE-OPEN-HOLD-FILE-IO

           MOVE WS-ACCT-ID TO HLD-ACCT-ID
           MOVE WS-CURR    TO HLD-CURRENCY
           MOVE WS-HOLD-ID TO HLD-HOLD-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: hold " WS-HOLD-ID " already exists on "
                       WS-ACCT-ID " " WS-CURR
                   CLOSE HOLD-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           INITIALIZE FUNDS-HOLD-REC
           MOVE WS-ACCT-ID TO HLD-ACCT-ID
           MOVE WS-CURR    TO HLD-CURRENCY
           MOVE WS-HOLD-ID TO HLD-HOLD-ID

           *> Arg 6: AMOUNT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-AMT-TXT
           COMPUTE HLD-AMT = FUNCTION NUMVAL(WS-AMT-TXT)

           *> Arg 7: REASON
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1)) TO HLD-REASON

           *> Arg 8: EXPIRY_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE HLD-EXPIRY-DATE =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))

           *> Arg 9 (optional): REASON_TEXT
           MOVE SPACES TO HLD-REASON-TEXT
           IF WS-ARG-COUNT > 8
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:30) TO HLD-REASON-TEXT
           END-IF

           IF HLD-REASON NOT = "A" AND HLD-REASON NOT = "C"
               AND HLD-REASON NOT = "L" AND HLD-REASON NOT = "O"
               DISPLAY "ERROR: REASON must be A, C, L or O, got "
                   HLD-REASON
               CLOSE HOLD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF HLD-AMT NOT > ZERO
               DISPLAY "ERROR: AMOUNT must be greater than zero"
               CLOSE HOLD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF HLD-REASON = "L"
               MOVE ZERO TO HLD-EXPIRY-DATE
           ELSE
               IF HLD-EXPIRY-DATE < FUNCTION NUMVAL(WS-TODAY-DATE)
                   DISPLAY "ERROR: EXPIRY_DATE " HLD-EXPIRY-DATE
                       " is missing or already past"
                   CLOSE HOLD-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE "A"              TO HLD-STATUS
           MOVE WS-OPSGN-OPER-ID TO HLD-PLACED-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO HLD-PLACED-DATE
           MOVE SPACES           TO HLD-RELEASED-BY
           MOVE ZERO             TO HLD-RELEASED-DATE
           WRITE FUNDS-HOLD-REC

           CLOSE HOLD-FILE

           PERFORM AUDIT-ONE-CHANGE

           MOVE HLD-AMT TO WS-AMT-ED
           DISPLAY "Placed hold " WS-HOLD-ID " on " WS-ACCT-ID " "
               WS-CURR " for " FUNCTION TRIM(WS-AMT-ED)
               " (reason " HLD-REASON ", expires " HLD-EXPIRY-DATE ")".

      *> -----------------------------------------------------------------
      *> A hold earmarks funds the writer will then refuse to spend, so
      *> it is placed only on a number that passes the check digit and
      *> an open account. Without the account master the hold still
      *> goes on, as the writer still posts -- with a warning.
      *> -----------------------------------------------------------------
       CHECK-HOLD-ACCOUNT.
           PERFORM OPEN-ACCT-GRANDFATHER
           MOVE WS-ACCT-ID TO WS-ACKD-ACCT-ID
           PERFORM CHECK-ACCT-CHECK-DIGIT
           PERFORM CLOSE-ACCT-GRANDFATHER
           IF NOT WS-ACKD-OK
               DISPLAY "ERROR: (ACKD) " FUNCTION TRIM(WS-ACKD-REASON)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "LEDGER_ACCT_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACCT-MASTER-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACCT-MASTER-PATH = SPACES
               MOVE "./acct_master.dat" TO WS-ACCT-MASTER-PATH
           END-IF
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: account master "
                   FUNCTION TRIM(WS-ACCT-MASTER-PATH)
                   " not available (FILE STATUS " WS-ACCT-FILE-STATUS
                   ") -- account status not checked"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: (ACCT) ACCT-ID " WS-ACCT-ID
                       " is not on the account master"
                   CLOSE ACCT-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF AM-ACCT-STATUS NOT = "O"
               DISPLAY "ERROR: (STAT) ACCT-ID " WS-ACCT-ID
                   " status is " AM-ACCT-STATUS
                   ", account is not open"
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ACCT-MASTER-FILE.

      *> =================================================================
      *> RELEASE -- the hold stays on file as 'R' for the audit trail;
      *> only its effect on available funds ends.
      *> =================================================================
       RELEASE-HOLD.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID; Arg 4: CURR; Arg 5: HOLD_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CURR
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-HOLD-ID

           OPEN I-O HOLD-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-ACCT-ID TO HLD-ACCT-ID
           MOVE WS-CURR    TO HLD-CURRENCY
           MOVE WS-HOLD-ID TO HLD-HOLD-ID
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "ERROR: hold " WS-HOLD-ID " not found on "
                       WS-ACCT-ID " " WS-CURR
                   CLOSE HOLD-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF HLD-STATUS NOT = "A"
               DISPLAY "ERROR: hold " WS-HOLD-ID " is not active (status "
                   HLD-STATUS ")"
               CLOSE HOLD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> A court or garnishment order comes off only on a
           *> supervisor's say-so.
           IF HLD-REASON = "L"
               MOVE "S" TO WS-OPSGN-REQUIRED-ROLE
               PERFORM CHECK-OPERATOR-ROLE
               IF NOT WS-OPSGN-ALLOWED
                   DISPLAY "ERROR: hold " WS-HOLD-ID " is a legal order"
                       " -- release needs a supervisor"
                   CLOSE HOLD-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE "R"              TO HLD-STATUS
           MOVE WS-OPSGN-OPER-ID TO HLD-RELEASED-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO HLD-RELEASED-DATE
           REWRITE FUNDS-HOLD-REC

           CLOSE HOLD-FILE

           PERFORM AUDIT-ONE-CHANGE

           DISPLAY "Released hold " WS-HOLD-ID " on " WS-ACCT-ID " "
               WS-CURR.

      *> =================================================================
      *> SHOW -- every hold on one account, all currencies, with the
      *> active total the writer is currently ring-fencing.
      *> =================================================================
       SHOW-ACCOUNT-HOLDS.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID

           PERFORM OPEN-HOLD-FILE-INPUT

           PERFORM DISPLAY-HOLD-HEADING

           MOVE WS-ACCT-ID TO HLD-ACCT-ID
           MOVE LOW-VALUES TO HLD-CURRENCY
           MOVE LOW-VALUES TO HLD-HOLD-ID
           START HOLD-FILE KEY >= HLD-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM SHOW-ONE-HOLD UNTIL WS-EOF

           CLOSE HOLD-FILE

           MOVE WS-ACTIVE-TOTAL TO WS-TOTAL-ED
           DISPLAY WS-LIST-COUNT " hold(s) on " WS-ACCT-ID
               ", active total " FUNCTION TRIM(WS-TOTAL-ED).

       SHOW-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HLD-ACCT-ID NOT = WS-ACCT-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       PERFORM DISPLAY-ONE-HOLD
                   END-IF
           END-READ.

       LIST-HOLDS.
           PERFORM OPEN-HOLD-FILE-INPUT

           PERFORM DISPLAY-HOLD-HEADING

           PERFORM LIST-ONE-HOLD UNTIL WS-EOF

           CLOSE HOLD-FILE

           MOVE WS-ACTIVE-TOTAL TO WS-TOTAL-ED
           DISPLAY WS-LIST-COUNT " hold(s) on "
               FUNCTION TRIM(WS-FILE-PATH) ", active total "
               FUNCTION TRIM(WS-TOTAL-ED).

       LIST-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM DISPLAY-ONE-HOLD
           END-READ.

       DISPLAY-HOLD-HEADING.
           DISPLAY "ACCT-ID    CUR HOLD-ID    AMOUNT        R ST PLACED   BY       EXPIRES  REASON".

       DISPLAY-ONE-HOLD.
           ADD 1 TO WS-LIST-COUNT
           IF HLD-STATUS = "A"
               ADD HLD-AMT TO WS-ACTIVE-TOTAL
           END-IF
           MOVE HLD-AMT TO WS-AMT-ED
           DISPLAY HLD-ACCT-ID " " HLD-CURRENCY " " HLD-HOLD-ID " "
               WS-AMT-ED " " HLD-REASON " " HLD-STATUS "  "
               HLD-PLACED-DATE " " HLD-PLACED-BY " " HLD-EXPIRY-DATE
               " " HLD-REASON-TEXT.

       OPEN-HOLD-FILE-INPUT.
           OPEN INPUT HOLD-FILE
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
           STRING "HOLD " FUNCTION TRIM(WS-COMMAND) " " WS-ACCT-ID " "
                  WS-CURR " " WS-HOLD-ID " " HLD-REASON
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG.

       SAFE-OPEN-HOLD-FILE-IO.
           *> Same create-on-35 treatment the other keyed masters get:
           *> the first PLACE creates the file.
           OPEN I-O HOLD-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to open " WS-FILE-PATH
                   DISPLAY "       FILE STATUS = " WS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       COPY "acct_check_digit.cpy".

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".
