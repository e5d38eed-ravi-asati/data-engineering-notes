       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-FACILITY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OD-FACILITY-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODF-ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           COPY "maker_checker_select.cpy".

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  OD-FACILITY-FILE.
       COPY "od_facility.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       COPY "maker_checker_fd.cpy".

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-ACCT-FILE-STATUS PIC XX.
       01 WS-ARG-COUNT        PIC 9(4).
       01 WS-ARG-VALUE        PIC X(200).
       01 WS-FILE-PATH        PIC X(200).
       01 WS-ACCT-MASTER-PATH PIC X(200).

       01 WS-COMMAND          PIC X(8).
       01 WS-ACCT-ID          PIC X(10).
       01 WS-OD-LIMIT         PIC S9(7)V99.
       01 WS-EXPIRY-DATE      PIC 9(8).
       01 WS-OFFICER          PIC X(8).
       01 WS-TODAY-DATE       PIC X(8).
       01 WS-TODAY-N          PIC 9(8).
       01 WS-STATE            PIC X(9).
       01 WS-CURRENT-VALUE    PIC X(15).

       01 WS-EOF-SW           PIC X(1)    VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-ON-FILE-SW       PIC X(1)    VALUE "N".
           88 WS-ON-FILE                  VALUE "Y".

       01 WS-LIST-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-SEEDED-COUNT     PIC 9(7)    VALUE ZERO.
       01 WS-SKIPPED-COUNT    PIC 9(7)    VALUE ZERO.
       01 WS-LIMIT-ED         PIC -(7)9.99.
       01 WS-OLD-LIMIT-ED     PIC -(7)9.99.

       COPY "maker_checker_ws.cpy".

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "OD-FACILITY-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Sign-on first: reads need inquiry rights; keying a grant
           *> or renewal, and deciding one another operator keyed, is a
           *> supervisor's job, cancelling a facility the posting role,
           *> and loading the register from the account master an
           *> administrator's.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: OD_FACILITY_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 2: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           EVALUATE WS-COMMAND
               WHEN "LIST    "
               WHEN "SHOW    "
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
               WHEN "CANCEL  "
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
               WHEN "SEED    "
                   MOVE "A" TO WS-OPSGN-REQUIRED-ROLE
               WHEN OTHER
                   MOVE "S" TO WS-OPSGN-REQUIRED-ROLE
           END-EVALUATE
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO WS-TODAY-N

           EVALUATE WS-COMMAND
               WHEN "GRANT   "
                   PERFORM GRANT-FACILITY
               WHEN "RENEW   "
                   PERFORM RENEW-FACILITY
               WHEN "APPROVE "
                   PERFORM APPROVE-FACILITY-CHANGE
               WHEN "REJECT  "
                   PERFORM REJECT-FACILITY-CHANGE
               WHEN "CANCEL  "
                   PERFORM CANCEL-FACILITY
               WHEN "SHOW    "
                   PERFORM SHOW-FACILITY
               WHEN "LIST    "
                   PERFORM LIST-FACILITIES
               WHEN "SEED    "
                   PERFORM SEED-FROM-ACCT-MASTER
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./od_facility_maint OD_FACILITY_FILE GRANT ACCT_ID OD_LIMIT EXPIRY_DATE"
           DISPLAY "  ./od_facility_maint OD_FACILITY_FILE RENEW ACCT_ID EXPIRY_DATE"
           DISPLAY "  ./od_facility_maint OD_FACILITY_FILE APPROVE|REJECT CHANGE_ID"
           DISPLAY "  ./od_facility_maint OD_FACILITY_FILE CANCEL ACCT_ID"
           DISPLAY "  ./od_facility_maint OD_FACILITY_FILE SHOW ACCT_ID"
           DISPLAY "  ./od_facility_maint OD_FACILITY_FILE LIST [AS_OF_DATE]"
           DISPLAY "  ./od_facility_maint OD_FACILITY_FILE SEED ACCT_MASTER_FILE EXPIRY_DATE OFFICER"
           DISPLAY "GRANT and RENEW are staged; they take effect when a different"
           DISPLAY "operator with role S APPROVEs them, and that operator is"
           DISPLAY "recorded as the approving officer. After EXPIRY_DATE the facility"
           DISPLAY "counts as zero at posting until it is renewed. SEED gives every"
           DISPLAY "account with an AM-OVERDRAFT-LIMIT and no facility one, expiring"
           DISPLAY "on EXPIRY_DATE, when the register is first built; OFFICER is the"
           DISPLAY "officer who approved those limits and may not be the operator."
           DISPLAY "Example:"
           DISPLAY "  ./od_facility_maint /data/od_facility.dat GRANT ACCT123456 25000.00 20270831".

      *> =================================================================
      *> GRANT -- a new facility, or a replacement for the account's
      *> current one (a new limit is a new credit decision, so it comes
      *> with its own expiry date). Staged: the register is not touched
      *> until a second operator APPROVEs it, and that approval is the
      *> credit approval the facility records.
      *> =================================================================
       GRANT-FACILITY.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID

           *> Arg 4: OD_LIMIT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-ARG-VALUE) NOT = ZERO
               DISPLAY "ERROR: OD_LIMIT " FUNCTION TRIM(WS-ARG-VALUE)
                   " is not a number"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-OD-LIMIT = FUNCTION NUMVAL(WS-ARG-VALUE)

           *> Arg 5: EXPIRY_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-EXPIRY-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           IF WS-OD-LIMIT NOT > ZERO
               DISPLAY "ERROR: OD_LIMIT must be greater than zero -- "
                   "CANCEL the facility to withdraw it"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-EXPIRY-DATE

           PERFORM CHECK-ACCT-ON-MASTER

           PERFORM SAFE-OPEN-FACILITY-IO
           MOVE WS-ACCT-ID TO ODF-ACCT-ID
           PERFORM DESCRIBE-CURRENT-FACILITY
           CLOSE OD-FACILITY-FILE

           *> The change record has room for one value either side, so
           *> the new expiry date rides in its customer-ID field, which
           *> only cross-reference changes otherwise use.
           MOVE WS-CURRENT-VALUE TO WS-MKCK-BEFORE
           MOVE WS-OD-LIMIT      TO WS-LIMIT-ED
           MOVE WS-LIMIT-ED      TO WS-MKCK-AFTER
           MOVE WS-EXPIRY-DATE   TO WS-MKCK-CUST-ID
           PERFORM STAGE-FACILITY-CHANGE.

      *> =================================================================
      *> RENEW -- the facility passed its review: same limit, new
      *> expiry date. Staged like GRANT; the operator who approves it
      *> is the officer who reviewed it. A cancelled facility is not
      *> renewed; it is GRANTed again.
      *> =================================================================
       RENEW-FACILITY.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID; Arg 4: EXPIRY_DATE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-EXPIRY-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           PERFORM CHECK-EXPIRY-DATE

           PERFORM READ-FACILITY-FOR-UPDATE

           IF ODF-STATUS NOT = "A"
               DISPLAY "ERROR: the facility on " WS-ACCT-ID
                   " is cancelled -- GRANT a new one"
               CLOSE OD-FACILITY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ODF-EXPIRY-DATE TO WS-MKCK-BEFORE
           CLOSE OD-FACILITY-FILE

           MOVE WS-EXPIRY-DATE  TO WS-MKCK-AFTER
           MOVE SPACES          TO WS-MKCK-CUST-ID
           PERFORM STAGE-FACILITY-CHANGE.

       STAGE-FACILITY-CHANGE.
           MOVE "O"          TO WS-MKCK-SOURCE
           MOVE WS-COMMAND   TO WS-MKCK-ACTION
           MOVE WS-ACCT-ID   TO WS-MKCK-ACCT-ID
           MOVE WS-FILE-PATH TO WS-MKCK-TARGET-PATH
           PERFORM STAGE-MASTER-CHANGE.

      *> -----------------------------------------------------------------
      *> What a GRANT replaces, in the form it is staged and checked
      *> again at approval: the current limit, NONE when the account
      *> has no row, CANCELLED when its row is cancelled. Expects
      *> ODF-ACCT-ID set and the register open.
      *> -----------------------------------------------------------------
       DESCRIBE-CURRENT-FACILITY.
           MOVE "N" TO WS-ON-FILE-SW
           READ OD-FACILITY-FILE
               INVALID KEY
                   MOVE "NONE" TO WS-CURRENT-VALUE
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
                   IF ODF-STATUS NOT = "A"
                       MOVE "CANCELLED" TO WS-CURRENT-VALUE
                   ELSE
                       MOVE ODF-LIMIT TO WS-LIMIT-ED
                       MOVE FUNCTION TRIM(WS-LIMIT-ED)
                           TO WS-CURRENT-VALUE
                   END-IF
           END-READ.

      *> =================================================================
      *> APPROVE -- a second operator, role S, applies a staged GRANT or
      *> RENEW and is recorded on the facility as the approving officer,
      *> with today as the approval date. The register must still hold
      *> what the maker saw, and the expiry date must still be ahead.
      *> =================================================================
       APPROVE-FACILITY-CHANGE.
           PERFORM ACCEPT-CHANGE-ID-ARG
           MOVE "A" TO WS-MKCK-DECISION
           PERFORM FETCH-CHANGE-FOR-DECISION

           IF MCH-TARGET-PATH NOT = WS-FILE-PATH
               DISPLAY "ERROR: change " WS-MKCK-CHANGE-ID
                   " was keyed against " FUNCTION TRIM(MCH-TARGET-PATH)
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE MCH-ACCT-ID TO WS-ACCT-ID
           IF MCH-ACTION = "GRANT"
               COMPUTE WS-EXPIRY-DATE =
                   FUNCTION NUMVAL(MCH-CUST-ID(1:8))
           ELSE
               COMPUTE WS-EXPIRY-DATE =
                   FUNCTION NUMVAL(MCH-AFTER-VALUE(1:8))
           END-IF
           IF WS-EXPIRY-DATE NOT > WS-TODAY-N
               DISPLAY "ERROR: change " WS-MKCK-CHANGE-ID
                   " expires the facility on " WS-EXPIRY-DATE
                   ", which is no longer after today -- reject it and "
                   "key it again"
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SAFE-OPEN-FACILITY-IO
           MOVE WS-ACCT-ID TO ODF-ACCT-ID
           PERFORM DESCRIBE-CURRENT-FACILITY
           IF MCH-ACTION NOT = "GRANT"
               IF WS-ON-FILE AND ODF-STATUS = "A"
                   MOVE ODF-EXPIRY-DATE TO WS-CURRENT-VALUE
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-CURRENT-VALUE)
               NOT = FUNCTION TRIM(MCH-BEFORE-VALUE)
               DISPLAY "ERROR: " WS-ACCT-ID " "
                   FUNCTION TRIM(MCH-ACTION) " was keyed against "
                   FUNCTION TRIM(MCH-BEFORE-VALUE) " but the register "
                   "now holds " FUNCTION TRIM(WS-CURRENT-VALUE)
                   " -- reject it and key it again"
               CLOSE OD-FACILITY-FILE
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO WS-OLD-LIMIT-ED
           IF WS-ON-FILE
               MOVE ODF-LIMIT TO WS-OLD-LIMIT-ED
           ELSE
               INITIALIZE OD-FACILITY-REC
               MOVE WS-ACCT-ID TO ODF-ACCT-ID
           END-IF

           IF MCH-ACTION = "GRANT"
               COMPUTE ODF-LIMIT = FUNCTION NUMVAL(MCH-AFTER-VALUE)
               MOVE "A"          TO ODF-STATUS
           END-IF
           MOVE WS-TODAY-N       TO ODF-APPROVAL-DATE
           MOVE WS-EXPIRY-DATE   TO ODF-EXPIRY-DATE
           MOVE WS-OPSGN-OPER-ID TO ODF-APPROVED-BY
           MOVE MCH-MAKER-ID     TO ODF-SET-BY
           MOVE WS-TODAY-N       TO ODF-SET-DATE
           IF WS-ON-FILE
               REWRITE OD-FACILITY-REC
           ELSE
               WRITE OD-FACILITY-REC
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to update " WS-ACCT-ID " on "
                   FUNCTION TRIM(WS-FILE-PATH)
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               CLOSE OD-FACILITY-FILE
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE OD-FACILITY-FILE

           PERFORM RECORD-CHANGE-DECISION

           MOVE MCH-ACTION TO WS-COMMAND
           PERFORM AUDIT-ONE-CHANGE

           MOVE ODF-LIMIT TO WS-LIMIT-ED
           DISPLAY "Approved change " WS-MKCK-CHANGE-ID ": "
               FUNCTION TRIM(MCH-ACTION) " " WS-ACCT-ID " overdraft of "
               FUNCTION TRIM(WS-LIMIT-ED) " approved by "
               FUNCTION TRIM(WS-OPSGN-OPER-ID) " on " WS-TODAY-N
               ", expires " WS-EXPIRY-DATE.

       REJECT-FACILITY-CHANGE.
           PERFORM ACCEPT-CHANGE-ID-ARG
           MOVE "R" TO WS-MKCK-DECISION
           PERFORM FETCH-CHANGE-FOR-DECISION
           PERFORM RECORD-CHANGE-DECISION

           DISPLAY "Rejected change " WS-MKCK-CHANGE-ID ": "
               FUNCTION TRIM(MCH-ACTION) " " MCH-ACCT-ID.

       ACCEPT-CHANGE-ID-ARG.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CHANGE_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:16))
               TO WS-MKCK-CHANGE-ID
           MOVE "O" TO WS-MKCK-SOURCE.

       CANCEL-FACILITY.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID

           PERFORM READ-FACILITY-FOR-UPDATE

           MOVE ODF-LIMIT        TO WS-OLD-LIMIT-ED
           MOVE "C"              TO ODF-STATUS
           MOVE WS-OPSGN-OPER-ID TO ODF-SET-BY
           MOVE WS-TODAY-N       TO ODF-SET-DATE
           REWRITE OD-FACILITY-REC

           CLOSE OD-FACILITY-FILE

           PERFORM AUDIT-ONE-CHANGE

           DISPLAY "Cancelled the overdraft facility on " WS-ACCT-ID.

      *> -----------------------------------------------------------------
      *> A review date has to be a real date still ahead of us.
      *> -----------------------------------------------------------------
       CHECK-EXPIRY-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-DATE) NOT = ZERO
               DISPLAY "ERROR: EXPIRY_DATE " WS-EXPIRY-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-EXPIRY-DATE NOT > WS-TODAY-N
               DISPLAY "ERROR: EXPIRY_DATE " WS-EXPIRY-DATE
                   " is not after today"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> -----------------------------------------------------------------
      *> SEED records the officer who approved the limits already on
      *> the account master -- somebody other than the operator loading
      *> them, as the register is the record of a second person's
      *> decision.
      *> -----------------------------------------------------------------
       CHECK-SEED-OFFICER.
           IF WS-OFFICER = SPACES
               DISPLAY "ERROR: OFFICER is required"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-OFFICER = WS-OPSGN-OPER-ID
               DISPLAY "ERROR: " WS-OFFICER " cannot approve a "
                   "facility they are keying themselves"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-FACILITY-FOR-UPDATE.
           OPEN I-O OD-FACILITY-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-ACCT-ID TO ODF-ACCT-ID
           READ OD-FACILITY-FILE
               INVALID KEY
                   DISPLAY "ERROR: no overdraft facility on "
                       WS-ACCT-ID
                   CLOSE OD-FACILITY-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

       CHECK-ACCT-ON-MASTER.
           *> Same soft fallback the posting writer gives a shop that
           *> has not built its account master.
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
                   ") -- account checking is OFF for this facility"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: ACCT-ID " WS-ACCT-ID
                       " is not on the account master"
                   CLOSE ACCT-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF AM-ACCT-STATUS = "C"
               DISPLAY "ERROR: ACCT-ID " WS-ACCT-ID " is closed"
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE ACCT-MASTER-FILE.

      *> =================================================================
      *> SHOW / LIST -- the register, with each facility's standing on
      *> the day (LIST takes an as-of date, default today, so the
      *> credit desk can see what lapses next month).
      *> =================================================================
       SHOW-FACILITY.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID

           PERFORM OPEN-FACILITY-INPUT

           MOVE WS-ACCT-ID TO ODF-ACCT-ID
           READ OD-FACILITY-FILE
               INVALID KEY
                   DISPLAY "No overdraft facility on " WS-ACCT-ID
                       " -- it has no overdraft"
                   CLOSE OD-FACILITY-FILE
                   EXIT PARAGRAPH
           END-READ

           PERFORM DISPLAY-FACILITY-HEADING
           PERFORM DISPLAY-ONE-FACILITY

           CLOSE OD-FACILITY-FILE.

       LIST-FACILITIES.
           *> Arg 3 (optional): AS_OF_DATE (YYYYMMDD)
           IF WS-ARG-COUNT > 2
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-TODAY-N = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           END-IF

           PERFORM OPEN-FACILITY-INPUT

           PERFORM DISPLAY-FACILITY-HEADING

           PERFORM LIST-ONE-FACILITY UNTIL WS-EOF

           CLOSE OD-FACILITY-FILE

           DISPLAY WS-LIST-COUNT " facilit(ies) on "
               FUNCTION TRIM(WS-FILE-PATH) " as of " WS-TODAY-N.

       LIST-ONE-FACILITY.
           READ OD-FACILITY-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM DISPLAY-ONE-FACILITY
           END-READ.

       DISPLAY-FACILITY-HEADING.
           DISPLAY "ACCT-ID       OD-LIMIT APPROVED EXPIRES  OFFICER  STATE     SET-BY   SET-DATE".

       DISPLAY-ONE-FACILITY.
           ADD 1 TO WS-LIST-COUNT
           EVALUATE TRUE
               WHEN ODF-STATUS NOT = "A"
                   MOVE "CANCELLED" TO WS-STATE
               WHEN ODF-EXPIRY-DATE < WS-TODAY-N
                   MOVE "EXPIRED"   TO WS-STATE
               WHEN OTHER
                   MOVE "ACTIVE"    TO WS-STATE
           END-EVALUATE
           MOVE ODF-LIMIT TO WS-LIMIT-ED
           DISPLAY ODF-ACCT-ID " " WS-LIMIT-ED " " ODF-APPROVAL-DATE " "
               ODF-EXPIRY-DATE " " ODF-APPROVED-BY " " WS-STATE " "
               ODF-SET-BY " " ODF-SET-DATE.

      *> =================================================================
      *> SEED -- build the register from the account master the first
      *> time: every account with an AM-OVERDRAFT-LIMIT and no facility
      *> yet gets one at that limit, approved today by OFFICER and due
      *> for review on EXPIRY_DATE. Accounts already on the register
      *> are left alone, so it can be re-run safely.
      *> =================================================================
       SEED-FROM-ACCT-MASTER.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_MASTER_FILE; Arg 4: EXPIRY_DATE; Arg 5: OFFICER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-ACCT-MASTER-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-EXPIRY-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-OFFICER

           PERFORM CHECK-EXPIRY-DATE
           PERFORM CHECK-SEED-OFFICER

           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-ACCT-MASTER-PATH
               DISPLAY "       FILE STATUS = " WS-ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SAFE-OPEN-FACILITY-IO
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-FILE-PATH TO WS-AUDIT-TARGET-PATH

           PERFORM SEED-ONE-ACCOUNT UNTIL WS-EOF

           PERFORM CLOSE-AUDIT-LOG
           CLOSE OD-FACILITY-FILE
           CLOSE ACCT-MASTER-FILE

           DISPLAY "Seeded " WS-SEEDED-COUNT " facilit(ies) from "
               FUNCTION TRIM(WS-ACCT-MASTER-PATH) ", "
               WS-SKIPPED-COUNT " already on the register".

       SEED-ONE-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF AM-OVERDRAFT-LIMIT NOT > ZERO OR AM-ACCT-STATUS = "C"
               EXIT PARAGRAPH
           END-IF

           MOVE AM-ACCT-ID TO ODF-ACCT-ID
           READ OD-FACILITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
           END-READ

           INITIALIZE OD-FACILITY-REC
           MOVE AM-ACCT-ID         TO ODF-ACCT-ID
           MOVE AM-OVERDRAFT-LIMIT TO ODF-LIMIT
           MOVE WS-TODAY-N         TO ODF-APPROVAL-DATE
           MOVE WS-EXPIRY-DATE     TO ODF-EXPIRY-DATE
           MOVE WS-OFFICER         TO ODF-APPROVED-BY
           MOVE "A"                TO ODF-STATUS
           MOVE WS-OPSGN-OPER-ID   TO ODF-SET-BY
           MOVE WS-TODAY-N         TO ODF-SET-DATE
           WRITE OD-FACILITY-REC
           ADD 1 TO WS-SEEDED-COUNT

           MOVE ODF-LIMIT TO WS-LIMIT-ED
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "ODFAC SEED " ODF-ACCT-ID " "
                  FUNCTION TRIM(WS-LIMIT-ED) " EXP " ODF-EXPIRY-DATE
                  " BY " ODF-APPROVED-BY
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD.

       OPEN-FACILITY-INPUT.
           OPEN INPUT OD-FACILITY-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       AUDIT-ONE-CHANGE.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-FILE-PATH TO WS-AUDIT-TARGET-PATH
           MOVE ODF-LIMIT TO WS-LIMIT-ED
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "ODFAC " FUNCTION TRIM(WS-COMMAND) " " WS-ACCT-ID " "
                  FUNCTION TRIM(WS-OLD-LIMIT-ED) ">"
                  FUNCTION TRIM(WS-LIMIT-ED) " EXP " ODF-EXPIRY-DATE
                  " BY " ODF-APPROVED-BY " " ODF-STATUS
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG.

       SAFE-OPEN-FACILITY-IO.
           *> Same create-on-35 treatment the other keyed masters get,
           *> closed and reopened so the first GRANT can read it.
           OPEN I-O OD-FACILITY-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT OD-FACILITY-FILE
               CLOSE OD-FACILITY-FILE
               OPEN I-O OD-FACILITY-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPY "maker_checker.cpy".

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".
