       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-ACCT-NUMBER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO WS-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT LEGACY-LIST-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

           COPY "acct_number_select.cpy".

           COPY "acct_check_digit_select.cpy".

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       *> One legacy ACCT-ID per line, as extracted from the system
       *> the accounts are being converted from.
       FD  LEGACY-LIST-FILE.
       01  LEGACY-LIST-REC        PIC X(80).

       COPY "acct_number_fd.cpy".

       COPY "acct_check_digit_fd.cpy".

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-LIST-FILE-STATUS    PIC XX.
       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(200).
       01 WS-MASTER-PATH         PIC X(200).
       01 WS-LIST-PATH           PIC X(200).

       01 WS-COMMAND             PIC X(8).
       01 WS-ACCT-ID             PIC X(10).
       01 WS-BRANCH              PIC X(3).
       01 WS-TODAY-DATE          PIC X(8).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".
       01 WS-DIGIT-OK-SW         PIC X(1)    VALUE "N".
           88 WS-DIGIT-OK                    VALUE "Y".

       *> Which enrolment is running: 'S' scan, 'I' import, 'E' one.
       01 WS-ENROL-SOURCE        PIC X(1).

       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-ENROL-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-VALID-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-LISTED-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-LIST-COUNT          PIC 9(7)    VALUE ZERO.

       COPY "acct_number_ws.cpy".

       COPY "acct_check_digit_ws.cpy".

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "LEDGER-ACCT-NUMBER" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 1
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           *> Issuing a number is part of opening an account; putting
           *> a number on the legacy list waives its check digit for
           *> good, which is a supervisor's decision.
           EVALUATE WS-COMMAND
               WHEN "CHECK   "
               WHEN "LIST    "
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
               WHEN "NEXT    "
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

           EVALUATE WS-COMMAND
               WHEN "NEXT    "
                   PERFORM ISSUE-NEXT-NUMBER
               WHEN "CHECK   "
                   PERFORM CHECK-ONE-NUMBER
               WHEN "LIST    "
                   PERFORM LIST-COUNTERS
               WHEN "SCAN    "
                   PERFORM SCAN-ACCT-MASTER
               WHEN "IMPORT  "
                   PERFORM IMPORT-LEGACY-LIST
               WHEN "ENROL   "
                   PERFORM ENROL-ONE-NUMBER
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_acct_number NEXT BRANCH"
           DISPLAY "    (issue the branch's next account number, BBBNNNNNNC)"
           DISPLAY "  ./ledger_acct_number CHECK ACCT_ID"
           DISPLAY "    (RC 0 = check digit correct, 4 = legacy number, 8 = fails)"
           DISPLAY "  ./ledger_acct_number LIST"
           DISPLAY "  ./ledger_acct_number SCAN ACCT_MASTER_FILE"
           DISPLAY "    (put every account already on the master that has"
           DISPLAY "     no valid check digit on the legacy list)"
           DISPLAY "  ./ledger_acct_number IMPORT LEGACY_LIST_FILE"
           DISPLAY "  ./ledger_acct_number ENROL ACCT_ID"
           DISPLAY "Counters: LEDGER_ACCT_COUNTERS (default ./acct_counters.dat)"
           DISPLAY "Legacy list: LEDGER_ACCT_GRANDFATHER (default ./acct_grandfather.dat)"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_acct_number SCAN /data/acct_master.dat"
           DISPLAY "  ./ledger_acct_number NEXT MUM".

      *> =================================================================
      *> NEXT -- issue one number for a branch, for an account being
      *> opened by hand outside ACCT-MASTER-MAINT ADD NEW.
      *> =================================================================
       ISSUE-NEXT-NUMBER.
           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 2: BRANCH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-BRANCH

           MOVE WS-BRANCH        TO WS-ACNO-BRANCH
           MOVE WS-OPSGN-OPER-ID TO WS-ACNO-OPER-ID
           PERFORM ALLOCATE-ACCT-NUMBER
           IF NOT WS-ACNO-OK
               DISPLAY "ERROR: " FUNCTION TRIM(WS-ACNO-REASON)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-AUDIT-LOG
           MOVE WS-ACNO-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "ISSUE " WS-ACNO-ACCT-ID " BRANCH " WS-BRANCH
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG

           DISPLAY "Issued " WS-ACNO-ACCT-ID " for branch " WS-BRANCH.

      *> =================================================================
      *> CHECK -- would this ACCT-ID be accepted? Answers with the
      *> check digit the number should carry when it does not.
      *> =================================================================
       CHECK-ONE-NUMBER.
           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 2: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID

           PERFORM TEST-ONE-CHECK-DIGIT
           IF WS-DIGIT-OK
               DISPLAY WS-ACCT-ID " check digit is correct"
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ACCT-GRANDFATHER
           IF WS-ACKD-ON
               MOVE WS-ACCT-ID TO WS-ACKD-ACCT-ID
               PERFORM CHECK-ACCT-CHECK-DIGIT
               PERFORM CLOSE-ACCT-GRANDFATHER
               IF WS-ACKD-LEGACY
                   DISPLAY WS-ACCT-ID " is a legacy number -- "
                       "accepted without a check digit"
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-ACKD-CHARS-OK
                   DISPLAY WS-ACCT-ID " FAILS: positions 1-9 must be "
                       "capital letters or digits"
               WHEN WS-ACKD-DIGIT = 10
                   DISPLAY WS-ACCT-ID " FAILS: positions 1-9 take no "
                       "check digit -- never an issued number"
               WHEN OTHER
                   DISPLAY WS-ACCT-ID " FAILS: check digit should be "
                       WS-ACKD-DIGIT(2:1)
           END-EVALUATE
           MOVE 8 TO RETURN-CODE.

      *> -----------------------------------------------------------------
      *> WS-ACCT-ID against its own check digit alone, legacy list
      *> aside.
      *> -----------------------------------------------------------------
       TEST-ONE-CHECK-DIGIT.
           MOVE "N" TO WS-DIGIT-OK-SW
           MOVE WS-ACCT-ID TO WS-ACKD-ACCT-ID
           PERFORM COMPUTE-ACCT-CHECK-DIGIT
           IF WS-ACKD-CHARS-OK AND WS-ACKD-DIGIT < 10
               AND WS-ACCT-ID(10:1) = WS-ACKD-DIGIT(2:1)
               SET WS-DIGIT-OK TO TRUE
           END-IF.

       LIST-COUNTERS.
           DISPLAY "LEDGER_ACCT_COUNTERS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACNO-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACNO-PATH = SPACES
               MOVE "./acct_counters.dat" TO WS-ACNO-PATH
           END-IF

           OPEN INPUT ACCT-COUNTER-FILE
           IF WS-ACNO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-ACNO-PATH
               DISPLAY "       FILE STATUS = " WS-ACNO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "BRN NEXT-SEQ ISSUED  SKIPPED LAST-ACCT  LAST-DATE OPERATOR"

           PERFORM LIST-ONE-COUNTER UNTIL WS-EOF

           CLOSE ACCT-COUNTER-FILE

           DISPLAY WS-LIST-COUNT " branch counter(s) on " WS-ACNO-PATH.

       LIST-ONE-COUNTER.
           READ ACCT-COUNTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY ANC-BRANCH-CODE " " ANC-NEXT-SEQ "  "
                       ANC-ISSUED-COUNT " " ANC-SKIPPED-COUNT " "
                       ANC-LAST-ACCT-ID " " ANC-LAST-DATE "  "
                       ANC-LAST-OPER
           END-READ.

      *> =================================================================
      *> SCAN -- the one-off that switches check digits on: every
      *> account already on the master whose number does not carry a
      *> valid check digit goes on the legacy list, so nothing that
      *> posts today is refused tomorrow.
      *> =================================================================
       SCAN-ACCT-MASTER.
           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 2: ACCT_MASTER_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-MASTER-PATH

           OPEN INPUT ACCT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-MASTER-PATH
               DISPLAY "       FILE STATUS = " WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-GRANDFATHER-FOR-UPDATE
           MOVE "S" TO WS-ENROL-SOURCE

           PERFORM SCAN-ONE-ACCOUNT UNTIL WS-EOF

           CLOSE ACCT-MASTER-FILE
           CLOSE ACCT-GRANDFATHER-FILE

           MOVE WS-MASTER-PATH TO WS-LIST-PATH
           PERFORM REPORT-ENROLMENT.

       SCAN-ONE-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE AM-ACCT-ID TO WS-ACCT-ID
                   PERFORM ENROL-IF-NO-CHECK-DIGIT
           END-READ.

      *> =================================================================
      *> IMPORT -- enrol a list of legacy numbers ahead of a conversion
      *> load, so ACCT-MASTER-LOAD takes them.
      *> =================================================================
       IMPORT-LEGACY-LIST.
           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 2: LEGACY_LIST_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-LIST-PATH

           OPEN INPUT LEGACY-LIST-FILE
           IF WS-LIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-LIST-PATH
               DISPLAY "       FILE STATUS = " WS-LIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-GRANDFATHER-FOR-UPDATE
           MOVE "I" TO WS-ENROL-SOURCE

           PERFORM IMPORT-ONE-LINE UNTIL WS-EOF

           CLOSE LEGACY-LIST-FILE
           CLOSE ACCT-GRANDFATHER-FILE

           PERFORM REPORT-ENROLMENT.

       IMPORT-ONE-LINE.
           READ LEGACY-LIST-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LEGACY-LIST-REC NOT = SPACES
                       ADD 1 TO WS-READ-COUNT
                       MOVE FUNCTION TRIM(LEGACY-LIST-REC LEADING)
                           TO WS-ACCT-ID
                       PERFORM ENROL-IF-NO-CHECK-DIGIT
                   END-IF
           END-READ.

      *> =================================================================
      *> ENROL -- one legacy number found after the scan, e.g. a
      *> dormant account reinstated from the archive.
      *> =================================================================
       ENROL-ONE-NUMBER.
           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 2: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID

           PERFORM OPEN-GRANDFATHER-FOR-UPDATE
           MOVE "E" TO WS-ENROL-SOURCE
           MOVE 1   TO WS-READ-COUNT

           PERFORM ENROL-IF-NO-CHECK-DIGIT

           CLOSE ACCT-GRANDFATHER-FILE

           MOVE WS-ACCT-ID TO WS-LIST-PATH
           PERFORM REPORT-ENROLMENT.

      *> -----------------------------------------------------------------
      *> A number that already carries a good check digit needs no
      *> waiver and is left off the list.
      *> -----------------------------------------------------------------
       ENROL-IF-NO-CHECK-DIGIT.
           PERFORM TEST-ONE-CHECK-DIGIT
           IF WS-DIGIT-OK
               ADD 1 TO WS-VALID-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCT-ID       TO GF-ACCT-ID
           MOVE WS-TODAY-DATE    TO GF-ADDED-DATE
           MOVE WS-OPSGN-OPER-ID TO GF-ADDED-BY
           MOVE WS-ENROL-SOURCE  TO GF-SOURCE
           WRITE ACCT-GRANDFATHER-REC
               INVALID KEY
                   ADD 1 TO WS-LISTED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ENROL-COUNT
           END-WRITE.

       OPEN-GRANDFATHER-FOR-UPDATE.
           DISPLAY "LEDGER_ACCT_GRANDFATHER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACKD-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACKD-PATH = SPACES
               MOVE "./acct_grandfather.dat" TO WS-ACKD-PATH
           END-IF

           *> The first enrolment creates the list -- and from then on
           *> every program that checks account numbers enforces them.
           OPEN I-O ACCT-GRANDFATHER-FILE
           IF WS-ACKD-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-GRANDFATHER-FILE
               CLOSE ACCT-GRANDFATHER-FILE
               OPEN I-O ACCT-GRANDFATHER-FILE
           END-IF
           IF WS-ACKD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-ACKD-PATH
               DISPLAY "       FILE STATUS = " WS-ACKD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> -----------------------------------------------------------------
      *> One audit line per enrolment run, then the counts.
      *> WS-LIST-PATH names what was enrolled from.
      *> -----------------------------------------------------------------
       REPORT-ENROLMENT.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-ACKD-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "LEGACY " WS-COMMAND " " WS-ENROL-COUNT " ADDED FROM "
                  FUNCTION TRIM(WS-LIST-PATH)
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG

           DISPLAY "Legacy list " FUNCTION TRIM(WS-ACKD-PATH) ": "
               WS-READ-COUNT " number(s) read, " WS-ENROL-COUNT
               " enrolled, " WS-LISTED-COUNT " already listed, "
               WS-VALID-COUNT " carry a valid check digit".

       COPY "acct_number.cpy".

       COPY "acct_check_digit.cpy".

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".
