       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-HOLD-MAIL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-CONTACT-FILE ASSIGN TO WS-CONTACT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CUST-ID
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRC-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

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
       FD  CUST-CONTACT-FILE.
       COPY "cust_contact.cpy".

       FD  CUST-XREF-FILE.
       COPY "cust_acct_xref.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CONTACT-FILE-STATUS  PIC XX.
       01 WS-XREF-FILE-STATUS     PIC XX.
       01 WS-ACCT-FILE-STATUS     PIC XX.
       01 WS-REPORT-FILE-STATUS   PIC XX.

       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(300).
       01 WS-CONTACT-PATH         PIC X(200).
       01 WS-XREF-PATH            PIC X(200).
       01 WS-ACCT-MASTER-PATH     PIC X(200).
       01 WS-REPORT-PATH          PIC X(200).
       01 WS-RUN-DATE             PIC 9(8).

       *> Branch codes come from the account master when there is one;
       *> without it every held account reports under "???".
       01 WS-ACCT-CHECK-SW        PIC X(1)    VALUE "N".
           88 WS-ACCT-CHECK-ON                VALUE "Y".

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-XRC-EOF-SW           PIC X(1)    VALUE "N".
           88 WS-XRC-EOF                      VALUE "Y".

       01 WS-READ-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-HELD-CUST-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-CUST-ACCT-COUNT      PIC 9(5)    VALUE ZERO.
       01 WS-AGE-DAYS             PIC S9(7).
       01 WS-OLDEST-AGE           PIC S9(7)   VALUE ZERO.
       01 WS-AGE-ED               PIC ZZZZ9.
       01 WS-BRANCH-COUNT         PIC 9(5)    VALUE ZERO.
       01 WS-CUR-BRANCH           PIC X(3)    VALUE SPACES.

       *> One entry per held customer/account, sorted by branch so each
       *> branch gets its own run of lines to chase.
       01 WS-HOLD-TBL-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 5000 TIMES.
              10 WS-H-SORT-KEY.
                 15 WS-H-BRANCH   PIC X(3).
                 15 WS-H-CUST-ID  PIC X(10).
                 15 WS-H-ACCT-ID  PIC X(10).
              10 WS-H-NAME        PIC X(30).
              10 WS-H-RETURNED    PIC 9(8).
              10 WS-H-AGE         PIC S9(7).
              10 WS-H-ADDR-LINE   PIC X(40).
              10 WS-H-POSTCODE    PIC X(10).

       01 WS-SWAP-ENTRY.
           05 FILLER              PIC X(23).
           05 FILLER              PIC X(30).
           05 FILLER              PIC 9(8).
           05 FILLER              PIC S9(7).
           05 FILLER              PIC X(40).
           05 FILLER              PIC X(10).

       01 WS-SORT-I               PIC 9(5).
       01 WS-SORT-J               PIC 9(5).
       01 WS-SWAP-SW              PIC X(1).
           88 WS-SWAPPED                      VALUE "Y".

       01 WS-HOLD-NAME            PIC X(30).
       01 WS-REPORT-LINE          PIC X(132)  VALUE SPACES.

       COPY "mask_acct_no_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: CONTACT_FILE -- the customer contact file
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-CONTACT-PATH

           *> Arg 2: XREF_FILE -- the customer/account cross-reference
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-XREF-PATH

           *> Arg 3: RUN_DATE (YYYYMMDD) -- days held are counted to here
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 4: HOLD_MAIL_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = ZERO
               DISPLAY "ERROR: RUN_DATE " WS-RUN-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUST-CONTACT-FILE
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-CONTACT-PATH
               DISPLAY "       FILE STATUS = " WS-CONTACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-XREF-PATH
               DISPLAY "       FILE STATUS = " WS-XREF-FILE-STATUS
               CLOSE CUST-CONTACT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

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
                   ") -- held accounts report without a branch"
           END-IF

           PERFORM EXAMINE-ONE-CONTACT UNTIL WS-EOF

           CLOSE CUST-XREF-FILE
           CLOSE CUST-CONTACT-FILE
           IF WS-ACCT-CHECK-ON
               CLOSE ACCT-MASTER-FILE
           END-IF

           PERFORM SORT-HOLD-TABLE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETURNED-MAIL HOLD REPORT AS AT " WS-RUN-DATE
                  "   (STATEMENTS HELD UNTIL A NEW ADDRESS IS KEYED)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE "BR  CUST-ID    CUSTOMER NAME                  ACCOUNT    RETURNED  DAYS ADDRESS ON FILE                          POSTCODE"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM PRINT-ONE-HOLD
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I > WS-HOLD-TBL-COUNT

           IF WS-CUR-BRANCH NOT = SPACES
               PERFORM PRINT-BRANCH-TOTAL
           END-IF

           MOVE WS-OLDEST-AGE TO WS-AGE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS ON HOLD " WS-HELD-CUST-COUNT
                  "  ACCOUNTS HELD " WS-HOLD-TBL-COUNT
                  "  OLDEST " FUNCTION TRIM(WS-AGE-ED) " DAY(S)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           CLOSE REPORT-FILE

           DISPLAY "Hold-mail report: " WS-READ-COUNT
               " contact(s) examined, " WS-HELD-CUST-COUNT
               " customer(s) on returned-mail hold -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_hold_mail_report CONTACT_FILE XREF_FILE RUN_DATE HOLD_MAIL_REPORT"
           DISPLAY "Lists every customer whose mail came back, by branch,"
           DISPLAY "with the address on file and the accounts whose"
           DISPLAY "statements are being held (branch from"
           DISPLAY "LEDGER_ACCT_MASTER, default ./acct_master.dat)."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_hold_mail_report /data/cust_contact.dat /data/cust_acct_xref.dat 20260930 /data/hold_mail.20260930.rpt".

      *> =================================================================
      *> One contact: only customers on returned-mail hold matter. Each
      *> of their linked accounts becomes a line under the account's
      *> branch; a held customer with no accounts still shows, under
      *> "---", so the hold is not forgotten.
      *> =================================================================
       EXAMINE-ONE-CONTACT.
           READ CUST-CONTACT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF CT-MAIL-RETURNED
                       PERFORM COLLECT-HELD-CUSTOMER
                   END-IF
           END-READ.

       COLLECT-HELD-CUSTOMER.
           ADD 1 TO WS-HELD-CUST-COUNT

           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(CT-RETURNED-DATE)
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF

           MOVE SPACES TO WS-HOLD-NAME
           STRING FUNCTION TRIM(CT-FIRST-NAME) " "
                  FUNCTION TRIM(CT-LAST-NAME)
               DELIMITED BY SIZE
               INTO WS-HOLD-NAME
           END-STRING

           MOVE ZERO TO WS-CUST-ACCT-COUNT
           MOVE "N"  TO WS-XRC-EOF-SW
           MOVE CT-CUST-ID TO XRC-CUST-ID
           MOVE LOW-VALUES TO XRC-ACCT-ID
           START CUST-XREF-FILE KEY >= XRC-KEY
               INVALID KEY
                   SET WS-XRC-EOF TO TRUE
           END-START

           PERFORM COLLECT-ONE-HELD-ACCOUNT UNTIL WS-XRC-EOF

           IF WS-CUST-ACCT-COUNT = ZERO
               MOVE SPACES TO XRC-ACCT-ID
               PERFORM ADD-HOLD-ENTRY
               MOVE "---" TO WS-H-BRANCH(WS-HOLD-TBL-COUNT)
           END-IF.

       COLLECT-ONE-HELD-ACCOUNT.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XRC-EOF TO TRUE
               NOT AT END
                   IF XRC-CUST-ID NOT = CT-CUST-ID
                       SET WS-XRC-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-CUST-ACCT-COUNT
                       PERFORM ADD-HOLD-ENTRY
                   END-IF
           END-READ.

       ADD-HOLD-ENTRY.
           IF WS-HOLD-TBL-COUNT >= 5000
               DISPLAY "ERROR: more than 5000 held accounts -- "
                   "hold table is full"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOLD-TBL-COUNT
           MOVE "???"            TO WS-H-BRANCH(WS-HOLD-TBL-COUNT)
           IF WS-ACCT-CHECK-ON AND XRC-ACCT-ID NOT = SPACES
               MOVE XRC-ACCT-ID TO AM-ACCT-ID
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-BRANCH-CODE
                           TO WS-H-BRANCH(WS-HOLD-TBL-COUNT)
               END-READ
           END-IF
           MOVE CT-CUST-ID       TO WS-H-CUST-ID(WS-HOLD-TBL-COUNT)
           MOVE XRC-ACCT-ID      TO WS-H-ACCT-ID(WS-HOLD-TBL-COUNT)
           MOVE WS-HOLD-NAME     TO WS-H-NAME(WS-HOLD-TBL-COUNT)
           MOVE CT-RETURNED-DATE TO WS-H-RETURNED(WS-HOLD-TBL-COUNT)
           MOVE WS-AGE-DAYS      TO WS-H-AGE(WS-HOLD-TBL-COUNT)
           MOVE CT-ADDR-LINE(1)  TO WS-H-ADDR-LINE(WS-HOLD-TBL-COUNT)
           MOVE CT-POSTCODE      TO WS-H-POSTCODE(WS-HOLD-TBL-COUNT).

      *> =================================================================
      *> Order by branch / customer / account -- the same neighbour-
      *> exchange pass the statement prints use.
      *> =================================================================
       SORT-HOLD-TABLE.
           SET WS-SWAPPED TO TRUE
           PERFORM SORT-ONE-PASS
               UNTIL NOT WS-SWAPPED.

       SORT-ONE-PASS.
           MOVE "N" TO WS-SWAP-SW
           PERFORM COMPARE-ADJACENT-ENTRIES
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-HOLD-TBL-COUNT.

       COMPARE-ADJACENT-ENTRIES.
           COMPUTE WS-SORT-J = WS-SORT-I + 1
           IF WS-H-SORT-KEY(WS-SORT-I) > WS-H-SORT-KEY(WS-SORT-J)
               MOVE WS-HOLD-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE WS-HOLD-ENTRY(WS-SORT-J)
                   TO WS-HOLD-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO WS-HOLD-ENTRY(WS-SORT-J)
               SET WS-SWAPPED TO TRUE
           END-IF.

       PRINT-ONE-HOLD.
           IF WS-H-BRANCH(WS-SORT-I) NOT = WS-CUR-BRANCH
               IF WS-CUR-BRANCH NOT = SPACES
                   PERFORM PRINT-BRANCH-TOTAL
               END-IF
               MOVE WS-H-BRANCH(WS-SORT-I) TO WS-CUR-BRANCH
               MOVE ZERO TO WS-BRANCH-COUNT
           END-IF
           ADD 1 TO WS-BRANCH-COUNT

           MOVE WS-H-ACCT-ID(WS-SORT-I) TO WS-ACCT-NO-IN
           PERFORM MASK-ACCT-NO
           MOVE WS-H-AGE(WS-SORT-I) TO WS-AGE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-H-BRANCH(WS-SORT-I) " "
                  WS-H-CUST-ID(WS-SORT-I) " "
                  WS-H-NAME(WS-SORT-I) " "
                  WS-MASKED-ACCT-NO(1:10) " "
                  WS-H-RETURNED(WS-SORT-I) " "
                  WS-AGE-ED " "
                  WS-H-ADDR-LINE(WS-SORT-I) " "
                  WS-H-POSTCODE(WS-SORT-I)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       PRINT-BRANCH-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    BRANCH " WS-CUR-BRANCH "  "
                  WS-BRANCH-COUNT " HELD LINE(S) TO CHASE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       COPY "mask_acct_no.cpy".
