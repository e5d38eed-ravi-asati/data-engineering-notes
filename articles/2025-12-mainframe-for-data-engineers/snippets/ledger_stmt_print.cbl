               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

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

           SELECT HELD-STMT-FILE ASSIGN TO WS-HELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

           COPY "curr_attr_select.cpy".

       DATA DIVISION.
       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       FD  CUST-CONTACT-FILE.
       COPY "cust_contact.cpy".

       FD  CUST-XREF-FILE.
       COPY "cust_acct_xref.cpy".

       FD  HELD-STMT-FILE.
       01  HELD-STMT-REC          PIC X(132).

       COPY "curr_attr_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUR-ACCT             PIC X(10)   VALUE SPACES.
       01 WS-STMT-COUNT           PIC 9(5)    VALUE ZERO.

       *> ------------- Returned-mail hold working storage --------------
       *> Accounts linked to a customer whose mail came back
       *> (CT-RETURNED-MAIL on the contact file) print to OUTPUT_FILE
       *> with ".held" appended instead of the mail run.
       01 WS-CONTACT-PATH         PIC X(200).
       01 WS-CONTACT-FILE-STATUS  PIC XX.
       01 WS-XREF-PATH            PIC X(200).
       01 WS-XREF-FILE-STATUS     PIC XX.
       01 WS-HELD-PATH            PIC X(200).
       01 WS-HELD-FILE-STATUS     PIC XX.
       01 WS-HOLD-TBL-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ACCT OCCURS 1000 TIMES PIC X(10).
       01 WS-HOLD-IDX             PIC 9(5).
       01 WS-HOLD-CUST-COUNT      PIC 9(5)    VALUE ZERO.
       01 WS-HELD-COUNT           PIC 9(5)    VALUE ZERO.
       01 WS-CT-EOF-SW            PIC X(1)    VALUE "N".
           88 WS-CT-EOF                       VALUE "Y".
       01 WS-XRC-EOF-SW           PIC X(1)    VALUE "N".
           88 WS-XRC-EOF                      VALUE "Y".
       01 WS-HOLD-STMT-SW         PIC X(1)    VALUE "N".
           88 WS-HOLD-STMT                    VALUE "Y".
       01 WS-HELD-OPEN-SW         PIC X(1)    VALUE "N".
           88 WS-HELD-OPEN                    VALUE "Y".

       COPY "curr_attr_ws.cpy".

       PROCEDURE DIVISION.

           PERFORM SORT-STMT-TABLE

           PERFORM LOAD-MAIL-HOLDS

           OPEN OUTPUT STMT-FILE
           IF WS-STMT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-STMT-PATH
           DISPLAY "Wrote " WS-STMT-COUNT " statement(s) for "
               WS-STMT-MONTH " to " WS-STMT-PATH

           IF WS-HELD-OPEN
               CLOSE HELD-STMT-FILE
               DISPLAY "Held " WS-HELD-COUNT " statement(s) for "
                   "returned mail in " FUNCTION TRIM(WS-HELD-PATH)
                   " -- not for posting"
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "An 8-digit RUN_DATE cuts cycle statements: only"
           DISPLAY "accounts whose AM-STMT-CYCLE day falls on it, each"
           DISPLAY "covering the cycle-to-cycle period ending that day."
           DISPLAY "Statements for a customer whose mail came back"
           DISPLAY "(LEDGER_CUST_CONTACT, LEDGER_CUST_XREF) go to"
           DISPLAY "OUTPUT_FILE.held instead of OUTPUT_FILE."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_stmt_print /data/transactions.dat ACCT123456 202608 /data/stmt.202608.prt"
           DISPLAY "  ./ledger_stmt_print /data/transactions.dat ALL 20260915 /data/stmt.cycle15.prt".
                   PERFORM PRINT-CLOSING-BALANCE
               END-IF
               MOVE WS-S-ACCT-ID(WS-SORT-I) TO WS-CUR-ACCT
               PERFORM CHECK-MAIL-HOLD
               IF WS-HOLD-STMT
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   ADD 1 TO WS-STMT-COUNT
               END-IF
               PERFORM START-ACCOUNT-STATEMENT
           END-IF

               INTO WS-STMT-LINE
           END-STRING
           MOVE WS-STMT-LINE TO STMT-REC
           PERFORM PUT-STMT-REC
           ADD 1 TO WS-LINE-NO.

       START-ACCOUNT-STATEMENT.
               INTO WS-STMT-LINE
           END-STRING
           MOVE WS-STMT-LINE TO STMT-REC
           PERFORM PUT-STMT-REC
           ADD 1 TO WS-LINE-NO.

       LOOKUP-OPENING-BALANCE.
               INTO WS-STMT-LINE
           END-STRING
           MOVE WS-STMT-LINE TO STMT-REC
           PERFORM PUT-STMT-REC
           ADD 1 TO WS-LINE-NO.

       PRINT-STMT-HEADINGS.
               INTO WS-STMT-LINE
           END-STRING
           MOVE WS-STMT-LINE TO STMT-REC
           PERFORM PUT-STMT-REC

           MOVE "POST-DATE TIME   TRXN-ID    CHANNEL DESCRIPTION          CUR AMOUNT       BALANCE"
               TO STMT-REC
           PERFORM PUT-STMT-REC
           MOVE SPACES TO STMT-REC
           MOVE ALL "-" TO STMT-REC(1:86)
           PERFORM PUT-STMT-REC

           MOVE 4 TO WS-LINE-NO.

      *> =================================================================
      *> Returned-mail holds -- every customer flagged on the contact
      *> file, and through the cross-reference every account linked to
      *> them. Both files are optional: a shop without them mails
      *> everything, as before.
      *> =================================================================
       LOAD-MAIL-HOLDS.
           STRING FUNCTION TRIM(WS-STMT-PATH) ".held" DELIMITED BY SIZE
               INTO WS-HELD-PATH
           END-STRING

           DISPLAY "LEDGER_CUST_CONTACT" UPON ENVIRONMENT-NAME
           ACCEPT WS-CONTACT-PATH FROM ENVIRONMENT-VALUE
           IF WS-CONTACT-PATH = SPACES
               MOVE "./cust_contact.dat" TO WS-CONTACT-PATH
           END-IF

           OPEN INPUT CUST-CONTACT-FILE
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: contact file "
                   FUNCTION TRIM(WS-CONTACT-PATH)
                   " not available (FILE STATUS " WS-CONTACT-FILE-STATUS
                   ") -- returned-mail holds are OFF for this run"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "LEDGER_CUST_XREF" UPON ENVIRONMENT-NAME
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT-VALUE
           IF WS-XREF-PATH = SPACES
               MOVE "./cust_acct_xref.dat" TO WS-XREF-PATH
           END-IF

           OPEN INPUT CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: cross-reference "
                   FUNCTION TRIM(WS-XREF-PATH)
                   " not available (FILE STATUS " WS-XREF-FILE-STATUS
                   ") -- returned-mail holds are OFF for this run"
               CLOSE CUST-CONTACT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-MAIL-HOLD UNTIL WS-CT-EOF

           CLOSE CUST-XREF-FILE
           CLOSE CUST-CONTACT-FILE

           IF WS-HOLD-CUST-COUNT > ZERO
               DISPLAY WS-HOLD-CUST-COUNT " customer(s) on returned-"
                   "mail hold, " WS-HOLD-TBL-COUNT " account(s) held"
           END-IF.

       LOAD-ONE-MAIL-HOLD.
           READ CUST-CONTACT-FILE NEXT RECORD
               AT END
                   SET WS-CT-EOF TO TRUE
               NOT AT END
                   IF CT-MAIL-RETURNED
                       ADD 1 TO WS-HOLD-CUST-COUNT
                       PERFORM LOAD-HELD-CUST-ACCOUNTS
                   END-IF
           END-READ.

       LOAD-HELD-CUST-ACCOUNTS.
           MOVE "N" TO WS-XRC-EOF-SW
           MOVE CT-CUST-ID TO XRC-CUST-ID
           MOVE LOW-VALUES TO XRC-ACCT-ID
           START CUST-XREF-FILE KEY >= XRC-KEY
               INVALID KEY
                   SET WS-XRC-EOF TO TRUE
           END-START

           PERFORM LOAD-ONE-HELD-ACCOUNT UNTIL WS-XRC-EOF.

       LOAD-ONE-HELD-ACCOUNT.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XRC-EOF TO TRUE
               NOT AT END
                   IF XRC-CUST-ID NOT = CT-CUST-ID
                       SET WS-XRC-EOF TO TRUE
                   ELSE
                       IF WS-HOLD-TBL-COUNT >= 1000
                           DISPLAY "ERROR: more than 1000 accounts on "
                               "returned-mail hold"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HOLD-TBL-COUNT
                       MOVE XRC-ACCT-ID
                           TO WS-HOLD-ACCT(WS-HOLD-TBL-COUNT)
                   END-IF
           END-READ.

       CHECK-MAIL-HOLD.
           MOVE "N" TO WS-HOLD-STMT-SW
           PERFORM MATCH-ONE-MAIL-HOLD
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-TBL-COUNT OR WS-HOLD-STMT

           IF WS-HOLD-STMT AND NOT WS-HELD-OPEN
               OPEN OUTPUT HELD-STMT-FILE
               IF WS-HELD-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to open " WS-HELD-PATH
                   DISPLAY "       FILE STATUS = " WS-HELD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-HELD-OPEN TO TRUE
           END-IF.

       MATCH-ONE-MAIL-HOLD.
           IF WS-HOLD-ACCT(WS-HOLD-IDX) = WS-CUR-ACCT
               SET WS-HOLD-STMT TO TRUE
           END-IF.

      *> Every statement line goes out through here -- to the mail run,
      *> or to the held file while the current account is on hold.
       PUT-STMT-REC.
           IF WS-HOLD-STMT
               MOVE STMT-REC TO HELD-STMT-REC
               WRITE HELD-STMT-REC
           ELSE
               WRITE STMT-REC
           END-IF.

       COPY "curr_attr.cpy".
