               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT CUST-CONTACT-FILE ASSIGN TO WS-CONTACT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CUST-ID
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT HELD-STMT-FILE ASSIGN TO WS-HELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HELD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRXN-FILE
       FD  STMT-FILE.
       01  STMT-REC               PIC X(132).

       FD  CUST-CONTACT-FILE.
       COPY "cust_contact.cpy".

       FD  HELD-STMT-FILE.
       01  HELD-STMT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC XX.
       01 WS-CUST-FILE-STATUS     PIC XX.
       01 WS-CUR-ACCT             PIC X(10)   VALUE SPACES.
       01 WS-STMT-COUNT           PIC 9(5)    VALUE ZERO.

       *> ------------- Returned-mail hold working storage --------------
       *> A customer whose mail came back (CT-RETURNED-MAIL on the
       *> contact file) prints to OUTPUT_FILE with ".held" appended
       *> instead of the mail run.
       01 WS-CONTACT-PATH         PIC X(200).
       01 WS-CONTACT-FILE-STATUS  PIC XX.
       01 WS-CONTACT-ON-SW        PIC X(1)    VALUE "N".
           88 WS-CONTACT-ON                   VALUE "Y".
       01 WS-HELD-PATH            PIC X(200).
       01 WS-HELD-FILE-STATUS     PIC XX.
       01 WS-HELD-COUNT           PIC 9(5)    VALUE ZERO.
       01 WS-HOLD-STMT-SW         PIC X(1)    VALUE "N".
           88 WS-HOLD-STMT                    VALUE "Y".
       01 WS-HELD-OPEN-SW         PIC X(1)    VALUE "N".
           88 WS-HELD-OPEN                    VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.

               STOP RUN
           END-IF

           PERFORM OPEN-CONTACT-FILE

           PERFORM PRINT-ALL-STATEMENTS

           CLOSE STMT-FILE
           CLOSE CUST-MASTER-FILE
           IF WS-CONTACT-ON
               CLOSE CUST-CONTACT-FILE
           END-IF

           DISPLAY "Wrote " WS-STMT-COUNT
               " consolidated statement(s) for " WS-STMT-MONTH
               " to " WS-STMT-PATH

           IF WS-HELD-OPEN
               CLOSE HELD-STMT-FILE
               DISPLAY "Held " WS-HELD-COUNT " statement(s) for "
                   "returned mail in " FUNCTION TRIM(WS-HELD-PATH)
                   " -- not for posting"
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_cust_statement TRXN_FILE CUST_MASTER_FILE XREF_FILE CUST_ID|ALL STMT_MONTH OUTPUT_FILE"
           DISPLAY "Statements for a customer whose mail came back"
           DISPLAY "(LEDGER_CUST_CONTACT) go to OUTPUT_FILE.held instead."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_cust_statement /data/transactions.dat /data/cust_master.dat /data/cust_acct_xref.dat CUST0000042 202608 /data/cust_stmt.202608.prt".

               MOVE WS-S-CUST-ID(WS-SORT-I) TO WS-CUR-CUST
               MOVE SPACES TO WS-CUR-ACCT
               MOVE ZERO   TO WS-CUST-TOTAL
               PERFORM CHECK-MAIL-HOLD
               IF WS-HOLD-STMT
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   ADD 1 TO WS-STMT-COUNT
               END-IF
               PERFORM LOOKUP-CUSTOMER-NAME
               MOVE 99 TO WS-LINE-NO
           END-IF
               INTO WS-STMT-LINE
           END-STRING
           MOVE WS-STMT-LINE TO STMT-REC
           PERFORM PUT-STMT-REC
           ADD 1 TO WS-LINE-NO.

       LOOKUP-CUSTOMER-NAME.
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

       PRINT-CUST-CLOSING.
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

           MOVE "POST-DATE TIME   TRXN-ID    CHANNEL DESCRIPTION               AMOUNT       BALANCE"
               TO STMT-REC
           PERFORM PUT-STMT-REC
           MOVE SPACES TO STMT-REC
           MOVE ALL "-" TO STMT-REC(1:86)
           PERFORM PUT-STMT-REC

           MOVE 4 TO WS-LINE-NO.

      *> =================================================================
      *> Returned-mail holds -- the contact file is optional; a shop
      *> without one mails every statement, as before.
      *> =================================================================
       OPEN-CONTACT-FILE.
           STRING FUNCTION TRIM(WS-STMT-PATH) ".held" DELIMITED BY SIZE
               INTO WS-HELD-PATH
           END-STRING

           DISPLAY "LEDGER_CUST_CONTACT" UPON ENVIRONMENT-NAME
           ACCEPT WS-CONTACT-PATH FROM ENVIRONMENT-VALUE
           IF WS-CONTACT-PATH = SPACES
               MOVE "./cust_contact.dat" TO WS-CONTACT-PATH
           END-IF

           OPEN INPUT CUST-CONTACT-FILE
           IF WS-CONTACT-FILE-STATUS = "00"
               SET WS-CONTACT-ON TO TRUE
           ELSE
               DISPLAY "WARNING: contact file "
                   FUNCTION TRIM(WS-CONTACT-PATH)
                   " not available (FILE STATUS " WS-CONTACT-FILE-STATUS
                   ") -- returned-mail holds are OFF for this run"
           END-IF.

       CHECK-MAIL-HOLD.
           MOVE "N" TO WS-HOLD-STMT-SW
           IF NOT WS-CONTACT-ON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUR-CUST TO CT-CUST-ID
           READ CUST-CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CT-MAIL-RETURNED
                       SET WS-HOLD-STMT TO TRUE
                   END-IF
           END-READ

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

      *> Every statement line goes out through here -- to the mail run,
      *> or to the held file while the current customer is on hold.
       PUT-STMT-REC.
           IF WS-HOLD-STMT
               MOVE STMT-REC TO HELD-STMT-REC
               WRITE HELD-STMT-REC
           ELSE
               WRITE STMT-REC
           END-IF.
