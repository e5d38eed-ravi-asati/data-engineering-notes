               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUST-CONTACT-FILE ASSIGN TO WS-CONTACT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CUST-ID
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT CUST-TAX-FILE ASSIGN TO WS-TAX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTX-CUST-ID
               FILE STATUS IS WS-TAX-FILE-STATUS.

           COPY "sanction_screen_select.cpy".

           COPY "op_signon_select.cpy".

           COPY "maker_checker_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER-FILE.
       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       FD  CUST-CONTACT-FILE.
       COPY "cust_contact.cpy".

       FD  CUST-TAX-FILE.
       COPY "cust_tax.cpy".

       COPY "sanction_screen_fd.cpy".

       COPY "op_signon_fd.cpy".

       COPY "maker_checker_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-XREF-FILE-STATUS PIC XX.

       01 WS-LIST-COUNT       PIC 9(7)    VALUE ZERO.

       *> Customer status as read by CHECK-CUSTOMER-EXISTS -- a LINK
       *> to a customer under screening review puts the account
       *> straight onto screening hold.
       01 WS-CUST-STATUS      PIC X(1).

       01 WS-LINKED-SW        PIC X(1)    VALUE "N".
           88 WS-LINKED                   VALUE "Y".
       01 WS-APPLYING-SW      PIC X(1)    VALUE "N".
           88 WS-APPLYING                 VALUE "Y".

       *> Contact details and postal address (cust_contact.cpy) --
       *> LEDGER_CUST_CONTACT, default ./cust_contact.dat.
       01 WS-CONTACT-PATH     PIC X(200).
       01 WS-CONTACT-FILE-STATUS
                              PIC XX.
       01 WS-CONTACT-NEW-SW   PIC X(1)    VALUE "N".
           88 WS-CONTACT-NEW              VALUE "Y".
       01 WS-CONTACT-IDX      PIC 9(1).
       01 WS-CONTACT-DATE-N   PIC 9(8).
       01 WS-INCOME-ED        PIC Z(9)9.
       01 WS-CONTACT-AUDIT-TEXT
                              PIC X(50).

       *> Withholding-tax status (cust_tax.cpy) -- LEDGER_CUST_TAX,
       *> default ./cust_tax.dat.
       01 WS-TAX-PATH         PIC X(200).
       01 WS-TAX-FILE-STATUS  PIC XX.
       01 WS-TAX-NEW-SW       PIC X(1)    VALUE "N".
           88 WS-TAX-NEW                  VALUE "Y".
       01 WS-TAX-STATUS       PIC X(1).
       01 WS-TAX-CERT-REF     PIC X(20).
       01 WS-TAX-CERT-EXPIRY  PIC 9(8).

       COPY "sanction_screen_ws.cpy".

       COPY "op_signon_ws.cpy".

       COPY "maker_checker_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "CUST-MASTER-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               STOP RUN
           END-IF

           *> Sign-on first: a staged link carries its maker's
           *> operator ID, and only someone else may approve it.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: CUST_MASTER_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           EVALUATE WS-COMMAND
               WHEN "LIST    "
               WHEN "SHOW    "
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
               WHEN "RETMAIL "
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
               WHEN "APPROVE "
               WHEN "REJECT  "
                   MOVE "S" TO WS-OPSGN-REQUIRED-ROLE
               WHEN OTHER
                   MOVE "A" TO WS-OPSGN-REQUIRED-ROLE
           END-EVALUATE
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-COMMAND
               WHEN "ADD     "
                   PERFORM ADD-CUSTOMER
                   PERFORM LINK-ACCOUNT
               WHEN "UNLINK  "
                   PERFORM UNLINK-ACCOUNT
               WHEN "SETNAME "
                   PERFORM SET-CONTACT-NAME
               WHEN "SETPHONE"
                   PERFORM SET-CONTACT-PHONE
               WHEN "SETINCOM"
                   PERFORM SET-CONTACT-INCOME
               WHEN "SETADDR "
                   PERFORM SET-CONTACT-ADDRESS
               WHEN "SETEMAIL"
                   PERFORM SET-CONTACT-EMAIL
               WHEN "SETTAX  "
                   PERFORM SET-TAX-STATUS
               WHEN "RETMAIL "
                   PERFORM MARK-MAIL-RETURNED
               WHEN "CLRMAIL "
                   PERFORM CLEAR-MAIL-RETURNED
               WHEN "APPROVE "
                   PERFORM APPROVE-XREF-CHANGE
               WHEN "REJECT  "
                   PERFORM REJECT-XREF-CHANGE
               WHEN "SHOW    "
                   PERFORM SHOW-CUSTOMER
               WHEN "LIST    "
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE ADD CUST_ID CUST_NAME OPEN_DATE"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE LINK CUST_ID ACCT_ID"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE UNLINK CUST_ID ACCT_ID"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE APPROVE|REJECT CHANGE_ID"
           DISPLAY "    (LINK and UNLINK are staged; a different operator"
           DISPLAY "     with role S APPROVEs them before they take effect)"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE SETNAME CUST_ID FIRST_NAME LAST_NAME [DOB]"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE SETPHONE CUST_ID PHONE_1 [PHONE_2]"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE SETINCOM CUST_ID ANNUAL_INCOME"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE SETADDR CUST_ID LINE_1 LINE_2 LINE_3 CITY POSTCODE COUNTRY"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE SETEMAIL CUST_ID EMAIL"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE SETTAX CUST_ID R|N|E [CERT_REF CERT_EXPIRY]"
           DISPLAY "    (withholding tax on interest: R=resident N=non-resident"
           DISPLAY "     E=exempt, which needs the certificate and its expiry"
           DISPLAY "     date; status lives in LEDGER_CUST_TAX, default"
           DISPLAY "     ./cust_tax.dat)"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE RETMAIL CUST_ID [RETURNED_DATE]"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE CLRMAIL CUST_ID"
           DISPLAY "    (RETMAIL holds the customer's statements until SETADDR"
           DISPLAY "     keys a new address or CLRMAIL releases them; contact"
           DISPLAY "     details live in LEDGER_CUST_CONTACT, default"
           DISPLAY "     ./cust_contact.dat)"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE SHOW CUST_ID"
           DISPLAY "  ./cust_master_maint CUST_MASTER_FILE XREF_FILE LIST"
           DISPLAY "Example:"
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-OPEN-DATE-N = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Every new customer is screened against the watch list
           *> before it is written; a hit opens the customer under
           *> review instead of active.
           PERFORM LOAD-WATCH-LIST
           MOVE WS-CUST-NAME TO WS-SCRN-SUBJECT
           PERFORM SCREEN-NAME

           PERFORM SAFE-OPEN-CUST-MASTER-IO

           MOVE WS-CUST-ID TO CM-CUST-ID

           MOVE WS-CUST-ID     TO CM-CUST-ID
           MOVE WS-CUST-NAME   TO CM-CUST-NAME
           IF WS-SCRN-HIT
               MOVE "R"        TO CM-CUST-STATUS
           ELSE
               MOVE "A"        TO CM-CUST-STATUS
           END-IF
           MOVE WS-OPEN-DATE-N TO CM-OPEN-DATE
           WRITE CUST-MASTER-REC

           CLOSE CUST-MASTER-FILE

           IF WS-SCRN-HIT
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE "C"        TO WS-SCRN-SUBJ-TYPE
               MOVE WS-CUST-ID TO WS-SCRN-SUBJ-ID
               MOVE "ADD"      TO WS-SCRN-HIT-SOURCE
               MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO WS-SCRN-HIT-DATE
               PERFORM RECORD-SCREEN-HIT
               DISPLAY "SCREENING HIT: " WS-CUST-ID " scores "
                   WS-SCRN-SCORE " against watch-list entry "
                   WS-SCRN-HIT-ENTRY " (" FUNCTION TRIM(WS-SCRN-HIT-NAME)
                   ")"
               DISPLAY "Added customer " WS-CUST-ID " UNDER REVIEW to "
                   WS-FILE-PATH " -- accounts linked to it go onto "
                   "screening hold until compliance clears the hit"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Added customer " WS-CUST-ID " to " WS-FILE-PATH
           END-IF.

      *> =================================================================
      *> LINK -- cross-reference an existing account to an existing
      *> customer. The account is checked against the account master
      *> when one is available, so a typo cannot link a ghost account.
      *> The link is staged; it is written when a second operator
      *> APPROVEs it.
      *> =================================================================
       LINK-ACCOUNT.
           PERFORM ACCEPT-CUST-AND-ACCT-ARGS
           PERFORM CHECK-CUSTOMER-EXISTS
           PERFORM CHECK-ACCT-ON-MASTER

           PERFORM CHECK-XREF-LINK
           IF WS-LINKED
               DISPLAY "ERROR: " WS-ACCT-ID
                   " is already linked to " WS-CUST-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "UNLINKED" TO WS-MKCK-BEFORE
           MOVE "LINKED"   TO WS-MKCK-AFTER
           PERFORM STAGE-XREF-CHANGE.

       UNLINK-ACCOUNT.
           PERFORM ACCEPT-CUST-AND-ACCT-ARGS

           PERFORM CHECK-XREF-LINK
           IF NOT WS-LINKED
               DISPLAY "ERROR: " WS-ACCT-ID " is not linked to "
                   WS-CUST-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "LINKED"   TO WS-MKCK-BEFORE
           MOVE "UNLINKED" TO WS-MKCK-AFTER
           PERFORM STAGE-XREF-CHANGE.

       CHECK-XREF-LINK.
           MOVE "N" TO WS-LINKED-SW
           OPEN INPUT CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               *> No cross-reference yet -- nothing is linked.
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUST-ID TO XRC-CUST-ID
           MOVE WS-ACCT-ID TO XRC-ACCT-ID
           READ CUST-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LINKED TO TRUE
           END-READ

           CLOSE CUST-XREF-FILE.

       STAGE-XREF-CHANGE.
           MOVE "X"          TO WS-MKCK-SOURCE
           MOVE WS-COMMAND   TO WS-MKCK-ACTION
           MOVE WS-ACCT-ID   TO WS-MKCK-ACCT-ID
           MOVE WS-CUST-ID   TO WS-MKCK-CUST-ID
           MOVE WS-XREF-PATH TO WS-MKCK-TARGET-PATH
           PERFORM STAGE-MASTER-CHANGE.

      *> =================================================================
      *> APPROVE -- a second operator, role S, applies a staged LINK or
      *> UNLINK. The customer and account are checked again as they
      *> stand now; a link that has appeared or gone since the change
      *> was keyed stops the approval.
      *> =================================================================
       APPROVE-XREF-CHANGE.
           PERFORM ACCEPT-CHANGE-ID-ARG
           MOVE "A" TO WS-MKCK-DECISION
           PERFORM FETCH-CHANGE-FOR-DECISION

           IF MCH-TARGET-PATH NOT = WS-XREF-PATH
               DISPLAY "ERROR: change " WS-MKCK-CHANGE-ID
                   " was keyed against " FUNCTION TRIM(MCH-TARGET-PATH)
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE MCH-CUST-ID TO WS-CUST-ID
           MOVE MCH-ACCT-ID TO WS-ACCT-ID
           IF MCH-ACTION = "LINK    "
               PERFORM CHECK-CUSTOMER-EXISTS
               SET WS-APPLYING TO TRUE
               PERFORM CHECK-ACCT-ON-MASTER
               PERFORM APPLY-LINK
           ELSE
               PERFORM APPLY-UNLINK
           END-IF

           PERFORM RECORD-CHANGE-DECISION

           DISPLAY "Approved change " WS-MKCK-CHANGE-ID ": "
               FUNCTION TRIM(MCH-ACTION) " " WS-ACCT-ID
               " / customer " WS-CUST-ID " applied to " WS-XREF-PATH.

       REJECT-XREF-CHANGE.
           PERFORM ACCEPT-CHANGE-ID-ARG
           MOVE "R" TO WS-MKCK-DECISION
           PERFORM FETCH-CHANGE-FOR-DECISION
           PERFORM RECORD-CHANGE-DECISION

           DISPLAY "Rejected change " WS-MKCK-CHANGE-ID ": "
               FUNCTION TRIM(MCH-ACTION) " " MCH-ACCT-ID
               " / customer " MCH-CUST-ID.

       ACCEPT-CHANGE-ID-ARG.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 4: CHANGE_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:16))
               TO WS-MKCK-CHANGE-ID
           MOVE "X" TO WS-MKCK-SOURCE.

       APPLY-LINK.
           PERFORM SAFE-OPEN-XREF-IO

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   DISPLAY "ERROR: " WS-ACCT-ID
                       " is already linked to " WS-CUST-ID
                   CLOSE CUST-XREF-FILE
                   CLOSE MASTER-CHANGE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE

           CLOSE CUST-XREF-FILE.

       APPLY-UNLINK.
           OPEN I-O CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-XREF-PATH
               DISPLAY "       FILE STATUS = " WS-XREF-FILE-STATUS
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                   DISPLAY "ERROR: " WS-ACCT-ID " is not linked to "
                       WS-CUST-ID
                   CLOSE CUST-XREF-FILE
                   CLOSE MASTER-CHANGE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           DELETE CUST-XREF-FILE

           CLOSE CUST-XREF-FILE.

       ACCEPT-CUST-AND-ACCT-ARGS.
           IF WS-ARG-COUNT < 5
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE CM-CUST-STATUS TO WS-CUST-STATUS

           CLOSE CUST-MASTER-FILE.

           END-IF

           MOVE "Y" TO WS-ACCT-CHECK-SW
           OPEN I-O ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ACCT-CHECK-SW
               DISPLAY "WARNING: account master "
                   STOP RUN
           END-READ

           *> The screening hold goes on when the link is applied, not
           *> while it waits for approval.
           IF WS-APPLYING
               AND WS-CUST-STATUS = "R" AND AM-ACCT-STATUS = "O"
               MOVE "S" TO AM-ACCT-STATUS
               REWRITE ACCT-MASTER-REC
               DISPLAY "SCREENING HOLD: customer " WS-CUST-ID
                   " is under screening review -- " WS-ACCT-ID
                   " set to status S"
           END-IF

           CLOSE ACCT-MASTER-FILE.

       SHOW-CUSTOMER.

           PERFORM CHECK-CUSTOMER-EXISTS

           PERFORM SHOW-CONTACT-DETAILS
           PERFORM SHOW-TAX-STATUS

           DISPLAY "Customer " WS-CUST-ID " -- accounts linked:"

           OPEN INPUT CUST-XREF-FILE
                       CM-OPEN-DATE "  " CM-CUST-NAME
           END-READ.

      *> =================================================================
      *> Contact details -- name, date of birth, phones, income, postal
      *> address and email live on the companion contact file, one row
      *> per customer, created on the first change. These take effect
      *> at once (the customer's accounts and ownership do not move) and
      *> each one is written to the audit log.
      *> =================================================================
       SET-CONTACT-NAME.
           IF WS-ARG-COUNT < 6
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-CONTACT-CUST-ARG

           *> Arg 5: FIRST_NAME; Arg 6: LAST_NAME
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:50) TO CT-FIRST-NAME
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:50) TO CT-LAST-NAME

           *> Arg 7 (optional): DOB (YYYYMMDD)
           IF WS-ARG-COUNT > 6
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-CONTACT-DATE-N =
                   FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONTACT-DATE-N)
                   NOT = ZERO
                   DISPLAY "ERROR: DOB " WS-ARG-VALUE(1:8)
                       " is not a valid date"
                   CLOSE CUST-CONTACT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CONTACT-DATE-N TO CT-DOB
           END-IF

           MOVE SPACES TO WS-CONTACT-AUDIT-TEXT
           STRING FUNCTION TRIM(CT-FIRST-NAME) " "
                  FUNCTION TRIM(CT-LAST-NAME) " " CT-DOB
               DELIMITED BY SIZE
               INTO WS-CONTACT-AUDIT-TEXT
           END-STRING
           PERFORM SAVE-CONTACT-CHANGE.

       SET-CONTACT-PHONE.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-CONTACT-CUST-ARG

           *> Arg 5: PHONE_1; Arg 6 (optional): PHONE_2 -- left as it
           *> was when not given
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:12) TO CT-PHONE-NO(1)
           IF WS-ARG-COUNT > 5
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:12) TO CT-PHONE-NO(2)
           END-IF

           MOVE SPACES TO WS-CONTACT-AUDIT-TEXT
           STRING CT-PHONE-NO(1) " " CT-PHONE-NO(2)
               DELIMITED BY SIZE
               INTO WS-CONTACT-AUDIT-TEXT
           END-STRING
           PERFORM SAVE-CONTACT-CHANGE.

       SET-CONTACT-INCOME.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-CONTACT-CUST-ARG

           *> Arg 5: ANNUAL_INCOME (whole units)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-ARG-VALUE) NOT = ZERO
               OR FUNCTION NUMVAL(WS-ARG-VALUE) < ZERO
               DISPLAY "ERROR: income " FUNCTION TRIM(WS-ARG-VALUE)
                   " is not a whole, non-negative amount"
               CLOSE CUST-CONTACT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE CT-INCOME = FUNCTION NUMVAL(WS-ARG-VALUE)

           MOVE CT-INCOME TO WS-INCOME-ED
           MOVE FUNCTION TRIM(WS-INCOME-ED) TO WS-CONTACT-AUDIT-TEXT
           PERFORM SAVE-CONTACT-CHANGE.

      *> -----------------------------------------------------------------
      *> SETADDR -- a new postal address. Returned mail was the old
      *> address going stale, so keying a new one clears the flag and
      *> the customer's statements go back into the post.
      *> -----------------------------------------------------------------
       SET-CONTACT-ADDRESS.
           IF WS-ARG-COUNT < 10
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-CONTACT-CUST-ARG

           *> Args 5-7: ADDRESS LINE 1-3 (pass "" for an unused line)
           PERFORM ACCEPT-ONE-ADDRESS-LINE
               VARYING WS-CONTACT-IDX FROM 1 BY 1
               UNTIL WS-CONTACT-IDX > 3

           *> Arg 8: CITY; Arg 9: POSTCODE; Arg 10: COUNTRY (ISO alpha-2)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:30) TO CT-CITY
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:10)) TO CT-POSTCODE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:2)) TO CT-COUNTRY

           IF CT-ADDR-LINE(1) = SPACES OR CT-POSTCODE = SPACES
               DISPLAY "ERROR: an address needs at least LINE_1 and "
                   "a POSTCODE"
               CLOSE CUST-CONTACT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO CT-ADDR-CHANGED-DATE

           IF CT-MAIL-RETURNED
               MOVE "N"  TO CT-RETURNED-MAIL
               MOVE ZERO TO CT-RETURNED-DATE
               DISPLAY "Returned-mail hold cleared for " WS-CUST-ID
                   " -- statements go to the new address"
           END-IF

           MOVE SPACES TO WS-CONTACT-AUDIT-TEXT
           STRING FUNCTION TRIM(CT-ADDR-LINE(1)) " "
                  FUNCTION TRIM(CT-POSTCODE) " " CT-COUNTRY
               DELIMITED BY SIZE
               INTO WS-CONTACT-AUDIT-TEXT
           END-STRING
           PERFORM SAVE-CONTACT-CHANGE.

       ACCEPT-ONE-ADDRESS-LINE.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:40) TO CT-ADDR-LINE(WS-CONTACT-IDX).

       SET-CONTACT-EMAIL.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-CONTACT-CUST-ARG

           *> Arg 5: EMAIL
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE ZERO TO WS-LIST-COUNT
           INSPECT WS-ARG-VALUE(1:60) TALLYING WS-LIST-COUNT FOR ALL "@"
           IF WS-LIST-COUNT NOT = 1
               DISPLAY "ERROR: " FUNCTION TRIM(WS-ARG-VALUE)
                   " is not an email address"
               CLOSE CUST-CONTACT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-VALUE(1:60) TO CT-EMAIL

           MOVE CT-EMAIL TO WS-CONTACT-AUDIT-TEXT
           PERFORM SAVE-CONTACT-CHANGE.

      *> -----------------------------------------------------------------
      *> RETMAIL -- the post office has sent the customer's mail back.
      *> Statements are held from the next run; the mail room (role P)
      *> can key this, and the branch chases a new address from the
      *> hold-mail report.
      *> -----------------------------------------------------------------
       MARK-MAIL-RETURNED.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-CONTACT-CUST-ARG

           *> Arg 5 (optional): RETURNED_DATE (YYYYMMDD), default today
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO WS-CONTACT-DATE-N
           IF WS-ARG-COUNT > 4
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-CONTACT-DATE-N =
                   FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONTACT-DATE-N)
                   NOT = ZERO
                   DISPLAY "ERROR: RETURNED_DATE " WS-ARG-VALUE(1:8)
                       " is not a valid date"
                   CLOSE CUST-CONTACT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF CT-MAIL-RETURNED
               DISPLAY "WARNING: mail for " WS-CUST-ID
                   " is already held since " CT-RETURNED-DATE
               CLOSE CUST-CONTACT-FILE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y"               TO CT-RETURNED-MAIL
           MOVE WS-CONTACT-DATE-N TO CT-RETURNED-DATE

           MOVE SPACES TO WS-CONTACT-AUDIT-TEXT
           STRING "RETURNED " CT-RETURNED-DATE
               DELIMITED BY SIZE
               INTO WS-CONTACT-AUDIT-TEXT
           END-STRING
           PERFORM SAVE-CONTACT-CHANGE

           DISPLAY "Statements for " WS-CUST-ID
               " are held until a new address is keyed".

       CLEAR-MAIL-RETURNED.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-CONTACT-CUST-ARG

           IF NOT CT-MAIL-RETURNED
               DISPLAY "WARNING: mail for " WS-CUST-ID " is not held"
               CLOSE CUST-CONTACT-FILE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONTACT-AUDIT-TEXT
           STRING "RELEASED, RETURNED " CT-RETURNED-DATE
               DELIMITED BY SIZE
               INTO WS-CONTACT-AUDIT-TEXT
           END-STRING
           MOVE "N"  TO CT-RETURNED-MAIL
           MOVE ZERO TO CT-RETURNED-DATE
           PERFORM SAVE-CONTACT-CHANGE.

       ACCEPT-CONTACT-CUST-ARG.
           *> Arg 4: CUST_ID -- must be on the customer master
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-CUST-ID

           PERFORM CHECK-CUSTOMER-EXISTS
           PERFORM READ-CONTACT-FOR-UPDATE.

       READ-CONTACT-FOR-UPDATE.
           PERFORM RESOLVE-CONTACT-PATH

           *> Same create-on-35 treatment the other keyed masters get,
           *> closed and reopened so the first change can read it.
           OPEN I-O CUST-CONTACT-FILE
           IF WS-CONTACT-FILE-STATUS = "35"
               OPEN OUTPUT CUST-CONTACT-FILE
               CLOSE CUST-CONTACT-FILE
               OPEN I-O CUST-CONTACT-FILE
           END-IF
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-CONTACT-PATH
               DISPLAY "       FILE STATUS = " WS-CONTACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-CONTACT-NEW-SW
           MOVE WS-CUST-ID TO CT-CUST-ID
           READ CUST-CONTACT-FILE
               INVALID KEY
                   SET WS-CONTACT-NEW TO TRUE
                   MOVE SPACES     TO CUST-CONTACT-REC
                   MOVE WS-CUST-ID TO CT-CUST-ID
                   MOVE ZERO       TO CT-DOB
                   MOVE ZERO       TO CT-INCOME
                   MOVE "N"        TO CT-RETURNED-MAIL
                   MOVE ZERO       TO CT-RETURNED-DATE
                   MOVE ZERO       TO CT-ADDR-CHANGED-DATE
                   MOVE ZERO       TO CT-LAST-UPDATED-DATE
           END-READ.

       RESOLVE-CONTACT-PATH.
           DISPLAY "LEDGER_CUST_CONTACT" UPON ENVIRONMENT-NAME
           ACCEPT WS-CONTACT-PATH FROM ENVIRONMENT-VALUE
           IF WS-CONTACT-PATH = SPACES
               MOVE "./cust_contact.dat" TO WS-CONTACT-PATH
           END-IF.

       SAVE-CONTACT-CHANGE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-OPSGN-OPER-ID TO CT-LAST-UPDATED-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO CT-LAST-UPDATED-DATE

           IF WS-CONTACT-NEW
               WRITE CUST-CONTACT-REC
           ELSE
               REWRITE CUST-CONTACT-REC
           END-IF
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to update " WS-CONTACT-PATH
               DISPLAY "       FILE STATUS = " WS-CONTACT-FILE-STATUS
               CLOSE CUST-CONTACT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE CUST-CONTACT-FILE

           PERFORM OPEN-AUDIT-LOG
           MOVE WS-CONTACT-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING FUNCTION TRIM(WS-COMMAND) " " WS-CUST-ID " "
                  WS-CONTACT-AUDIT-TEXT
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG

           DISPLAY "Updated " FUNCTION TRIM(WS-COMMAND) " for customer "
               WS-CUST-ID " on " FUNCTION TRIM(WS-CONTACT-PATH).

       SHOW-CONTACT-DETAILS.
           PERFORM RESOLVE-CONTACT-PATH
           OPEN INPUT CUST-CONTACT-FILE
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "  (no contact file at "
                   FUNCTION TRIM(WS-CONTACT-PATH) ")"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUST-ID TO CT-CUST-ID
           READ CUST-CONTACT-FILE
               INVALID KEY
                   DISPLAY "  (no contact details on file)"
                   CLOSE CUST-CONTACT-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE CT-INCOME TO WS-INCOME-ED
           DISPLAY "  Name     " FUNCTION TRIM(CT-FIRST-NAME) " "
               FUNCTION TRIM(CT-LAST-NAME) "   DOB " CT-DOB
           DISPLAY "  Phone    " CT-PHONE-NO(1) " " CT-PHONE-NO(2)
               "   Income " WS-INCOME-ED
           DISPLAY "  Address  " CT-ADDR-LINE(1)
           DISPLAY "           " CT-ADDR-LINE(2)
           DISPLAY "           " CT-ADDR-LINE(3)
           DISPLAY "           " FUNCTION TRIM(CT-CITY) " "
               FUNCTION TRIM(CT-POSTCODE) " " CT-COUNTRY
               "   (changed " CT-ADDR-CHANGED-DATE ")"
           DISPLAY "  Email    " FUNCTION TRIM(CT-EMAIL)
           IF CT-MAIL-RETURNED
               DISPLAY "  MAIL RETURNED " CT-RETURNED-DATE
                   " -- statements are held"
           END-IF

           CLOSE CUST-CONTACT-FILE.

      *> -----------------------------------------------------------------
      *> SETTAX -- the customer's withholding-tax status. An exemption
      *> is only as good as its certificate, so 'E' must carry the
      *> certificate number and an expiry date still in the future;
      *> once it lapses capitalization withholds at the resident rate.
      *> -----------------------------------------------------------------
       SET-TAX-STATUS.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 4: CUST_ID -- must be on the customer master
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-CUST-ID
           PERFORM CHECK-CUSTOMER-EXISTS

           *> Arg 5: TAX_STATUS (R, N or E)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1)) TO WS-TAX-STATUS
           IF (WS-TAX-STATUS NOT = "R" AND WS-TAX-STATUS NOT = "N"
                   AND WS-TAX-STATUS NOT = "E")
               OR WS-ARG-VALUE(2:1) NOT = SPACE
               DISPLAY "ERROR: tax status " FUNCTION TRIM(WS-ARG-VALUE)
                   " is not R, N or E"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-TAX-CERT-REF
           MOVE ZERO   TO WS-TAX-CERT-EXPIRY
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF WS-TAX-STATUS = "E"
               IF WS-ARG-COUNT < 7
                   DISPLAY "ERROR: an exemption needs CERT_REF and "
                       "CERT_EXPIRY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               *> Arg 6: CERT_REF; Arg 7: CERT_EXPIRY (YYYYMMDD)
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:20) TO WS-TAX-CERT-REF
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-TAX-CERT-EXPIRY =
                   FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
               IF WS-TAX-CERT-REF = SPACES
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-TAX-CERT-EXPIRY)
                       NOT = ZERO
                   OR WS-TAX-CERT-EXPIRY < FUNCTION NUMVAL(WS-TODAY-DATE)
                   DISPLAY "ERROR: certificate "
                       FUNCTION TRIM(WS-TAX-CERT-REF) " expiry "
                       WS-ARG-VALUE(1:8)
                       " is not a valid date in the future"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM RESOLVE-TAX-PATH
           OPEN I-O CUST-TAX-FILE
           IF WS-TAX-FILE-STATUS = "35"
               OPEN OUTPUT CUST-TAX-FILE
               CLOSE CUST-TAX-FILE
               OPEN I-O CUST-TAX-FILE
           END-IF
           IF WS-TAX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-TAX-PATH
               DISPLAY "       FILE STATUS = " WS-TAX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-TAX-NEW-SW
           MOVE WS-CUST-ID TO CTX-CUST-ID
           READ CUST-TAX-FILE
               INVALID KEY
                   SET WS-TAX-NEW TO TRUE
                   MOVE SPACES     TO CUST-TAX-REC
                   MOVE WS-CUST-ID TO CTX-CUST-ID
           END-READ

           MOVE WS-TAX-STATUS      TO CTX-TAX-STATUS
           MOVE WS-TAX-CERT-REF    TO CTX-CERT-REF
           MOVE WS-TAX-CERT-EXPIRY TO CTX-CERT-EXPIRY
           MOVE WS-OPSGN-OPER-ID   TO CTX-LAST-UPDATED-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO CTX-LAST-UPDATED-DATE

           IF WS-TAX-NEW
               WRITE CUST-TAX-REC
           ELSE
               REWRITE CUST-TAX-REC
           END-IF
           IF WS-TAX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to update " WS-TAX-PATH
               DISPLAY "       FILE STATUS = " WS-TAX-FILE-STATUS
               CLOSE CUST-TAX-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE CUST-TAX-FILE

           PERFORM OPEN-AUDIT-LOG
           MOVE WS-TAX-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "SETTAX " WS-CUST-ID " " WS-TAX-STATUS " "
                  FUNCTION TRIM(WS-TAX-CERT-REF) " " WS-TAX-CERT-EXPIRY
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG

           DISPLAY "Tax status " WS-TAX-STATUS " set for customer "
               WS-CUST-ID " on " FUNCTION TRIM(WS-TAX-PATH).

       RESOLVE-TAX-PATH.
           DISPLAY "LEDGER_CUST_TAX" UPON ENVIRONMENT-NAME
           ACCEPT WS-TAX-PATH FROM ENVIRONMENT-VALUE
           IF WS-TAX-PATH = SPACES
               MOVE "./cust_tax.dat" TO WS-TAX-PATH
           END-IF.

       SHOW-TAX-STATUS.
           PERFORM RESOLVE-TAX-PATH
           OPEN INPUT CUST-TAX-FILE
           IF WS-TAX-FILE-STATUS NOT = "00"
               DISPLAY "  Tax      R (no tax-status file -- resident)"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUST-ID TO CTX-CUST-ID
           READ CUST-TAX-FILE
               INVALID KEY
                   DISPLAY "  Tax      R (no status keyed -- resident)"
               NOT INVALID KEY
                   IF CTX-EXEMPT
                       DISPLAY "  Tax      E exempt, certificate "
                           FUNCTION TRIM(CTX-CERT-REF) " expires "
                           CTX-CERT-EXPIRY
                   ELSE
                       DISPLAY "  Tax      " CTX-TAX-STATUS
                           "   (set " CTX-LAST-UPDATED-DATE " by "
                           CTX-LAST-UPDATED-BY ")"
                   END-IF
           END-READ

           CLOSE CUST-TAX-FILE.

       SAFE-OPEN-CUST-MASTER-IO.
           *> Same create-on-35 treatment the other keyed masters get.
           OPEN I-O CUST-MASTER-FILE
                   STOP RUN
               END-IF
           END-IF.

       COPY "sanction_screen.cpy".

       COPY "op_signon.cpy".

       COPY "maker_checker.cpy".

       COPY "audit_log.cpy".
