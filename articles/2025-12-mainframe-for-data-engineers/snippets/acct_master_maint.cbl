
           COPY "op_signon_select.cpy".

           COPY "sanction_screen_select.cpy".

           COPY "product_check_select.cpy".

           COPY "maker_checker_select.cpy".

           COPY "acct_number_select.cpy".

           COPY "acct_check_digit_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.

       COPY "op_signon_fd.cpy".

       COPY "sanction_screen_fd.cpy".

       COPY "product_check_fd.cpy".

       COPY "maker_checker_fd.cpy".

       COPY "acct_number_fd.cpy".

       COPY "acct_check_digit_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-ARG-COUNT        PIC 9(4).
       01 WS-NEW-STATUS       PIC X(1).
       01 WS-OD-LIMIT         PIC S9(7)V99.
       01 WS-OD-LIMIT-ED      PIC -(7).99.
       01 WS-LIMIT-TEXT-ED    PIC -(7)9.99.
       01 WS-CURRENT-VALUE    PIC X(15).
       01 WS-BRANCH           PIC X(3).
       01 WS-CYCLE-DAY        PIC 9(2).
       01 WS-PRODUCT          PIC X(3).
       01 WS-OD-GIVEN-SW      PIC X(1)    VALUE "N".
           88 WS-OD-GIVEN                 VALUE "Y".
       01 WS-ALLOC-SW         PIC X(1)    VALUE "N".
           88 WS-ALLOC-NUMBER             VALUE "Y".
       01 WS-PRD-DFLT-CYCLE   PIC 9(2)    VALUE ZERO.
       01 WS-PRD-DFLT-OD      PIC S9(7)V99 VALUE ZERO.

       01 WS-EOF-SW           PIC X(1)    VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01 WS-LIST-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-TODAY-DATE       PIC X(8).

       COPY "op_signon_ws.cpy".

       COPY "sanction_screen_ws.cpy".

       COPY "product_check_ws.cpy".

       COPY "maker_checker_ws.cpy".

       COPY "acct_number_ws.cpy".

       COPY "acct_check_digit_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "ACCT-MASTER-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           *> Deciding another operator's staged change is a
           *> supervisor's job; keying one needs the maintenance role.
           EVALUATE WS-COMMAND
               WHEN "LIST    "
               WHEN "SHOW    "
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
               WHEN "APPROVE "
               WHEN "REJECT  "
                   MOVE "S" TO WS-OPSGN-REQUIRED-ROLE
               WHEN OTHER
                   MOVE "A" TO WS-OPSGN-REQUIRED-ROLE
           END-EVALUATE
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
                   PERFORM SET-BRANCH-CODE
               WHEN "SETCYCLE"
                   PERFORM SET-STMT-CYCLE
               WHEN "SETPROD "
                   PERFORM SET-PRODUCT-CODE
               WHEN "APPROVE "
                   PERFORM APPROVE-ACCOUNT-CHANGE
               WHEN "REJECT  "
                   PERFORM REJECT-ACCOUNT-CHANGE
               WHEN "LIST    "
                   PERFORM LIST-ACCOUNTS
               WHEN OTHER

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./acct_master_maint ACCT_MASTER_FILE ADD NEW|ACCT_ID OPEN_DATE CUST_NAME BASE_CURR [OD_LIMIT|-] [BRANCH] [PRODUCT]"
           DISPLAY "    (NEW issues the branch's next account number from"
           DISPLAY "     ledger_acct_number; a keyed ACCT_ID must carry a"
           DISPLAY "     valid check digit or be on the legacy list)"
           DISPLAY "    (PRODUCT defaults to STD; the statement cycle, and the"
           DISPLAY "     overdraft limit when OD_LIMIT is omitted or -, come"
           DISPLAY "     from the product master)"
           DISPLAY "  ./acct_master_maint ACCT_MASTER_FILE CLOSE|FREEZE|REOPEN ACCT_ID"
           DISPLAY "  ./acct_master_maint ACCT_MASTER_FILE SETLIMIT ACCT_ID OD_LIMIT"
           DISPLAY "  ./acct_master_maint ACCT_MASTER_FILE SETBRNCH ACCT_ID BRANCH"
           DISPLAY "  ./acct_master_maint ACCT_MASTER_FILE SETCYCLE ACCT_ID CYCLE_DAY"
           DISPLAY "    (statement cycle day of month, 0 = calendar month)"
           DISPLAY "  ./acct_master_maint ACCT_MASTER_FILE SETPROD ACCT_ID PRODUCT"
           DISPLAY "  ./acct_master_maint ACCT_MASTER_FILE APPROVE|REJECT CHANGE_ID"
           DISPLAY "    (CLOSE, FREEZE, REOPEN, SETLIMIT, SETBRNCH and SETCYCLE"
           DISPLAY "     are staged; a different operator with role S"
           DISPLAY "     APPROVEs them before they take effect)"
           DISPLAY "  ./acct_master_maint ACCT_MASTER_FILE LIST"
           DISPLAY "Example:"
           DISPLAY "  ./acct_master_maint /data/acct_master.dat ADD NEW 20260101 ""R SHARMA"" INR - MUM".

      *> =================================================================
      *> ADD -- create a new account in 'O' (open) status. An ACCT-ID
      *> already on the master is an error, not a silent overwrite.
      *> The account is opened under a product: an active one that
      *> allows the base currency. The product supplies the statement
      *> cycle and, unless one is given, the overdraft limit. The
      *> account number is NEW -- issued for the branch by the number
      *> service once every other edit has passed -- or one keyed by
      *> hand, which must carry its check digit or be a legacy number.
      *> =================================================================
       ADD-ACCOUNT.
           IF WS-ARG-COUNT < 6
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID, or NEW
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID
           MOVE "N" TO WS-ALLOC-SW
           IF FUNCTION UPPER-CASE(WS-ACCT-ID) = "NEW"
               SET WS-ALLOC-NUMBER TO TRUE
           END-IF

           *> Arg 4: OPEN_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:3) TO WS-BASE-CURR

           *> Arg 7 (optional): OVERDRAFT_LIMIT -- zero means a debit
           *> may never take the account below zero; omitted or "-"
           *> takes the product's default limit
           MOVE ZERO TO WS-OD-LIMIT
           MOVE "N"  TO WS-OD-GIVEN-SW
           IF WS-ARG-COUNT > 6
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(WS-ARG-VALUE) NOT = "-"
                   COMPUTE WS-OD-LIMIT =
                       FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
                   SET WS-OD-GIVEN TO TRUE
               END-IF
           END-IF

           *> Arg 8 (optional): BRANCH the account belongs to
                   TO WS-BRANCH
           END-IF

           *> Arg 9 (optional): PRODUCT -- default STD, the product
           *> every account ran under before the catalogue existed
           MOVE "STD" TO WS-PRODUCT
           IF WS-ARG-COUNT > 8
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3))
                   TO WS-PRODUCT
           END-IF

           IF WS-ALLOC-NUMBER
               IF WS-BRANCH = SPACES
                   DISPLAY "ERROR: ADD NEW needs the BRANCH the number "
                       "is issued for"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM OPEN-ACCT-GRANDFATHER
               MOVE WS-ACCT-ID TO WS-ACKD-ACCT-ID
               PERFORM CHECK-ACCT-CHECK-DIGIT
               PERFORM CLOSE-ACCT-GRANDFATHER
               IF NOT WS-ACKD-OK
                   DISPLAY "ERROR: " FUNCTION TRIM(WS-ACKD-REASON)
                       " -- ADD NEW issues a number"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM CHECK-OPENING-PRODUCT
           IF NOT WS-OD-GIVEN
               MOVE WS-PRD-DFLT-OD TO WS-OD-LIMIT
           END-IF

           PERFORM LOAD-WATCH-LIST
           MOVE WS-CUST-NAME TO WS-SCRN-SUBJECT
           PERFORM SCREEN-NAME

           IF WS-ALLOC-NUMBER
               MOVE WS-BRANCH        TO WS-ACNO-BRANCH
               MOVE WS-OPSGN-OPER-ID TO WS-ACNO-OPER-ID
               PERFORM ALLOCATE-ACCT-NUMBER
               IF NOT WS-ACNO-OK
                   DISPLAY "ERROR: " FUNCTION TRIM(WS-ACNO-REASON)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ACNO-ACCT-ID TO WS-ACCT-ID
               DISPLAY "Issued account number " WS-ACCT-ID
                   " for branch " WS-BRANCH
           END-IF

           PERFORM SAFE-OPEN-ACCT-MASTER-IO

           MOVE WS-ACCT-ID TO AM-ACCT-ID
           END-READ

           MOVE WS-ACCT-ID     TO AM-ACCT-ID
           IF WS-SCRN-HIT
               MOVE "S"        TO AM-ACCT-STATUS
           ELSE
               MOVE "O"        TO AM-ACCT-STATUS
           END-IF
           MOVE WS-OPEN-DATE-N TO AM-OPEN-DATE
           MOVE WS-CUST-NAME   TO AM-CUST-NAME
           MOVE WS-BASE-CURR   TO AM-BASE-CURR
           MOVE WS-OD-LIMIT    TO AM-OVERDRAFT-LIMIT
           MOVE WS-BRANCH      TO AM-BRANCH-CODE
           MOVE WS-PRD-DFLT-CYCLE TO AM-STMT-CYCLE
           MOVE WS-PRODUCT     TO AM-PRODUCT-CODE
           WRITE ACCT-MASTER-REC

           CLOSE ACCT-MASTER-FILE

           IF WS-SCRN-HIT
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE "A"        TO WS-SCRN-SUBJ-TYPE
               MOVE WS-ACCT-ID TO WS-SCRN-SUBJ-ID
               MOVE "ADD"      TO WS-SCRN-HIT-SOURCE
               MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO WS-SCRN-HIT-DATE
               PERFORM RECORD-SCREEN-HIT
               DISPLAY "SCREENING HIT: " WS-ACCT-ID " scores "
                   WS-SCRN-SCORE " against watch-list entry "
                   WS-SCRN-HIT-ENTRY " (" FUNCTION TRIM(WS-SCRN-HIT-NAME)
                   ")"
               DISPLAY "Added " WS-ACCT-ID " (screening hold) to "
                   WS-FILE-PATH
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Added " WS-ACCT-ID " (open) to " WS-FILE-PATH
           END-IF.

      *> =================================================================
      *> CLOSE / FREEZE / REOPEN -- stage a change to AM-ACCT-STATUS on
      *> an existing account. Like every change to a live account's
      *> standing or limits, it waits on the pending-change file until
      *> a second operator APPROVEs it.
      *> =================================================================
       CHANGE-ACCOUNT-STATUS.
           IF WS-ARG-COUNT < 3
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID

           PERFORM READ-ACCOUNT-FOR-CHANGE
           PERFORM CHECK-STATUS-CHANGE-RULES

           MOVE AM-ACCT-STATUS TO WS-MKCK-BEFORE
           MOVE WS-NEW-STATUS  TO WS-MKCK-AFTER
           PERFORM STAGE-ACCOUNT-CHANGE.

       CHECK-STATUS-CHANGE-RULES.
           IF WS-NEW-STATUS = "C" AND AM-ACCT-STATUS NOT = "P"
               *> Closing is a workflow, not a status flip: the
               *> closure program proves the balance is zero and that
               STOP RUN
           END-IF

           IF AM-ACCT-STATUS = "S"
               *> A screening hold is lifted only by compliance
               *> clearing the watch-list hit, so the clearance is on
               *> record alongside the hit it answers.
               DISPLAY "ERROR: " WS-ACCT-ID " is on screening hold -- "
                   "clear the hit through watch_list_maint CLEAR"
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> =================================================================
      *> SETLIMIT -- change an existing account's overdraft allowance,
      *> the figure CHECK-AVAILABLE-FUNDS holds debits to at posting.
      *> Staged for a second operator's approval.
      *> =================================================================
       SET-OVERDRAFT-LIMIT.
           IF WS-ARG-COUNT < 4
           COMPUTE WS-OD-LIMIT =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))

           PERFORM READ-ACCOUNT-FOR-CHANGE

           MOVE AM-OVERDRAFT-LIMIT TO WS-LIMIT-TEXT-ED
           MOVE WS-LIMIT-TEXT-ED   TO WS-MKCK-BEFORE
           MOVE WS-OD-LIMIT        TO WS-LIMIT-TEXT-ED
           MOVE WS-LIMIT-TEXT-ED   TO WS-MKCK-AFTER
           PERFORM STAGE-ACCOUNT-CHANGE.

      *> =================================================================
      *> SETBRNCH -- move an existing account to a branch; the figure
      *> the inter-branch settlement summary works from. Staged for a
      *> second operator's approval.
      *> =================================================================
       SET-BRANCH-CODE.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID; Arg 4: BRANCH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-BRANCH

           PERFORM READ-ACCOUNT-FOR-CHANGE

           MOVE AM-BRANCH-CODE TO WS-MKCK-BEFORE
           MOVE WS-BRANCH      TO WS-MKCK-AFTER
           PERFORM STAGE-ACCOUNT-CHANGE.

      *> =================================================================
      *> SETCYCLE -- the day of month this account's statement cuts,
      *> so the print workload spreads across the month instead of
      *> everyone hitting the queue on the 1st. Staged for a second
      *> operator's approval.
      *> =================================================================
       SET-STMT-CYCLE.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID; Arg 4: CYCLE_DAY (1-28, or 0)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-CYCLE-DAY =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))

           IF WS-CYCLE-DAY > 28
               DISPLAY "ERROR: CYCLE_DAY must be 0-28 so every month "
                   "has the date, got " WS-CYCLE-DAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-ACCOUNT-FOR-CHANGE

           MOVE AM-STMT-CYCLE TO WS-MKCK-BEFORE
           MOVE WS-CYCLE-DAY  TO WS-MKCK-AFTER
           PERFORM STAGE-ACCOUNT-CHANGE.

      *> -----------------------------------------------------------------
      *> The account being changed, read with the master open I-O --
      *> left open for the caller to stage from or apply to.
      *> -----------------------------------------------------------------
       READ-ACCOUNT-FOR-CHANGE.
           OPEN I-O ACCT-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
                   CLOSE ACCT-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

       STAGE-ACCOUNT-CHANGE.
           CLOSE ACCT-MASTER-FILE

           MOVE "A"          TO WS-MKCK-SOURCE
           MOVE WS-COMMAND   TO WS-MKCK-ACTION
           MOVE WS-ACCT-ID   TO WS-MKCK-ACCT-ID
           MOVE WS-FILE-PATH TO WS-MKCK-TARGET-PATH
           PERFORM STAGE-MASTER-CHANGE.

      *> =================================================================
      *> APPROVE -- a second operator, role S, applies a staged change.
      *> The account must still hold the value the maker saw: if
      *> anything has moved it since, the change is refused and has to
      *> be rejected and keyed again against the current figure.
      *> =================================================================
       APPROVE-ACCOUNT-CHANGE.
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
           PERFORM READ-ACCOUNT-FOR-CHANGE

           EVALUATE MCH-ACTION
               WHEN "SETLIMIT"
                   MOVE AM-OVERDRAFT-LIMIT TO WS-LIMIT-TEXT-ED
                   MOVE WS-LIMIT-TEXT-ED   TO WS-CURRENT-VALUE
               WHEN "SETBRNCH"
                   MOVE AM-BRANCH-CODE     TO WS-CURRENT-VALUE
               WHEN "SETCYCLE"
                   MOVE AM-STMT-CYCLE      TO WS-CURRENT-VALUE
               WHEN OTHER
                   MOVE AM-ACCT-STATUS     TO WS-CURRENT-VALUE
           END-EVALUATE
           IF FUNCTION TRIM(WS-CURRENT-VALUE)
               NOT = FUNCTION TRIM(MCH-BEFORE-VALUE)
               DISPLAY "ERROR: " WS-ACCT-ID " "
                   FUNCTION TRIM(MCH-ACTION) " was keyed against "
                   FUNCTION TRIM(MCH-BEFORE-VALUE) " but the master now "
                   "holds " FUNCTION TRIM(WS-CURRENT-VALUE)
                   " -- reject it and key it again"
               CLOSE ACCT-MASTER-FILE
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE MCH-ACTION
               WHEN "SETLIMIT"
                   COMPUTE AM-OVERDRAFT-LIMIT =
                       FUNCTION NUMVAL(MCH-AFTER-VALUE)
               WHEN "SETBRNCH"
                   MOVE MCH-AFTER-VALUE(1:3) TO AM-BRANCH-CODE
               WHEN "SETCYCLE"
                   COMPUTE AM-STMT-CYCLE =
                       FUNCTION NUMVAL(MCH-AFTER-VALUE)
               WHEN OTHER
                   MOVE MCH-AFTER-VALUE(1:1) TO WS-NEW-STATUS
                   PERFORM CHECK-STATUS-CHANGE-RULES
                   MOVE WS-NEW-STATUS TO AM-ACCT-STATUS
           END-EVALUATE
           REWRITE ACCT-MASTER-REC

           CLOSE ACCT-MASTER-FILE

           PERFORM RECORD-CHANGE-DECISION

           DISPLAY "Approved change " WS-MKCK-CHANGE-ID ": "
               FUNCTION TRIM(MCH-ACTION) " " WS-ACCT-ID " "
               FUNCTION TRIM(MCH-BEFORE-VALUE) " -> "
               FUNCTION TRIM(MCH-AFTER-VALUE) " applied to "
               WS-FILE-PATH.

       REJECT-ACCOUNT-CHANGE.
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
           MOVE "A" TO WS-MKCK-SOURCE.

      *> =================================================================
      *> SETPROD -- move an existing account to another product, or
      *> give a converted account (blank product) its product. The
      *> account's own cycle and overdraft limit are left as they are;
      *> SETCYCLE and SETLIMIT change those.
      *> =================================================================
       SET-PRODUCT-CODE.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID; Arg 4: PRODUCT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-PRODUCT

           OPEN I-O ACCT-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
                   STOP RUN
           END-READ

           MOVE AM-BASE-CURR TO WS-BASE-CURR
           PERFORM CHECK-OPENING-PRODUCT

           MOVE WS-PRODUCT TO AM-PRODUCT-CODE
           REWRITE ACCT-MASTER-REC

           CLOSE ACCT-MASTER-FILE

           DISPLAY "Set " WS-ACCT-ID " product to " WS-PRODUCT
               " in " WS-FILE-PATH.

      *> -----------------------------------------------------------------
      *> WS-PRODUCT must be on the product master, active, and allow
      *> WS-BASE-CURR; its default cycle and overdraft limit are kept
      *> for ADD. With no product master yet the account is opened on
      *> the figures given, the same soft fallback the writer uses.
      *> -----------------------------------------------------------------
       CHECK-OPENING-PRODUCT.
           MOVE ZERO TO WS-PRD-DFLT-CYCLE
           MOVE ZERO TO WS-PRD-DFLT-OD

           PERFORM OPEN-PRODUCT-MASTER
           IF NOT WS-PRDCK-ON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRODUCT TO WS-PRDCK-CODE
           MOVE FUNCTION UPPER-CASE(WS-BASE-CURR) TO WS-PRDCK-CURR
           MOVE SPACES     TO WS-PRDCK-CHANNEL
           PERFORM CHECK-PRODUCT-RULES

           IF NOT WS-PRDCK-OK
               DISPLAY "ERROR: " FUNCTION TRIM(WS-PRDCK-REASON)
               PERFORM CLOSE-PRODUCT-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PRD-STATUS = "W"
               DISPLAY "ERROR: product " WS-PRODUCT
                   " is withdrawn -- no new accounts under it"
               PERFORM CLOSE-PRODUCT-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE PRD-STMT-CYCLE TO WS-PRD-DFLT-CYCLE
           MOVE PRD-OD-LIMIT   TO WS-PRD-DFLT-OD
           PERFORM CLOSE-PRODUCT-MASTER.

       LIST-ACCOUNTS.
           OPEN INPUT ACCT-MASTER-FILE
               STOP RUN
           END-IF

           DISPLAY "ACCT-ID    ST OPEN-DATE CUST-NAME                      CURR    OD-LIMIT BRN PRD"

           PERFORM LIST-ONE-ACCOUNT UNTIL WS-EOF

                   DISPLAY AM-ACCT-ID " " AM-ACCT-STATUS "  "
                       AM-OPEN-DATE "  " AM-CUST-NAME " " AM-BASE-CURR
                       " " WS-OD-LIMIT-ED " " AM-BRANCH-CODE
                       " " AM-PRODUCT-CODE
           END-READ.

       SAFE-OPEN-ACCT-MASTER-IO.
           END-IF.

       COPY "op_signon.cpy".

       COPY "sanction_screen.cpy".

       COPY "product_check.cpy".

       COPY "maker_checker.cpy".

       COPY "acct_number.cpy".

       COPY "acct_check_digit.cpy".

       COPY "audit_log.cpy".
