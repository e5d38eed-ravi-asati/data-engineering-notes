       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-FILE-STATUS.

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       COPY "product_master.cpy".

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-ARG-COUNT        PIC 9(4).
       01 WS-ARG-VALUE        PIC X(200).
       01 WS-FILE-PATH        PIC X(200).

       01 WS-COMMAND          PIC X(8).
       01 WS-CODE             PIC X(3).
       01 WS-CYCLE-DAY        PIC 9(2).
       01 WS-OD-LIMIT         PIC S9(7)V99.
       01 WS-MIN-BAL          PIC S9(7)V99.
       01 WS-TODAY-DATE       PIC X(8).
       01 WS-AUDIT-DETAIL     PIC X(40).

       *> A comma-separated SETCURR / SETCHNL list, split out.
       01 WS-CODE-LIST        PIC X(60).
       01 WS-LIST-ITEMS.
           05 WS-LIST-ITEM    PIC X(3)    OCCURS 10 TIMES.
       01 WS-LIST-ITEM-COUNT  PIC 9(2).
       01 WS-LIST-IDX         PIC 9(2).
       01 WS-LIST-OVERFLOW-SW PIC X(1)    VALUE "N".
           88 WS-LIST-OVERFLOW            VALUE "Y".

       01 WS-EOF-SW           PIC X(1)    VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01 WS-LIST-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-AMT-ED           PIC -(7).99.
       01 WS-MIN-ED           PIC -(7).99.

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "PRODUCT-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Sign-on first: reads need inquiry rights; a product
           *> change moves every account opened under it, so updates
           *> take the maintenance role.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: PRODUCT_MASTER_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 2: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           IF WS-COMMAND = "LIST    " OR WS-COMMAND = "SHOW    "
               MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
           ELSE
               MOVE "A" TO WS-OPSGN-REQUIRED-ROLE
           END-IF
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           EVALUATE WS-COMMAND
               WHEN "ADD     "
                   PERFORM ADD-PRODUCT
               WHEN "SETCURR "
                   PERFORM SET-PRODUCT-CURRENCIES
               WHEN "SETCHNL "
                   PERFORM SET-PRODUCT-CHANNELS
               WHEN "SETDFLT "
                   PERFORM SET-PRODUCT-DEFAULTS
               WHEN "WITHDRAW"
                   PERFORM WITHDRAW-PRODUCT
               WHEN "SHOW    "
                   PERFORM SHOW-PRODUCT
               WHEN "LIST    "
                   PERFORM LIST-PRODUCTS
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./product_maint PRODUCT_MASTER_FILE ADD CODE DESC [CYCLE_DAY] [OD_LIMIT] [MIN_BALANCE]"
           DISPLAY "  ./product_maint PRODUCT_MASTER_FILE SETCURR CODE CURR[,CURR...]|ANY"
           DISPLAY "    (up to 6 currencies the product may post in)"
           DISPLAY "  ./product_maint PRODUCT_MASTER_FILE SETCHNL CODE CHANNEL[,CHANNEL...]|ANY"
           DISPLAY "    (up to 10 channels the product accepts postings from)"
           DISPLAY "  ./product_maint PRODUCT_MASTER_FILE SETDFLT CODE CYCLE_DAY OD_LIMIT MIN_BALANCE"
           DISPLAY "  ./product_maint PRODUCT_MASTER_FILE WITHDRAW CODE"
           DISPLAY "  ./product_maint PRODUCT_MASTER_FILE SHOW CODE"
           DISPLAY "  ./product_maint PRODUCT_MASTER_FILE LIST"
           DISPLAY "Example:"
           DISPLAY "  ./product_maint /data/product_master.dat ADD SAV ""REGULAR SAVINGS"" 5 0 1000.00"
           DISPLAY "  ./product_maint /data/product_master.dat SETCHNL SAV BRN,ATM,MOB".

      *> =================================================================
      *> ADD -- a new product starts active, open to every currency and
      *> channel until SETCURR / SETCHNL narrow it.
      *> =================================================================
       ADD-PRODUCT.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CODE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CODE

           PERFORM SAFE-OPEN-PRODUCT-FILE-IO

           MOVE WS-CODE TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: product " WS-CODE " is already on "
                       WS-FILE-PATH
                   CLOSE PRODUCT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           INITIALIZE PRODUCT-REC
           MOVE WS-CODE TO PRD-CODE

           *> Arg 4: DESC
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:30) TO PRD-DESC

           *> Arg 5 (optional): CYCLE_DAY -- 0 = calendar month
           MOVE ZERO TO WS-CYCLE-DAY
           IF WS-ARG-COUNT > 4
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-CYCLE-DAY =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
           END-IF

           *> Arg 6 (optional): OD_LIMIT for new accounts
           MOVE ZERO TO WS-OD-LIMIT
           IF WS-ARG-COUNT > 5
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-OD-LIMIT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
           END-IF

           *> Arg 7 (optional): MIN_BALANCE
           MOVE ZERO TO WS-MIN-BAL
           IF WS-ARG-COUNT > 6
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-MIN-BAL =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
           END-IF

           PERFORM CHECK-DEFAULT-FIGURES

           MOVE "A"          TO PRD-STATUS
           MOVE SPACES       TO PRD-CURRENCIES
           MOVE SPACES       TO PRD-CHANNELS
           MOVE WS-CYCLE-DAY TO PRD-STMT-CYCLE
           MOVE WS-OD-LIMIT  TO PRD-OD-LIMIT
           MOVE WS-MIN-BAL   TO PRD-MIN-BALANCE
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO PRD-CREATED-DATE
           WRITE PRODUCT-REC

           CLOSE PRODUCT-FILE

           MOVE PRD-DESC TO WS-AUDIT-DETAIL
           PERFORM AUDIT-ONE-CHANGE

           DISPLAY "Added product " WS-CODE " to " WS-FILE-PATH.

      *> =================================================================
      *> SETCURR -- the currencies the product may post in. ANY clears
      *> the list, leaving the product open to every currency.
      *> =================================================================
       SET-PRODUCT-CURRENCIES.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CODE; Arg 4: CURRENCY LIST
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CODE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:60)) TO WS-CODE-LIST

           PERFORM SPLIT-CODE-LIST
           IF WS-LIST-ITEM-COUNT > 6
               DISPLAY "ERROR: at most 6 currencies per product, got "
                   WS-LIST-ITEM-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-PRODUCT-FOR-UPDATE

           MOVE SPACES TO PRD-CURRENCIES
           PERFORM MOVE-ONE-CURRENCY
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-LIST-ITEM-COUNT
           REWRITE PRODUCT-REC

           CLOSE PRODUCT-FILE

           MOVE WS-CODE-LIST TO WS-AUDIT-DETAIL
           PERFORM AUDIT-ONE-CHANGE

           DISPLAY "Product " WS-CODE " currencies set to "
               FUNCTION TRIM(WS-CODE-LIST) " on " WS-FILE-PATH.

       MOVE-ONE-CURRENCY.
           MOVE WS-LIST-ITEM(WS-LIST-IDX) TO PRD-CURRENCY(WS-LIST-IDX).

      *> =================================================================
      *> SETCHNL -- the channels the product accepts postings from.
      *> ANY clears the list.
      *> =================================================================
       SET-PRODUCT-CHANNELS.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CODE; Arg 4: CHANNEL LIST
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CODE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:60)) TO WS-CODE-LIST

           PERFORM SPLIT-CODE-LIST
           IF WS-LIST-OVERFLOW
               DISPLAY "ERROR: at most 10 channels per product"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-PRODUCT-FOR-UPDATE

           MOVE SPACES TO PRD-CHANNELS
           PERFORM MOVE-ONE-CHANNEL
               VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-LIST-ITEM-COUNT
           REWRITE PRODUCT-REC

           CLOSE PRODUCT-FILE

           MOVE WS-CODE-LIST TO WS-AUDIT-DETAIL
           PERFORM AUDIT-ONE-CHANGE

           DISPLAY "Product " WS-CODE " channels set to "
               FUNCTION TRIM(WS-CODE-LIST) " on " WS-FILE-PATH.

       MOVE-ONE-CHANNEL.
           MOVE WS-LIST-ITEM(WS-LIST-IDX) TO PRD-CHANNEL(WS-LIST-IDX).

      *> -----------------------------------------------------------------
      *> Split WS-CODE-LIST on commas into WS-LIST-ITEM. "ANY" is the
      *> empty list. More than ten entries sets WS-LIST-OVERFLOW.
      *> -----------------------------------------------------------------
       SPLIT-CODE-LIST.
           MOVE SPACES TO WS-LIST-ITEMS
           MOVE ZERO   TO WS-LIST-ITEM-COUNT
           MOVE "N"    TO WS-LIST-OVERFLOW-SW

           IF WS-CODE-LIST = "ANY" OR WS-CODE-LIST = SPACES
               EXIT PARAGRAPH
           END-IF

           UNSTRING WS-CODE-LIST DELIMITED BY "," OR ALL SPACE
               INTO WS-LIST-ITEM(1) WS-LIST-ITEM(2) WS-LIST-ITEM(3)
                    WS-LIST-ITEM(4) WS-LIST-ITEM(5) WS-LIST-ITEM(6)
                    WS-LIST-ITEM(7) WS-LIST-ITEM(8) WS-LIST-ITEM(9)
                    WS-LIST-ITEM(10)
               TALLYING IN WS-LIST-ITEM-COUNT
               ON OVERFLOW
                   SET WS-LIST-OVERFLOW TO TRUE
           END-UNSTRING

           *> A trailing comma or space leaves empty fields at the end
           *> of the tally; they are not codes.
           PERFORM DROP-TRAILING-BLANK-ITEM
               UNTIL WS-LIST-ITEM-COUNT = ZERO
                  OR WS-LIST-ITEM(WS-LIST-ITEM-COUNT) NOT = SPACES.

       DROP-TRAILING-BLANK-ITEM.
           SUBTRACT 1 FROM WS-LIST-ITEM-COUNT.

      *> =================================================================
      *> SETDFLT -- the figures a new account opens with, and the
      *> minimum balance the writer holds every account to. Existing
      *> accounts keep their own cycle and overdraft limit.
      *> =================================================================
       SET-PRODUCT-DEFAULTS.
           IF WS-ARG-COUNT < 6
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CODE; Arg 4: CYCLE_DAY; Arg 5: OD_LIMIT;
           *> Arg 6: MIN_BALANCE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CODE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-CYCLE-DAY =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-OD-LIMIT =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-MIN-BAL =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))

           PERFORM READ-PRODUCT-FOR-UPDATE
           PERFORM CHECK-DEFAULT-FIGURES

           MOVE WS-CYCLE-DAY TO PRD-STMT-CYCLE
           MOVE WS-OD-LIMIT  TO PRD-OD-LIMIT
           MOVE WS-MIN-BAL   TO PRD-MIN-BALANCE
           REWRITE PRODUCT-REC

           CLOSE PRODUCT-FILE

           MOVE WS-OD-LIMIT TO WS-AMT-ED
           MOVE WS-MIN-BAL  TO WS-MIN-ED
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING "CYC " WS-CYCLE-DAY " OD " FUNCTION TRIM(WS-AMT-ED)
                  " MIN " FUNCTION TRIM(WS-MIN-ED)
               DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           PERFORM AUDIT-ONE-CHANGE

           DISPLAY "Product " WS-CODE " defaults set: cycle "
               WS-CYCLE-DAY ", overdraft " FUNCTION TRIM(WS-AMT-ED)
               ", minimum balance " FUNCTION TRIM(WS-MIN-ED).

      *> =================================================================
      *> WITHDRAW -- no new accounts under the product. Accounts already
      *> open on it keep posting and accruing on its rules.
      *> =================================================================
       WITHDRAW-PRODUCT.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CODE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CODE

           PERFORM READ-PRODUCT-FOR-UPDATE

           IF PRD-STATUS = "W"
               DISPLAY "ERROR: product " WS-CODE " is already withdrawn"
               CLOSE PRODUCT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "W" TO PRD-STATUS
           REWRITE PRODUCT-REC

           CLOSE PRODUCT-FILE

           MOVE SPACES TO WS-AUDIT-DETAIL
           PERFORM AUDIT-ONE-CHANGE

           DISPLAY "Product " WS-CODE " withdrawn on " WS-FILE-PATH.

       SHOW-PRODUCT.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CODE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CODE

           OPEN INPUT PRODUCT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CODE TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "ERROR: product " WS-CODE " not found in "
                       WS-FILE-PATH
                   CLOSE PRODUCT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           CLOSE PRODUCT-FILE

           MOVE PRD-OD-LIMIT    TO WS-AMT-ED
           MOVE PRD-MIN-BALANCE TO WS-MIN-ED
           DISPLAY "PRODUCT ........: " PRD-CODE "  " PRD-DESC
           DISPLAY "STATUS .........: " PRD-STATUS
               "   (created " PRD-CREATED-DATE ")"
           IF PRD-CURRENCIES = SPACES
               DISPLAY "CURRENCIES .....: ANY"
           ELSE
               DISPLAY "CURRENCIES .....: " PRD-CURRENCIES
           END-IF
           IF PRD-CHANNELS = SPACES
               DISPLAY "CHANNELS .......: ANY"
           ELSE
               DISPLAY "CHANNELS .......: " PRD-CHANNELS
           END-IF
           DISPLAY "STMT CYCLE DAY .: " PRD-STMT-CYCLE
           DISPLAY "OVERDRAFT LIMIT : " FUNCTION TRIM(WS-AMT-ED)
           DISPLAY "MINIMUM BALANCE : " FUNCTION TRIM(WS-MIN-ED).

       LIST-PRODUCTS.
           OPEN INPUT PRODUCT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "PRD DESCRIPTION                    ST CY    OD-LIMIT MIN-BALANCE"

           PERFORM LIST-ONE-PRODUCT UNTIL WS-EOF

           CLOSE PRODUCT-FILE

           DISPLAY WS-LIST-COUNT " product(s) on " WS-FILE-PATH.

       LIST-ONE-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE PRD-OD-LIMIT    TO WS-AMT-ED
                   MOVE PRD-MIN-BALANCE TO WS-MIN-ED
                   DISPLAY PRD-CODE " " PRD-DESC "  " PRD-STATUS " "
                       PRD-STMT-CYCLE " " WS-AMT-ED " " WS-MIN-ED
           END-READ.

       CHECK-DEFAULT-FIGURES.
           IF WS-CYCLE-DAY > 28
               DISPLAY "ERROR: CYCLE_DAY must be 0-28 so every month "
                   "has the date, got " WS-CYCLE-DAY
               CLOSE PRODUCT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-OD-LIMIT < ZERO OR WS-MIN-BAL < ZERO
               DISPLAY "ERROR: OD_LIMIT and MIN_BALANCE must not be "
                   "negative"
               CLOSE PRODUCT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-PRODUCT-FOR-UPDATE.
           OPEN I-O PRODUCT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CODE TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "ERROR: product " WS-CODE " not found in "
                       WS-FILE-PATH
                   CLOSE PRODUCT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

       AUDIT-ONE-CHANGE.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-FILE-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "PRODUCT " FUNCTION TRIM(WS-COMMAND) " " WS-CODE " "
                  WS-AUDIT-DETAIL
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG.

       SAFE-OPEN-PRODUCT-FILE-IO.
           *> Same create-on-35 treatment the other keyed masters get:
           *> the first ADD creates the file.
           OPEN I-O PRODUCT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT PRODUCT-FILE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to open " WS-FILE-PATH
                   DISPLAY "       FILE STATUS = " WS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".
