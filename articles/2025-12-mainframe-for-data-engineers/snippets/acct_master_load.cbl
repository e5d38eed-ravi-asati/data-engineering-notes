
           COPY "business_day_select.cpy".

           COPY "sanction_screen_select.cpy".

           COPY "product_check_select.cpy".

           COPY "acct_check_digit_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       *> One pipe-delimited account per line:
       *> ACCT_ID|OPEN_DATE|CUST_NAME|BASE_CURR[|OD_LIMIT][|BRANCH]
       *> [|CYCLE_DAY][|PRODUCT] -- the last four columns are optional.
       *> A blank PRODUCT loads as STD; a blank OD_LIMIT or CYCLE_DAY
       *> takes the product's default.
       FD  INTAKE-FILE.
       01  INTAKE-REC             PIC X(200).

           ==BRANCH-REF-REC== ==REF-CODE== BY ==BREF-CODE==
           ==REF-DESC== BY ==BREF-DESC== ==REF-EFF-DATE== BY
           ==BREF-EFF-DATE== ==REF-EXP-DATE== BY ==BREF-EXP-DATE==
           ==REF-BDAY-POLICY== BY ==BREF-BDAY-POLICY==
           ==REF-CASH-FLAG== BY ==BREF-CASH-FLAG==
           ==REF-STOP-FLAG== BY ==BREF-STOP-FLAG==
           ==REF-SWIFT-TXN-TYPE== BY ==BREF-SWIFT-TXN-TYPE==.

       COPY "business_day_fd.cpy".

       COPY "sanction_screen_fd.cpy".

       COPY "product_check_fd.cpy".

       COPY "acct_check_digit_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INTAKE-FILE-STATUS   PIC XX.
       01 WS-FILE-STATUS          PIC XX.
       01 WS-LIMIT-TXT            PIC X(20).
       01 WS-BRANCH-TXT           PIC X(10).
       01 WS-CYCLE-TXT            PIC X(10).
       01 WS-PRODUCT-TXT          PIC X(10).
       01 WS-OPEN-DATE-N          PIC 9(8).
       01 WS-OD-LIMIT             PIC S9(7)V99.
       01 WS-CYCLE-DAY            PIC 9(2).
       01 WS-LOAD-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-REJ-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-BLANK-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-SCREEN-HOLD-COUNT    PIC 9(7)    VALUE ZERO.
       01 WS-TODAY-DATE           PIC X(8).
       01 WS-LIMIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-LIMIT-ED             PIC -(13).99.
       01 WS-REPORT-LINE          PIC X(132)  VALUE SPACES.

       COPY "business_day_ws.cpy".

       COPY "sanction_screen_ws.cpy".

       COPY "product_check_ws.cpy".

       COPY "acct_check_digit_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           END-IF

           PERFORM OPEN-BRANCH-REF
           PERFORM OPEN-PRODUCT-MASTER
           *> Converted numbers predate check digits: enrol them with
           *> ledger_acct_number IMPORT before the load, so a number
           *> mistyped in the intake is refused, not converted.
           PERFORM OPEN-ACCT-GRANDFATHER

           *> Converted names are screened like any new customer: a
           *> hit still loads, but on screening hold for compliance.
           PERFORM LOAD-WATCH-LIST
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-ONE-INTAKE-LINE UNTIL WS-EOF

           IF WS-BRCH-CHECK-ON
               CLOSE BRANCH-REF-FILE
           END-IF
           PERFORM CLOSE-PRODUCT-MASTER
           PERFORM CLOSE-ACCT-GRANDFATHER

           PERFORM WRITE-CONTROL-REPORT

               " line(s) read, " WS-LOAD-COUNT " account(s) loaded, "
               WS-REJ-COUNT " rejected to "
               FUNCTION TRIM(WS-EXCEPTION-PATH)
           IF WS-SCREEN-HOLD-COUNT > ZERO
               DISPLAY "  " WS-SCREEN-HOLD-COUNT " account(s) loaded on "
                   "screening hold -- see "
                   FUNCTION TRIM(WS-SCRN-HIT-PATH)
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-REJ-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./acct_master_load INTAKE_FILE ACCT_MASTER_FILE EXCEPTION_FILE REPORT_FILE"
           DISPLAY "Intake lines: ACCT_ID|OPEN_DATE|CUST_NAME|BASE_CURR[|OD_LIMIT][|BRANCH][|CYCLE_DAY][|PRODUCT]"
           DISPLAY "Example:"
           DISPLAY "  ./acct_master_load /data/conversion_intake.dat /data/acct_master.dat /data/conversion.rej /data/conversion.rpt".

           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-ACCT-TXT WS-DATE-TXT WS-NAME-TXT
               WS-CURR-TXT WS-LIMIT-TXT WS-BRANCH-TXT WS-CYCLE-TXT
               WS-PRODUCT-TXT
           UNSTRING INTAKE-REC DELIMITED BY "|"
               INTO WS-ACCT-TXT
                    WS-DATE-TXT
                    WS-LIMIT-TXT
                    WS-BRANCH-TXT
                    WS-CYCLE-TXT
                    WS-PRODUCT-TXT
           END-UNSTRING

           IF WS-ACCT-TXT = SPACES
               MOVE "N" TO WS-ROW-VALID-SW
           END-IF

           IF WS-ROW-VALID
               MOVE WS-ACCT-TXT(1:10) TO WS-ACKD-ACCT-ID
               PERFORM CHECK-ACCT-CHECK-DIGIT
               IF NOT WS-ACKD-OK
                   STRING "ACKD: " WS-ACKD-REASON
                       DELIMITED BY SIZE
                       INTO WS-REASON
                   END-STRING
                   MOVE "N" TO WS-ROW-VALID-SW
               END-IF
           END-IF

           IF WS-ROW-VALID
               IF WS-DATE-TXT(1:8) IS NOT NUMERIC
                   MOVE "DATE: OPEN_DATE must be YYYYMMDD"
               MOVE "N" TO WS-ROW-VALID-SW
           END-IF

           *> The product is checked before the money columns so its
           *> defaults are to hand for any left blank. A withdrawn
           *> product still converts -- these accounts already exist.
           IF WS-PRODUCT-TXT = SPACES
               MOVE "STD" TO WS-PRODUCT-TXT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-PRODUCT-TXT(1:3))
               TO WS-PRODUCT-TXT
           IF WS-ROW-VALID
               MOVE WS-PRODUCT-TXT(1:3) TO WS-PRDCK-CODE
               MOVE FUNCTION UPPER-CASE(WS-CURR-TXT(1:3))
                   TO WS-PRDCK-CURR
               MOVE SPACES TO WS-PRDCK-CHANNEL
               PERFORM CHECK-PRODUCT-RULES
               IF NOT WS-PRDCK-OK
                   STRING "PROD: " WS-PRDCK-REASON
                       DELIMITED BY SIZE
                       INTO WS-REASON
                   END-STRING
                   MOVE "N" TO WS-ROW-VALID-SW
               END-IF
           END-IF

           MOVE ZERO TO WS-OD-LIMIT
           IF WS-ROW-VALID AND FUNCTION TRIM(WS-LIMIT-TXT) = SPACES
               AND WS-PRDCK-FOUND
               MOVE PRD-OD-LIMIT TO WS-OD-LIMIT
           END-IF
           IF WS-ROW-VALID AND FUNCTION TRIM(WS-LIMIT-TXT) NOT = SPACES
               COMPUTE WS-OD-LIMIT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-LIMIT-TXT))
           END-IF

           MOVE ZERO TO WS-CYCLE-DAY
           IF WS-ROW-VALID AND WS-CYCLE-TXT = SPACES
               AND WS-PRDCK-FOUND
               MOVE PRD-STMT-CYCLE TO WS-CYCLE-DAY
           END-IF
           IF WS-ROW-VALID AND WS-CYCLE-TXT NOT = SPACES
               IF WS-CYCLE-TXT(1:2) IS NUMERIC
                   MOVE WS-CYCLE-TXT(1:2) TO WS-CYCLE-DAY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NAME-TXT(1:30) TO WS-SCRN-SUBJECT
           PERFORM SCREEN-NAME

           MOVE WS-ACCT-TXT(1:10) TO AM-ACCT-ID
           IF WS-SCRN-HIT
               MOVE "S"           TO AM-ACCT-STATUS
           ELSE
               MOVE "O"           TO AM-ACCT-STATUS
           END-IF
           MOVE WS-OPEN-DATE-N    TO AM-OPEN-DATE
           MOVE WS-NAME-TXT(1:30) TO AM-CUST-NAME
           MOVE FUNCTION UPPER-CASE(WS-CURR-TXT(1:3))
           MOVE FUNCTION UPPER-CASE(WS-BRANCH-TXT(1:3))
               TO AM-BRANCH-CODE
           MOVE WS-CYCLE-DAY      TO AM-STMT-CYCLE
           MOVE WS-PRODUCT-TXT(1:3) TO AM-PRODUCT-CODE
           WRITE ACCT-MASTER-REC
               INVALID KEY
                   *> Belt and braces behind the duplicate READ: a
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
                   ADD WS-OD-LIMIT TO WS-LIMIT-TOTAL
                   IF WS-SCRN-HIT
                       PERFORM RECORD-ACCOUNT-SCREEN-HIT
                   END-IF
           END-WRITE.

       RECORD-ACCOUNT-SCREEN-HIT.
           ADD 1 TO WS-SCREEN-HOLD-COUNT
           MOVE "A"               TO WS-SCRN-SUBJ-TYPE
           MOVE WS-ACCT-TXT(1:10) TO WS-SCRN-SUBJ-ID
           MOVE "LOAD"            TO WS-SCRN-HIT-SOURCE
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO WS-SCRN-HIT-DATE
           PERFORM RECORD-SCREEN-HIT
           DISPLAY "SCREENING HOLD: line " WS-READ-COUNT " "
               WS-ACCT-TXT(1:10) " scores " WS-SCRN-SCORE
               " against watch-list entry " WS-SCRN-HIT-ENTRY.

       WRITE-ONE-EXCEPTION.
           ADD 1 TO WS-REJ-COUNT
           MOVE SPACES TO EXCEPTION-REC
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SCREENING HOLDS:   " WS-SCREEN-HOLD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BLANK LINES:       " WS-BLANK-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.

       COPY "business_day.cpy".

       COPY "sanction_screen.cpy".

       COPY "product_check.cpy".

       COPY "acct_check_digit.cpy".
