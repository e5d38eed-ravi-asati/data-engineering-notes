       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-YEAR-END.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "period_check_select.cpy".

           SELECT PNL-LIST-FILE ASSIGN TO WS-PNL-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PNL-LIST-STATUS.

           SELECT DAY-JOURNAL-FILE ASSIGN TO WS-DAY-JRN-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DAY-JRN-STATUS.

           SELECT CLOSING-JOURNAL-FILE ASSIGN TO WS-CLOSING-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLOSING-STATUS.

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "period_check_fd.cpy".

       *> Profit-and-loss account list: GL_ACCT|TYPE lines, TYPE I
       *> (income) or E (expense). A trailing "*" on the account makes
       *> it a prefix -- "4*" takes every 4xxxxxxx income account.
       FD  PNL-LIST-FILE.
       01  PNL-LIST-REC           PIC X(80).

       *> The daily journals LEDGER-GL-POST produced through the year.
       FD  DAY-JOURNAL-FILE.
       COPY "gl_journal.cpy".

       FD  CLOSING-JOURNAL-FILE.
       COPY "gl_journal.cpy" REPLACING
           ==GLJ-REC== BY ==CLJ-REC==
           ==GLJ-REC-TYPE== BY ==CLJ-REC-TYPE==
           ==GLJ-HDR== BY ==CLJ-HDR==
           ==GLJ-HDR-REC-TYPE== BY ==CLJ-HDR-REC-TYPE==
           ==GLJ-HDR-BUS-DATE== BY ==CLJ-HDR-BUS-DATE==
           ==GLJ-HDR-RUN-TIME== BY ==CLJ-HDR-RUN-TIME==
           ==GLJ-HDR-SOURCE== BY ==CLJ-HDR-SOURCE==
           ==GLJ-DTL== BY ==CLJ-DTL==
           ==GLJ-DTL-REC-TYPE== BY ==CLJ-DTL-REC-TYPE==
           ==GLJ-DTL-GL-ACCT== BY ==CLJ-DTL-GL-ACCT==
           ==GLJ-DTL-CURRENCY== BY ==CLJ-DTL-CURRENCY==
           ==GLJ-DTL-DR-CR== BY ==CLJ-DTL-DR-CR==
           ==GLJ-DTL-AMOUNT== BY ==CLJ-DTL-AMOUNT==
           ==GLJ-DTL-SOURCE-COUNT== BY ==CLJ-DTL-SOURCE-COUNT==
           ==GLJ-TRL== BY ==CLJ-TRL==
           ==GLJ-TRL-REC-TYPE== BY ==CLJ-TRL-REC-TYPE==
           ==GLJ-TRL-RECORD-COUNT== BY ==CLJ-TRL-RECORD-COUNT==
           ==GLJ-TRL-TOTAL-DEBITS== BY ==CLJ-TRL-TOTAL-DEBITS==
           ==GLJ-TRL-TOTAL-CREDITS== BY ==CLJ-TRL-TOTAL-CREDITS==.

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PNL-LIST-STATUS      PIC XX.
       01 WS-DAY-JRN-STATUS       PIC XX.
       01 WS-CLOSING-STATUS       PIC XX.

       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(300).

       01 WS-FISCAL-YEAR          PIC 9(4).
       01 WS-JRN-PATTERN          PIC X(200).
       01 WS-PNL-LIST-PATH        PIC X(200).
       01 WS-RE-GL-ACCT           PIC X(8).
       01 WS-CLOSING-PATH         PIC X(200).
       01 WS-DAY-JRN-PATH         PIC X(200).
       01 WS-MODE-ARG             PIC X(8).

       01 WS-PREVIEW-SW           PIC X(1)    VALUE "N".
           88 WS-PREVIEW                      VALUE "Y".

       01 WS-TODAY-DATE           PIC X(8).
       01 WS-RUN-TIME             PIC 9(6).

       *> The journal pattern carries YYYYMMDD where the business date
       *> goes: /data/gl_journal.YYYYMMDD.dat.
       01 WS-PAT-PREFIX-LEN       PIC 9(4).
       01 WS-PAT-SUFFIX-POS       PIC 9(4).

       *> Fiscal-year calendar walk.
       01 WS-YE-START-DATE        PIC 9(8).
       01 WS-YE-END-DATE          PIC 9(8).
       01 WS-YE-NEXT-PERIOD       PIC 9(6).
       01 WS-DAY-INT              PIC 9(8).
       01 WS-END-INT              PIC 9(8).
       01 WS-DAY-DATE             PIC 9(8).
       01 WS-CHK-PERIOD           PIC 9(6).
       01 WS-OPEN-MONTH-COUNT     PIC 9(3)    VALUE ZERO.

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".

       01 WS-LIST-EOF-SW          PIC X(1)    VALUE "N".
           88 WS-LIST-EOF                     VALUE "Y".

       01 WS-FOUND-SW             PIC X(1)    VALUE "N".
           88 WS-FOUND                        VALUE "Y".

       01 WS-SKIP-FILE-SW         PIC X(1)    VALUE "N".
           88 WS-SKIP-FILE                    VALUE "Y".

       01 WS-TRAILER-SEEN-SW      PIC X(1)    VALUE "N".
           88 WS-TRAILER-SEEN                 VALUE "Y".

       *> P&L account list, loaded up front.
       01 WS-PNL-TBL-COUNT        PIC 9(3)    VALUE ZERO.
       01 WS-PNL-TABLE.
           05 WS-PNL-ENTRY OCCURS 200 TIMES.
              10 WS-PNL-GL-ACCT   PIC X(8).
              10 WS-PNL-TYPE      PIC X(1).
              10 WS-PNL-MATCH-LEN PIC 9(1).
       01 WS-PNL-IDX              PIC 9(3).
       01 WS-PNL-HIT-IDX          PIC 9(3).
       01 WS-PNL-ACCT-TXT         PIC X(20).
       01 WS-PNL-TYPE-TXT         PIC X(10).
       01 WS-STAR-POS             PIC 9(4).

       *> Year-to-date net per P&L account / currency, debits positive.
       01 WS-NET-TBL-COUNT        PIC 9(4)    VALUE ZERO.
       01 WS-NET-TABLE.
           05 WS-NET-ENTRY OCCURS 500 TIMES.
              10 WS-NET-GL-ACCT   PIC X(8).
              10 WS-NET-TYPE      PIC X(1).
              10 WS-NET-CURRENCY  PIC X(3).
              10 WS-NET-AMOUNT    PIC S9(13)V99 COMP-3.
              10 WS-NET-COUNT     PIC 9(7).
       01 WS-NET-IDX              PIC 9(4).
       01 WS-SRCH-IDX             PIC 9(4).

       *> Retained-earnings offset per currency.
       01 WS-RE-TBL-COUNT         PIC 9(3)    VALUE ZERO.
       01 WS-RE-TABLE.
           05 WS-RE-ENTRY OCCURS 50 TIMES.
              10 WS-RE-CURRENCY   PIC X(3).
              10 WS-RE-AMOUNT     PIC S9(13)V99 COMP-3.
              10 WS-RE-COUNT      PIC 9(7).
       01 WS-RE-IDX               PIC 9(3).

       *> One day-journal's own control totals, proved against its
       *> trailer before anything in it is trusted.
       01 WS-FILE-DTL-COUNT       PIC 9(9).
       01 WS-FILE-DEBITS          PIC S9(13)V99 COMP-3.
       01 WS-FILE-CREDITS         PIC S9(13)V99 COMP-3.
       01 WS-SIGNED-AMT           PIC S9(13)V99 COMP-3.

       01 WS-JRN-READ-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-JRN-MISSING-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-JRN-SKIPPED-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-PNL-LINE-COUNT       PIC 9(9)    VALUE ZERO.

       01 WS-LINE-AMOUNT          PIC S9(13)V99 COMP-3.
       01 WS-DTL-COUNT            PIC 9(9)    VALUE ZERO.
       01 WS-TOTAL-DEBITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-CREDITS        PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-DISP-AMOUNT          PIC -Z(12)9.99.

       COPY "period_check_ws.cpy".

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "LEDGER-YEAR-END" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: FISCAL_YEAR -- known by the calendar year it ends in
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-FISCAL-YEAR = FUNCTION NUMVAL(WS-ARG-VALUE(1:4))

           *> Arg 2: JOURNAL_PATTERN -- daily GL journal path with
           *> YYYYMMDD where the business date goes
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-JRN-PATTERN

           *> Arg 3: PNL_ACCOUNT_LIST -- GL_ACCT|TYPE lines
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-PNL-LIST-PATH

           *> Arg 4: RETAINED_EARNINGS_GL -- the account the year closes to
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:8) TO WS-RE-GL-ACCT

           *> Arg 5: CLOSING_JOURNAL -- the balanced closing journal
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-CLOSING-PATH

           *> Arg 6 (optional): PREVIEW -- write the closing journal for
           *> review but leave the year open
           IF WS-ARG-COUNT > 5
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8))
                   TO WS-MODE-ARG
               IF WS-MODE-ARG = "PREVIEW "
                   SET WS-PREVIEW TO TRUE
               ELSE
                   DISPLAY "ERROR: unrecognised mode " WS-MODE-ARG
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-FISCAL-YEAR < 1900 OR WS-RE-GL-ACCT = SPACES
               OR WS-JRN-PATTERN = SPACES
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Closing the year shuts every month in it for good, so it
           *> is an admin decision; a preview needs supervisor rights.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PREVIEW
               MOVE "S" TO WS-OPSGN-REQUIRED-ROLE
           ELSE
               MOVE "A" TO WS-OPSGN-REQUIRED-ROLE
           END-IF
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ARG-VALUE FROM TIME
           COMPUTE WS-RUN-TIME = FUNCTION NUMVAL(WS-ARG-VALUE(1:6))

           PERFORM LOAD-FISCAL-YEAR-START
           MOVE WS-FISCAL-YEAR TO WS-FY-YEAR
           PERFORM DERIVE-FISCAL-YEAR-SPAN

           COMPUTE WS-YE-START-DATE = WS-FY-FIRST-PERIOD * 100 + 1
           IF FUNCTION MOD(WS-FY-LAST-PERIOD, 100) = 12
               COMPUTE WS-YE-NEXT-PERIOD =
                   (WS-FY-LAST-PERIOD / 100 + 1) * 100 + 1
           ELSE
               COMPUTE WS-YE-NEXT-PERIOD = WS-FY-LAST-PERIOD + 1
           END-IF
           COMPUTE WS-YE-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-YE-NEXT-PERIOD * 100 + 1) - 1)

           PERFORM CHECK-YEAR-READY-TO-CLOSE

           PERFORM LOAD-PNL-LIST
           IF WS-PNL-TBL-COUNT = ZERO
               DISPLAY "ERROR: no usable entries on P&L account list "
                   WS-PNL-LIST-PATH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SPLIT-JOURNAL-PATTERN

           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-YE-START-DATE)
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-YE-END-DATE)
           PERFORM READ-ONE-DAY-JOURNAL
               UNTIL WS-DAY-INT > WS-END-INT

           IF WS-JRN-READ-COUNT = ZERO
               DISPLAY "ERROR: no daily GL journals found for fiscal year "
                   WS-FISCAL-YEAR " on " FUNCTION TRIM(WS-JRN-PATTERN)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-CLOSING-JOURNAL

           IF WS-PREVIEW
               CLOSE PERIOD-FILE
               DISPLAY "PREVIEW: fiscal year " WS-FISCAL-YEAR
                   " left open -- closing journal written for review"
           ELSE
               PERFORM LOCK-FISCAL-YEAR
           END-IF

           DISPLAY "Year-end close complete: fiscal year " WS-FISCAL-YEAR
               " (" WS-FY-FIRST-PERIOD "-" WS-FY-LAST-PERIOD "), "
               WS-JRN-READ-COUNT " journal(s) read, "
               WS-JRN-MISSING-COUNT " day(s) with no journal, "
               WS-NET-TBL-COUNT " P&L balance(s) closed to "
               WS-RE-GL-ACCT " on " FUNCTION TRIM(WS-CLOSING-PATH)

           IF WS-NET-TBL-COUNT = ZERO
               DISPLAY "WARNING: no P&L activity found for fiscal year "
                   WS-FISCAL-YEAR " -- the closing journal is empty"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_year_end FISCAL_YEAR JOURNAL_PATTERN PNL_ACCOUNT_LIST RETAINED_EARNINGS_GL CLOSING_JOURNAL [PREVIEW]"
           DISPLAY "Where JOURNAL_PATTERN holds YYYYMMDD in place of each daily journal's date,"
           DISPLAY "  PNL_ACCOUNT_LIST lines are GL_ACCT|TYPE (I=income E=expense, trailing * = prefix),"
           DISPLAY "  and the fiscal year starts in month LEDGER_FY_START_MONTH (default 01)."
           DISPLAY "Every month of the year must be CLOSED first; the year is then locked."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_year_end 2026 /data/gl_journal.YYYYMMDD.dat /data/gl_pnl_accts.dat 39000000 /data/gl_journal.2026.close.dat".

      *> =================================================================
      *> The year closes only once every month in it has been formally
      *> closed, and only once -- the lock row YYYY00 says it is done.
      *> =================================================================
       CHECK-YEAR-READY-TO-CLOSE.
           DISPLAY "LEDGER_PERIOD_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PERCK-PATH FROM ENVIRONMENT-VALUE
           IF WS-PERCK-PATH = SPACES
               MOVE "./period_status.dat" TO WS-PERCK-PATH
           END-IF

           IF WS-PREVIEW
               OPEN INPUT PERIOD-FILE
           ELSE
               OPEN I-O PERIOD-FILE
           END-IF
           IF WS-PERCK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-PERCK-PATH
               DISPLAY "       FILE STATUS = " WS-PERCK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-FY-LOCK-PERIOD TO PER-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-STATUS = "C"
                       DISPLAY "ERROR: fiscal year " WS-FISCAL-YEAR
                           " was closed on " PER-STATUS-DATE
                       CLOSE PERIOD-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ

           MOVE WS-FY-FIRST-PERIOD TO WS-CHK-PERIOD
           PERFORM CHECK-ONE-MONTH-CLOSED
               UNTIL WS-CHK-PERIOD > WS-FY-LAST-PERIOD

           IF WS-OPEN-MONTH-COUNT > ZERO
               DISPLAY "ERROR: " WS-OPEN-MONTH-COUNT " month(s) of fiscal "
                   "year " WS-FISCAL-YEAR " are not CLOSED -- close them "
                   "with PERIOD-MAINT first"
               CLOSE PERIOD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ONE-MONTH-CLOSED.
           MOVE WS-CHK-PERIOD TO PER-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   ADD 1 TO WS-OPEN-MONTH-COUNT
                   DISPLAY "NOT CLOSED: period " WS-CHK-PERIOD
                       " has no row"
               NOT INVALID KEY
                   IF PER-STATUS NOT = "C"
                       ADD 1 TO WS-OPEN-MONTH-COUNT
                       DISPLAY "NOT CLOSED: period " WS-CHK-PERIOD
                           " is status " PER-STATUS
                   END-IF
           END-READ

           IF FUNCTION MOD(WS-CHK-PERIOD, 100) = 12
               COMPUTE WS-CHK-PERIOD =
                   (WS-CHK-PERIOD / 100 + 1) * 100 + 1
           ELSE
               ADD 1 TO WS-CHK-PERIOD
           END-IF.

      *> =================================================================
      *> Load the profit-and-loss account list. A trailing "*" makes the
      *> entry a prefix match on the GL account.
      *> =================================================================
       LOAD-PNL-LIST.
           OPEN INPUT PNL-LIST-FILE
           IF WS-PNL-LIST-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-PNL-LIST-PATH
               DISPLAY "       FILE STATUS = " WS-PNL-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ONE-PNL-LINE UNTIL WS-LIST-EOF

           CLOSE PNL-LIST-FILE.

       LOAD-ONE-PNL-LINE.
           READ PNL-LIST-FILE
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF PNL-LIST-REC NOT = SPACES
                       AND PNL-LIST-REC(1:1) NOT = "#"
                       AND WS-PNL-TBL-COUNT < 200
                       MOVE SPACES TO WS-PNL-ACCT-TXT WS-PNL-TYPE-TXT
                       UNSTRING PNL-LIST-REC DELIMITED BY "|"
                           INTO WS-PNL-ACCT-TXT
                                WS-PNL-TYPE-TXT
                       END-UNSTRING
                       ADD 1 TO WS-PNL-TBL-COUNT
                       MOVE ZERO TO WS-STAR-POS
                       INSPECT WS-PNL-ACCT-TXT TALLYING WS-STAR-POS
                           FOR CHARACTERS BEFORE INITIAL "*"
                       IF WS-STAR-POS < 8
                           MOVE WS-STAR-POS
                               TO WS-PNL-MATCH-LEN(WS-PNL-TBL-COUNT)
                           MOVE WS-PNL-ACCT-TXT(1:8)
                               TO WS-PNL-GL-ACCT(WS-PNL-TBL-COUNT)
                       ELSE
                           MOVE 8 TO WS-PNL-MATCH-LEN(WS-PNL-TBL-COUNT)
                           MOVE WS-PNL-ACCT-TXT(1:8)
                               TO WS-PNL-GL-ACCT(WS-PNL-TBL-COUNT)
                       END-IF
                       MOVE FUNCTION UPPER-CASE(WS-PNL-TYPE-TXT(1:1))
                           TO WS-PNL-TYPE(WS-PNL-TBL-COUNT)
                       *> A bare "*" would sweep the balance sheet into
                       *> retained earnings -- never accept it.
                       IF WS-PNL-MATCH-LEN(WS-PNL-TBL-COUNT) = ZERO
                           DISPLAY "WARNING: P&L list entry "
                               FUNCTION TRIM(WS-PNL-ACCT-TXT)
                               " matches every account -- ignored"
                           SUBTRACT 1 FROM WS-PNL-TBL-COUNT
                       END-IF
                   END-IF
           END-READ.

       SPLIT-JOURNAL-PATTERN.
           MOVE ZERO TO WS-PAT-PREFIX-LEN
           INSPECT WS-JRN-PATTERN TALLYING WS-PAT-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL "YYYYMMDD"
           IF WS-PAT-PREFIX-LEN >= 193
               DISPLAY "ERROR: JOURNAL_PATTERN "
                   FUNCTION TRIM(WS-JRN-PATTERN)
                   " has no YYYYMMDD date placeholder"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PAT-SUFFIX-POS = WS-PAT-PREFIX-LEN + 9.

      *> =================================================================
      *> One business date's GL journal. A day with no file is simply a
      *> day nothing posted; a journal whose trailer does not prove is
      *> fatal -- the year must not close on a damaged file. Earlier
      *> closing journals (source LEDGER-YEAR-END) are not re-closed.
      *> =================================================================
       READ-ONE-DAY-JOURNAL.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           ADD 1 TO WS-DAY-INT

           MOVE SPACES TO WS-DAY-JRN-PATH
           IF WS-PAT-PREFIX-LEN > ZERO
               STRING WS-JRN-PATTERN(1:WS-PAT-PREFIX-LEN)
                      WS-DAY-DATE
                      WS-JRN-PATTERN(WS-PAT-SUFFIX-POS:)
                   DELIMITED BY SIZE
                   INTO WS-DAY-JRN-PATH
               END-STRING
           ELSE
               STRING WS-DAY-DATE
                      WS-JRN-PATTERN(WS-PAT-SUFFIX-POS:)
                   DELIMITED BY SIZE
                   INTO WS-DAY-JRN-PATH
               END-STRING
           END-IF

           OPEN INPUT DAY-JOURNAL-FILE
           IF WS-DAY-JRN-STATUS = "35"
               ADD 1 TO WS-JRN-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-DAY-JRN-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-DAY-JRN-PATH
               DISPLAY "       FILE STATUS = " WS-DAY-JRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N"  TO WS-EOF-SW WS-SKIP-FILE-SW WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-FILE-DTL-COUNT WS-FILE-DEBITS WS-FILE-CREDITS
           PERFORM READ-ONE-JOURNAL-RECORD
               UNTIL WS-EOF OR WS-SKIP-FILE

           CLOSE DAY-JOURNAL-FILE

           IF WS-SKIP-FILE
               ADD 1 TO WS-JRN-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-TRAILER-SEEN
               DISPLAY "ERROR: " FUNCTION TRIM(WS-DAY-JRN-PATH)
                   " has no trailer record"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-JRN-READ-COUNT.

       READ-ONE-JOURNAL-RECORD.
           READ DAY-JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE GLJ-REC-TYPE
                       WHEN "H"
                           IF GLJ-HDR-SOURCE = "LEDGER-YEAR-END"
                               SET WS-SKIP-FILE TO TRUE
                           END-IF
                       WHEN "D"
                           PERFORM TAKE-ONE-JOURNAL-DETAIL
                       WHEN "T"
                           SET WS-TRAILER-SEEN TO TRUE
                           PERFORM PROVE-JOURNAL-TRAILER
                   END-EVALUATE
           END-READ.

       TAKE-ONE-JOURNAL-DETAIL.
           ADD 1 TO WS-FILE-DTL-COUNT
           IF GLJ-DTL-DR-CR = "D"
               ADD GLJ-DTL-AMOUNT TO WS-FILE-DEBITS
               MOVE GLJ-DTL-AMOUNT TO WS-SIGNED-AMT
           ELSE
               ADD GLJ-DTL-AMOUNT TO WS-FILE-CREDITS
               COMPUTE WS-SIGNED-AMT = ZERO - GLJ-DTL-AMOUNT
           END-IF

           MOVE "N"  TO WS-FOUND-SW
           MOVE ZERO TO WS-PNL-HIT-IDX
           PERFORM MATCH-ONE-PNL-ENTRY
               VARYING WS-PNL-IDX FROM 1 BY 1
               UNTIL WS-PNL-IDX > WS-PNL-TBL-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PNL-LINE-COUNT
           MOVE "N" TO WS-FOUND-SW
           PERFORM SEARCH-ONE-NET-BUCKET
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-NET-TBL-COUNT OR WS-FOUND

           IF NOT WS-FOUND
               IF WS-NET-TBL-COUNT >= 500
                   DISPLAY "ERROR: more than 500 P&L account/currency "
                       "balances -- extend the year-end table"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-NET-TBL-COUNT
               MOVE GLJ-DTL-GL-ACCT  TO WS-NET-GL-ACCT(WS-NET-TBL-COUNT)
               MOVE WS-PNL-TYPE(WS-PNL-HIT-IDX)
                   TO WS-NET-TYPE(WS-NET-TBL-COUNT)
               MOVE GLJ-DTL-CURRENCY TO WS-NET-CURRENCY(WS-NET-TBL-COUNT)
               MOVE WS-SIGNED-AMT    TO WS-NET-AMOUNT(WS-NET-TBL-COUNT)
               MOVE GLJ-DTL-SOURCE-COUNT
                   TO WS-NET-COUNT(WS-NET-TBL-COUNT)
           END-IF.

       MATCH-ONE-PNL-ENTRY.
           IF GLJ-DTL-GL-ACCT(1:WS-PNL-MATCH-LEN(WS-PNL-IDX)) =
               WS-PNL-GL-ACCT(WS-PNL-IDX)(1:WS-PNL-MATCH-LEN(WS-PNL-IDX))
               MOVE WS-PNL-IDX TO WS-PNL-HIT-IDX
               SET WS-FOUND TO TRUE
           END-IF.

       SEARCH-ONE-NET-BUCKET.
           IF WS-NET-GL-ACCT(WS-SRCH-IDX) = GLJ-DTL-GL-ACCT
               AND WS-NET-CURRENCY(WS-SRCH-IDX) = GLJ-DTL-CURRENCY
               ADD WS-SIGNED-AMT TO WS-NET-AMOUNT(WS-SRCH-IDX)
               ADD GLJ-DTL-SOURCE-COUNT TO WS-NET-COUNT(WS-SRCH-IDX)
               SET WS-FOUND TO TRUE
           END-IF.

       PROVE-JOURNAL-TRAILER.
           IF GLJ-TRL-RECORD-COUNT NOT = WS-FILE-DTL-COUNT
               OR GLJ-TRL-TOTAL-DEBITS NOT = WS-FILE-DEBITS
               OR GLJ-TRL-TOTAL-CREDITS NOT = WS-FILE-CREDITS
               DISPLAY "ERROR: " FUNCTION TRIM(WS-DAY-JRN-PATH)
                   " does not prove to its trailer -- "
                   WS-FILE-DTL-COUNT " detail(s) read, trailer says "
                   GLJ-TRL-RECORD-COUNT
               CLOSE DAY-JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> =================================================================
      *> The closing journal reverses each P&L balance to zero and
      *> books the difference per currency to retained earnings, so the
      *> debits and credits agree by construction. It is stamped with
      *> the fiscal year's last day.
      *> =================================================================
       WRITE-CLOSING-JOURNAL.
           OPEN OUTPUT CLOSING-JOURNAL-FILE
           IF WS-CLOSING-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-CLOSING-PATH
               DISPLAY "       FILE STATUS = " WS-CLOSING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES            TO CLJ-REC
           MOVE "H"               TO CLJ-HDR-REC-TYPE
           MOVE WS-YE-END-DATE    TO CLJ-HDR-BUS-DATE
           MOVE WS-RUN-TIME       TO CLJ-HDR-RUN-TIME
           MOVE "LEDGER-YEAR-END" TO CLJ-HDR-SOURCE
           WRITE CLJ-REC

           PERFORM WRITE-ONE-CLOSING-DETAIL
               VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-TBL-COUNT

           PERFORM WRITE-ONE-RETAINED-DETAIL
               VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX > WS-RE-TBL-COUNT

           MOVE SPACES            TO CLJ-REC
           MOVE "T"               TO CLJ-TRL-REC-TYPE
           MOVE WS-DTL-COUNT      TO CLJ-TRL-RECORD-COUNT
           MOVE WS-TOTAL-DEBITS   TO CLJ-TRL-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS  TO CLJ-TRL-TOTAL-CREDITS
           WRITE CLJ-REC

           CLOSE CLOSING-JOURNAL-FILE

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "ERROR: closing journal is out of balance -- "
                   "debits " WS-TOTAL-DEBITS " credits " WS-TOTAL-CREDITS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-ONE-CLOSING-DETAIL.
           MOVE WS-NET-AMOUNT(WS-NET-IDX) TO WS-DISP-AMOUNT
           DISPLAY "CLOSE: " WS-NET-GL-ACCT(WS-NET-IDX) " "
               WS-NET-TYPE(WS-NET-IDX) " "
               WS-NET-CURRENCY(WS-NET-IDX) " net " WS-DISP-AMOUNT

           *> The retained-earnings side takes the same balance, whether
           *> or not this account nets to a line of its own.
           MOVE "N" TO WS-FOUND-SW
           PERFORM SEARCH-ONE-RE-BUCKET
               VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX > WS-RE-TBL-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-RE-TBL-COUNT >= 50
                   DISPLAY "ERROR: more than 50 currencies to close -- "
                       "extend the year-end table"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RE-TBL-COUNT
               MOVE WS-NET-CURRENCY(WS-NET-IDX)
                   TO WS-RE-CURRENCY(WS-RE-TBL-COUNT)
               MOVE WS-NET-AMOUNT(WS-NET-IDX)
                   TO WS-RE-AMOUNT(WS-RE-TBL-COUNT)
               MOVE WS-NET-COUNT(WS-NET-IDX)
                   TO WS-RE-COUNT(WS-RE-TBL-COUNT)
           END-IF

           IF WS-NET-AMOUNT(WS-NET-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF

           *> A debit balance (expense) is credited away; a credit
           *> balance (income) is debited away.
           MOVE SPACES                       TO CLJ-REC
           MOVE "D"                          TO CLJ-DTL-REC-TYPE
           MOVE WS-NET-GL-ACCT(WS-NET-IDX)   TO CLJ-DTL-GL-ACCT
           MOVE WS-NET-CURRENCY(WS-NET-IDX)  TO CLJ-DTL-CURRENCY
           MOVE WS-NET-COUNT(WS-NET-IDX)     TO CLJ-DTL-SOURCE-COUNT
           IF WS-NET-AMOUNT(WS-NET-IDX) > ZERO
               MOVE "C" TO CLJ-DTL-DR-CR
               MOVE WS-NET-AMOUNT(WS-NET-IDX) TO WS-LINE-AMOUNT
           ELSE
               MOVE "D" TO CLJ-DTL-DR-CR
               COMPUTE WS-LINE-AMOUNT = ZERO - WS-NET-AMOUNT(WS-NET-IDX)
           END-IF
           PERFORM WRITE-CLOSING-LINE.

       SEARCH-ONE-RE-BUCKET.
           IF WS-RE-CURRENCY(WS-RE-IDX) = WS-NET-CURRENCY(WS-NET-IDX)
               ADD WS-NET-AMOUNT(WS-NET-IDX) TO WS-RE-AMOUNT(WS-RE-IDX)
               ADD WS-NET-COUNT(WS-NET-IDX)  TO WS-RE-COUNT(WS-RE-IDX)
               SET WS-FOUND TO TRUE
           END-IF.

       WRITE-ONE-RETAINED-DETAIL.
           IF WS-RE-AMOUNT(WS-RE-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF

           *> Net expense over income is a loss: retained earnings is
           *> debited. A profit credits it.
           MOVE SPACES                      TO CLJ-REC
           MOVE "D"                         TO CLJ-DTL-REC-TYPE
           MOVE WS-RE-GL-ACCT               TO CLJ-DTL-GL-ACCT
           MOVE WS-RE-CURRENCY(WS-RE-IDX)   TO CLJ-DTL-CURRENCY
           MOVE WS-RE-COUNT(WS-RE-IDX)      TO CLJ-DTL-SOURCE-COUNT
           IF WS-RE-AMOUNT(WS-RE-IDX) > ZERO
               MOVE "D" TO CLJ-DTL-DR-CR
               MOVE WS-RE-AMOUNT(WS-RE-IDX) TO WS-LINE-AMOUNT
           ELSE
               MOVE "C" TO CLJ-DTL-DR-CR
               COMPUTE WS-LINE-AMOUNT = ZERO - WS-RE-AMOUNT(WS-RE-IDX)
           END-IF

           MOVE WS-RE-AMOUNT(WS-RE-IDX) TO WS-DISP-AMOUNT
           DISPLAY "RETAINED: " WS-RE-GL-ACCT " "
               WS-RE-CURRENCY(WS-RE-IDX) " " CLJ-DTL-DR-CR " "
               WS-DISP-AMOUNT
           PERFORM WRITE-CLOSING-LINE.

       WRITE-CLOSING-LINE.
           MOVE WS-LINE-AMOUNT TO CLJ-DTL-AMOUNT
           WRITE CLJ-REC
           ADD 1 TO WS-DTL-COUNT
           IF CLJ-DTL-DR-CR = "D"
               ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

      *> =================================================================
      *> Lock the year: the YYYY00 row goes to 'C'. From here PERIOD-MAINT
      *> will not reopen any month in it and the posting programs treat
      *> every month as closed with no supervisor override.
      *> =================================================================
       LOCK-FISCAL-YEAR.
           MOVE WS-FY-LOCK-PERIOD TO PER-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   MOVE WS-FY-LOCK-PERIOD TO PER-PERIOD
                   MOVE "C" TO PER-STATUS
                   MOVE FUNCTION NUMVAL(WS-TODAY-DATE)
                       TO PER-STATUS-DATE
                   WRITE PERIOD-REC
               NOT INVALID KEY
                   MOVE "C" TO PER-STATUS
                   MOVE FUNCTION NUMVAL(WS-TODAY-DATE)
                       TO PER-STATUS-DATE
                   REWRITE PERIOD-REC
           END-READ
           IF WS-PERCK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to lock fiscal year "
                   WS-FISCAL-YEAR " on " WS-PERCK-PATH
               DISPLAY "       FILE STATUS = " WS-PERCK-FILE-STATUS
               CLOSE PERIOD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE PERIOD-FILE

           PERFORM OPEN-AUDIT-LOG
           MOVE WS-PERCK-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "YEAREND " WS-FISCAL-YEAR " " WS-RE-GL-ACCT " "
                  WS-DTL-COUNT " "
                  FUNCTION TRIM(WS-CLOSING-PATH)
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG

           DISPLAY "Fiscal year " WS-FISCAL-YEAR " is CLOSED on "
               FUNCTION TRIM(WS-PERCK-PATH).

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".

       COPY "fiscal_year.cpy".
