       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-CASH-TXN-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRXN-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRXN-ID
               ALTERNATE RECORD KEY IS ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           *> Day-end archives are byte-for-byte TRXN-REC copies, read
           *> back through their own FD so the live file's copybook
           *> fields stay distinct.
           SELECT ARCHIVE-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT CHANNEL-REF-FILE ASSIGN TO WS-CHNL-REF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-CHNL-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO WS-FX-TABLE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRC-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT FILING-FILE ASSIGN TO WS-FILING-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILING-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRXN-FILE
           BLOCK CONTAINS 100 RECORDS.
       COPY "ledger_trxn_writer.cpy".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC            PIC X(84).
       01  ARCHIVE-TRXN REDEFINES ARCHIVE-REC.
           05 ARC-TRXN-ID         PIC X(10).
           05 ARC-ACCT-ID         PIC X(10).
           05 ARC-TRXN-AMT        PIC S9(7)V99 COMP-3.
           05 ARC-TRXN-TYPE       PIC X(1).
           05 ARC-TRXN-DATE       PIC 9(8).
           05 ARC-TRXN-TIME       PIC 9(6).
           05 ARC-POST-DATE       PIC 9(8).
           05 ARC-POST-TIME       PIC 9(6).
           05 ARC-CURRENCY-CODE   PIC X(3).
           05 ARC-CHANNEL-CODE    PIC X(3).
           05 ARC-TRXN-DESC       PIC X(20).
           05 ARC-BRANCH-CODE     PIC X(3).
           05 ARC-ADJ-FLAG        PIC X(1).

       FD  CHANNEL-REF-FILE.
       COPY "ref_code.cpy".

       FD  FX-RATE-FILE.
       COPY "fx_rate_table.cpy".

       FD  CUST-MASTER-FILE.
       COPY "cust_master.cpy".

       FD  CUST-XREF-FILE.
       COPY "cust_acct_xref.cpy".

       FD  FILING-FILE.
       COPY "cash_txn_filing.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC XX.
       01 WS-ARCHIVE-FILE-STATUS  PIC XX.
       01 WS-CHNL-FILE-STATUS     PIC XX.
       01 WS-FX-FILE-STATUS       PIC XX.
       01 WS-CUST-FILE-STATUS     PIC XX.
       01 WS-XREF-FILE-STATUS     PIC XX.
       01 WS-FILING-FILE-STATUS   PIC XX.
       01 WS-REPORT-FILE-STATUS   PIC XX.

       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(200).
       01 WS-FILE-PATH            PIC X(200).
       01 WS-CHNL-REF-PATH        PIC X(200).
       01 WS-FX-TABLE-PATH        PIC X(200).
       01 WS-CUST-PATH            PIC X(200).
       01 WS-XREF-PATH            PIC X(200).
       01 WS-FILING-PATH          PIC X(200).
       01 WS-REPORT-PATH          PIC X(200).

       01 WS-BUSINESS-DATE        PIC 9(8).
       01 WS-THRESHOLD            PIC S9(13)V99 COMP-3.
       01 WS-BASE-CURR            PIC X(3).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME-RAW         PIC 9(8).

       *> Arg 6: ARCHIVE means TRXN_FILE is a day-end archive
       *> generation rather than the live indexed file.
       01 WS-ARCHIVE-SW           PIC X(1)    VALUE "N".
           88 WS-FROM-ARCHIVE                 VALUE "Y".

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-CUST-CHECK-SW        PIC X(1)    VALUE "N".
           88 WS-CUST-CHECK-ON                VALUE "Y".
       01 WS-FX-CHECK-SW          PIC X(1)    VALUE "N".
           88 WS-FX-CHECK-ON                  VALUE "Y".

       *> The posting being tallied, from whichever file it came
       01 WS-P-ACCT-ID            PIC X(10).
       01 WS-P-AMT                PIC S9(7)V99 COMP-3.
       01 WS-P-TYPE               PIC X(1).
       01 WS-P-POST-DATE          PIC 9(8).
       01 WS-P-CURR               PIC X(3).
       01 WS-P-CHANNEL            PIC X(3).
       01 WS-P-BASE-AMT           PIC S9(13)V99 COMP-3.

      *> -----------------------------------------------------------------
      *> Cash channels, from the channel reference table's cash flag.
      *> -----------------------------------------------------------------
       01 WS-CASH-CHNL-COUNT      PIC 9(3)    VALUE ZERO.
       01 WS-CASH-CHNL-TABLE.
           05 WS-CASH-CHNL        PIC X(3)    OCCURS 100 TIMES.
       01 WS-CHNL-IDX             PIC 9(3).
       01 WS-CASH-SW              PIC X(1)    VALUE "N".
           88 WS-IS-CASH                      VALUE "Y".

      *> -----------------------------------------------------------------
      *> One rate per currency for the day, looked up once and kept.
      *> -----------------------------------------------------------------
       01 WS-RATE-COUNT           PIC 9(3)    VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
              10 WS-RATE-CURR     PIC X(3).
              10 WS-RATE-VALUE    PIC 9(3)V9(6) COMP-3.
              10 WS-RATE-FOUND-SW PIC X(1).
       01 WS-RATE-IDX             PIC 9(3).
       01 WS-RATE-HIT-IDX         PIC 9(3).
       01 WS-FX-FOUND-SW          PIC X(1)    VALUE "N".
           88 WS-FX-FOUND                     VALUE "Y".
       01 WS-FX-LOOKUP-DATE       PIC 9(8).
       01 WS-FX-DATE-INT          PIC 9(8).
       01 WS-FX-TRIES             PIC 9(2).

      *> -----------------------------------------------------------------
      *> Per-account cash totals for the day, in base currency. The
      *> cross-reference is then walked in customer order and each
      *> customer's accounts are summed from here; an account the walk
      *> never reaches has no customer link.
      *> -----------------------------------------------------------------
       01 WS-ACCT-MAX             PIC 9(5)    VALUE 5000.
       01 WS-ACCT-COUNT           PIC 9(5)    VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 5000 TIMES.
              10 WS-ACCT-ID       PIC X(10).
              10 WS-ACCT-DEP-CNT  PIC 9(5).
              10 WS-ACCT-DEP-AMT  PIC S9(13)V99 COMP-3.
              10 WS-ACCT-WDL-CNT  PIC 9(5).
              10 WS-ACCT-WDL-AMT  PIC S9(13)V99 COMP-3.
              10 WS-ACCT-LINK-SW  PIC X(1).
       01 WS-ACCT-IDX             PIC 9(5).
       01 WS-ACCT-HIT-IDX         PIC 9(5).

       *> Customer being summed during the cross-reference walk
       01 WS-CUR-CUST-ID          PIC X(10)   VALUE SPACES.
       01 WS-CUR-ACCT-CNT         PIC 9(3).
       01 WS-CUR-DEP-CNT          PIC 9(5).
       01 WS-CUR-DEP-AMT          PIC S9(13)V99 COMP-3.
       01 WS-CUR-WDL-CNT          PIC 9(5).
       01 WS-CUR-WDL-AMT          PIC S9(13)V99 COMP-3.
       01 WS-CUR-OVER-FLAG        PIC X(1).
       01 WS-CUR-CUST-NAME        PIC X(30).

       01 WS-READ-COUNT           PIC 9(9)    VALUE ZERO.
       01 WS-CASH-COUNT           PIC 9(9)    VALUE ZERO.
       01 WS-NO-RATE-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-CUST-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-FILED-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-UNLINKED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-UNLINKED-OVER-COUNT  PIC 9(7)    VALUE ZERO.
       01 WS-FILED-DEP-TOTAL      PIC S9(15)V99 COMP-3 VALUE ZERO.
       01 WS-FILED-WDL-TOTAL      PIC S9(15)V99 COMP-3 VALUE ZERO.

       01 WS-REPORT-LINE          PIC X(132)  VALUE SPACES.
       01 WS-DEP-ED               PIC Z(12)9.99.
       01 WS-WDL-ED               PIC Z(12)9.99.
       01 WS-THRESHOLD-ED         PIC Z(12)9.99.
       01 WS-AMT-ED               PIC -(9).99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: TRXN_FILE -- live file or an archive generation
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 2: BUSINESS_DATE (YYYYMMDD) -- the day being reported
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-BUSINESS-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 3: THRESHOLD, in base currency
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-ARG-VALUE)

           *> Arg 4: FILING_FILE; Arg 5: REPORT_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILING-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           *> Arg 6 (optional): ARCHIVE
           IF WS-ARG-COUNT > 5
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(WS-ARG-VALUE(1:7)) = "ARCHIVE"
                   SET WS-FROM-ARCHIVE TO TRUE
               END-IF
           END-IF

           IF WS-THRESHOLD NOT > ZERO
               DISPLAY "ERROR: THRESHOLD must be greater than zero"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME

           PERFORM LOAD-CASH-CHANNELS
           PERFORM OPEN-REFERENCE-FILES

           OPEN OUTPUT FILING-FILE
           IF WS-FILING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILING-PATH
               DISPLAY "       FILE STATUS = " WS-FILING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE FILING-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM TALLY-CASH-POSTINGS

           PERFORM WRITE-FILING-HEADER
           PERFORM WRITE-REPORT-HEADING

           PERFORM ROLL-UP-BY-CUSTOMER

           PERFORM REPORT-UNLINKED-ACCOUNTS

           PERFORM WRITE-FILING-TRAILER
           PERFORM WRITE-REPORT-TOTALS

           CLOSE FILING-FILE
           CLOSE REPORT-FILE
           IF WS-FX-CHECK-ON
               CLOSE FX-RATE-FILE
           END-IF
           CLOSE CUST-XREF-FILE
           IF WS-CUST-CHECK-ON
               CLOSE CUST-MASTER-FILE
           END-IF

           DISPLAY "Cash transaction report for " WS-BUSINESS-DATE ": "
               WS-CASH-COUNT " cash posting(s) on " WS-ACCT-COUNT
               " account(s), " WS-FILED-COUNT " customer(s) filed, "
               WS-UNLINKED-COUNT " account(s) with no customer link"
           DISPLAY "  filing at " FUNCTION TRIM(WS-FILING-PATH)
               ", report at " FUNCTION TRIM(WS-REPORT-PATH)

           *> Unlinked accounts and unconverted postings leave the
           *> filing incomplete -- warn the scheduler so someone fixes
           *> the linkage or the rate before the deadline.
           IF WS-UNLINKED-COUNT > ZERO OR WS-NO-RATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_cash_txn_report TRXN_FILE BUSINESS_DATE THRESHOLD FILING_FILE REPORT_FILE [ARCHIVE]"
           DISPLAY "Where THRESHOLD is in base currency (LEDGER_BASE_CURRENCY), and ARCHIVE means"
           DISPLAY "      TRXN_FILE is a day-end archive generation rather than the live file"
           DISPLAY "Files: LEDGER_CHANNEL_CODES, LEDGER_FX_RATES, LEDGER_CUST_XREF, LEDGER_CUST_MASTER"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_cash_txn_report /data/archive/ledger_trxn.20260914.dat 20260914 1000000.00 /data/reg/ctr.20260914.dat /data/reg/ctr.20260914.rpt ARCHIVE".

      *> =================================================================
      *> Cash channels are whatever the channel table flags as cash --
      *> without the table there is no way to tell a teller deposit from
      *> a transfer, so a missing table stops the run.
      *> =================================================================
       LOAD-CASH-CHANNELS.
           DISPLAY "LEDGER_CHANNEL_CODES" UPON ENVIRONMENT-NAME
           ACCEPT WS-CHNL-REF-PATH FROM ENVIRONMENT-VALUE
           IF WS-CHNL-REF-PATH = SPACES
               MOVE "./channel_codes.dat" TO WS-CHNL-REF-PATH
           END-IF

           OPEN INPUT CHANNEL-REF-FILE
           IF WS-CHNL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open channel table "
                   FUNCTION TRIM(WS-CHNL-REF-PATH)
               DISPLAY "       FILE STATUS = " WS-CHNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM LOAD-ONE-CHANNEL UNTIL WS-EOF
           CLOSE CHANNEL-REF-FILE

           IF WS-CASH-CHNL-COUNT = ZERO
               DISPLAY "ERROR: no channel on "
                   FUNCTION TRIM(WS-CHNL-REF-PATH)
                   " is marked cash -- set them with ref_code_maint"
                   " SETCASH"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-CHANNEL.
           READ CHANNEL-REF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF REF-CASH-FLAG = "Y" AND WS-CASH-CHNL-COUNT < 100
                       ADD 1 TO WS-CASH-CHNL-COUNT
                       MOVE REF-CODE TO WS-CASH-CHNL(WS-CASH-CHNL-COUNT)
                   END-IF
           END-READ.

       OPEN-REFERENCE-FILES.
           DISPLAY "LEDGER_FX_RATES" UPON ENVIRONMENT-NAME
           ACCEPT WS-FX-TABLE-PATH FROM ENVIRONMENT-VALUE
           IF WS-FX-TABLE-PATH = SPACES
               MOVE "./fx_rates.dat" TO WS-FX-TABLE-PATH
           END-IF

           DISPLAY "LEDGER_BASE_CURRENCY" UPON ENVIRONMENT-NAME
           ACCEPT WS-BASE-CURR FROM ENVIRONMENT-VALUE
           IF WS-BASE-CURR = SPACES
               MOVE "INR" TO WS-BASE-CURR
           END-IF

           *> A shop that books nothing but base currency needs no rate
           *> table; a missing table only matters when a foreign-
           *> currency cash posting turns up, and it is counted then.
           MOVE "Y" TO WS-FX-CHECK-SW
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-FX-CHECK-SW
               DISPLAY "WARNING: FX rate table "
                   FUNCTION TRIM(WS-FX-TABLE-PATH)
                   " not available (FILE STATUS " WS-FX-FILE-STATUS
                   ") -- only base-currency postings can be converted"
           END-IF

           DISPLAY "LEDGER_CUST_XREF" UPON ENVIRONMENT-NAME
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT-VALUE
           IF WS-XREF-PATH = SPACES
               MOVE "./cust_acct_xref.dat" TO WS-XREF-PATH
           END-IF

           OPEN INPUT CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open cross-reference "
                   FUNCTION TRIM(WS-XREF-PATH)
               DISPLAY "       FILE STATUS = " WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "LEDGER_CUST_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-CUST-PATH FROM ENVIRONMENT-VALUE
           IF WS-CUST-PATH = SPACES
               MOVE "./cust_master.dat" TO WS-CUST-PATH
           END-IF

           MOVE "Y" TO WS-CUST-CHECK-SW
           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CUST-CHECK-SW
               DISPLAY "WARNING: customer master "
                   FUNCTION TRIM(WS-CUST-PATH)
                   " not available (FILE STATUS " WS-CUST-FILE-STATUS
                   ") -- filing goes out without customer names"
           END-IF.

      *> =================================================================
      *> Pass 1 -- every cash posting for the business date, converted
      *> and summed per account.
      *> =================================================================
       TALLY-CASH-POSTINGS.
           MOVE "N" TO WS-EOF-SW
           IF WS-FROM-ARCHIVE
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to open " WS-FILE-PATH
                   DISPLAY "       FILE STATUS = "
                       WS-ARCHIVE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-ARCHIVE-RECORD UNTIL WS-EOF
               CLOSE ARCHIVE-FILE
           ELSE
               OPEN INPUT TRXN-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to open " WS-FILE-PATH
                   DISPLAY "       FILE STATUS = " WS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-TRXN-RECORD UNTIL WS-EOF
               CLOSE TRXN-FILE
           END-IF.

       READ-TRXN-RECORD.
           READ TRXN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE ACCT-ID       TO WS-P-ACCT-ID
                   MOVE TRXN-AMT      TO WS-P-AMT
                   MOVE TRXN-TYPE     TO WS-P-TYPE
                   MOVE POST-DATE     TO WS-P-POST-DATE
                   MOVE CURRENCY-CODE TO WS-P-CURR
                   MOVE CHANNEL-CODE  TO WS-P-CHANNEL
                   PERFORM TALLY-ONE-POSTING
           END-READ.

       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE ARC-ACCT-ID       TO WS-P-ACCT-ID
                   MOVE ARC-TRXN-AMT      TO WS-P-AMT
                   MOVE ARC-TRXN-TYPE     TO WS-P-TYPE
                   MOVE ARC-POST-DATE     TO WS-P-POST-DATE
                   MOVE ARC-CURRENCY-CODE TO WS-P-CURR
                   MOVE ARC-CHANNEL-CODE  TO WS-P-CHANNEL
                   PERFORM TALLY-ONE-POSTING
           END-READ.

       TALLY-ONE-POSTING.
           IF WS-P-POST-DATE NOT = WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CASH-SW
           PERFORM CHECK-ONE-CASH-CHANNEL
               VARYING WS-CHNL-IDX FROM 1 BY 1
               UNTIL WS-CHNL-IDX > WS-CASH-CHNL-COUNT OR WS-IS-CASH
           IF NOT WS-IS-CASH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CASH-COUNT

           PERFORM CONVERT-TO-BASE
           IF WS-RATE-FOUND-SW(WS-RATE-HIT-IDX) NOT = "Y"
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE WS-P-AMT TO WS-AMT-ED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO RATE: " WS-P-ACCT-ID " " WS-P-CURR " "
                      WS-AMT-ED " " WS-P-TYPE " channel " WS-P-CHANNEL
                      " -- left out of the customer totals"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-ACCOUNT

           IF WS-P-TYPE = "C"
               ADD 1             TO WS-ACCT-DEP-CNT(WS-ACCT-HIT-IDX)
               ADD WS-P-BASE-AMT TO WS-ACCT-DEP-AMT(WS-ACCT-HIT-IDX)
           ELSE
               ADD 1             TO WS-ACCT-WDL-CNT(WS-ACCT-HIT-IDX)
               ADD WS-P-BASE-AMT TO WS-ACCT-WDL-AMT(WS-ACCT-HIT-IDX)
           END-IF.

       CHECK-ONE-CASH-CHANNEL.
           IF WS-CASH-CHNL(WS-CHNL-IDX) = WS-P-CHANNEL
               SET WS-IS-CASH TO TRUE
           END-IF.

      *> -----------------------------------------------------------------
      *> The business date's rate for the posting's currency, stepping
      *> back up to a week for a market that was shut -- the same rule
      *> LEDGER-BALANCE-POST applies to base equivalents.
      *> -----------------------------------------------------------------
       CONVERT-TO-BASE.
           MOVE ZERO TO WS-RATE-HIT-IDX
           PERFORM FIND-ONE-RATE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               OR WS-RATE-HIT-IDX > ZERO

           IF WS-RATE-HIT-IDX = ZERO
               IF WS-RATE-COUNT >= 50
                   DISPLAY "ERROR: more than 50 currencies in cash"
                       " postings for " WS-BUSINESS-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-RATE-COUNT TO WS-RATE-HIT-IDX
               MOVE WS-P-CURR TO WS-RATE-CURR(WS-RATE-HIT-IDX)
               MOVE "N"       TO WS-RATE-FOUND-SW(WS-RATE-HIT-IDX)
               MOVE ZERO      TO WS-RATE-VALUE(WS-RATE-HIT-IDX)
               IF WS-P-CURR = WS-BASE-CURR
                   MOVE 1   TO WS-RATE-VALUE(WS-RATE-HIT-IDX)
                   MOVE "Y" TO WS-RATE-FOUND-SW(WS-RATE-HIT-IDX)
               ELSE
                   IF WS-FX-CHECK-ON
                       PERFORM LOOKUP-FX-RATE
                       IF WS-FX-FOUND
                           MOVE FX-RATE-TO-BASE
                               TO WS-RATE-VALUE(WS-RATE-HIT-IDX)
                           MOVE "Y" TO WS-RATE-FOUND-SW(WS-RATE-HIT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-P-BASE-AMT ROUNDED =
               WS-P-AMT * WS-RATE-VALUE(WS-RATE-HIT-IDX).

       FIND-ONE-RATE.
           IF WS-RATE-CURR(WS-RATE-IDX) = WS-P-CURR
               MOVE WS-RATE-IDX TO WS-RATE-HIT-IDX
           END-IF.

       LOOKUP-FX-RATE.
           MOVE "N" TO WS-FX-FOUND-SW
           MOVE WS-BUSINESS-DATE TO WS-FX-LOOKUP-DATE
           MOVE ZERO TO WS-FX-TRIES
           PERFORM TRY-ONE-FX-RATE-DATE
               UNTIL WS-FX-FOUND OR WS-FX-TRIES > 7.

       TRY-ONE-FX-RATE-DATE.
           MOVE WS-P-CURR         TO FX-CURRENCY-CODE
           MOVE WS-FX-LOOKUP-DATE TO FX-RATE-DATE
           READ FX-RATE-FILE
               INVALID KEY
                   ADD 1 TO WS-FX-TRIES
                   COMPUTE WS-FX-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FX-LOOKUP-DATE) - 1
                   COMPUTE WS-FX-LOOKUP-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-FX-DATE-INT)
               NOT INVALID KEY
                   SET WS-FX-FOUND TO TRUE
           END-READ.

       FIND-OR-ADD-ACCOUNT.
           MOVE ZERO TO WS-ACCT-HIT-IDX
           PERFORM FIND-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               OR WS-ACCT-HIT-IDX > ZERO
           IF WS-ACCT-HIT-IDX > ZERO
               EXIT PARAGRAPH
           END-IF

           *> A short table would under-report a customer -- stop
           *> rather than file something incomplete.
           IF WS-ACCT-COUNT >= WS-ACCT-MAX
               DISPLAY "ERROR: more than " WS-ACCT-MAX
                   " accounts with cash activity on " WS-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-ACCT-COUNT
           MOVE WS-ACCT-COUNT TO WS-ACCT-HIT-IDX
           MOVE WS-P-ACCT-ID  TO WS-ACCT-ID(WS-ACCT-HIT-IDX)
           MOVE ZERO          TO WS-ACCT-DEP-CNT(WS-ACCT-HIT-IDX)
                                 WS-ACCT-DEP-AMT(WS-ACCT-HIT-IDX)
                                 WS-ACCT-WDL-CNT(WS-ACCT-HIT-IDX)
                                 WS-ACCT-WDL-AMT(WS-ACCT-HIT-IDX)
           MOVE "N"           TO WS-ACCT-LINK-SW(WS-ACCT-HIT-IDX).

       FIND-ONE-ACCOUNT.
           IF WS-ACCT-ID(WS-ACCT-IDX) = WS-P-ACCT-ID
               MOVE WS-ACCT-IDX TO WS-ACCT-HIT-IDX
           END-IF.

      *> =================================================================
      *> Pass 2 -- walk the cross-reference in CUST-ID order, summing
      *> each customer's accounts from the table. A joint account
      *> counts in full toward every customer linked to it: each holder
      *> is reportable in their own right.
      *> =================================================================
       ROLL-UP-BY-CUSTOMER.
           MOVE SPACES TO WS-CUR-CUST-ID
           MOVE "N" TO WS-EOF-SW
           PERFORM ROLL-UP-ONE-LINK UNTIL WS-EOF
           IF WS-CUR-CUST-ID NOT = SPACES
               PERFORM FINISH-ONE-CUSTOMER
           END-IF.

       ROLL-UP-ONE-LINK.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF XRC-CUST-ID NOT = WS-CUR-CUST-ID
               IF WS-CUR-CUST-ID NOT = SPACES
                   PERFORM FINISH-ONE-CUSTOMER
               END-IF
               MOVE XRC-CUST-ID TO WS-CUR-CUST-ID
               MOVE ZERO TO WS-CUR-ACCT-CNT WS-CUR-DEP-CNT
                            WS-CUR-DEP-AMT WS-CUR-WDL-CNT
                            WS-CUR-WDL-AMT
           END-IF

           MOVE XRC-ACCT-ID TO WS-P-ACCT-ID
           MOVE ZERO TO WS-ACCT-HIT-IDX
           PERFORM FIND-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               OR WS-ACCT-HIT-IDX > ZERO
           IF WS-ACCT-HIT-IDX = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-ACCT-LINK-SW(WS-ACCT-HIT-IDX)
           ADD 1 TO WS-CUR-ACCT-CNT
           ADD WS-ACCT-DEP-CNT(WS-ACCT-HIT-IDX) TO WS-CUR-DEP-CNT
           ADD WS-ACCT-DEP-AMT(WS-ACCT-HIT-IDX) TO WS-CUR-DEP-AMT
           ADD WS-ACCT-WDL-CNT(WS-ACCT-HIT-IDX) TO WS-CUR-WDL-CNT
           ADD WS-ACCT-WDL-AMT(WS-ACCT-HIT-IDX) TO WS-CUR-WDL-AMT.

       FINISH-ONE-CUSTOMER.
           IF WS-CUR-ACCT-CNT = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUST-COUNT

           MOVE SPACE TO WS-CUR-OVER-FLAG
           IF WS-CUR-DEP-AMT > WS-THRESHOLD
               MOVE "D" TO WS-CUR-OVER-FLAG
           END-IF
           IF WS-CUR-WDL-AMT > WS-THRESHOLD
               IF WS-CUR-OVER-FLAG = "D"
                   MOVE "B" TO WS-CUR-OVER-FLAG
               ELSE
                   MOVE "W" TO WS-CUR-OVER-FLAG
               END-IF
           END-IF
           IF WS-CUR-OVER-FLAG = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CUR-CUST-NAME
           IF WS-CUST-CHECK-ON
               MOVE WS-CUR-CUST-ID TO CM-CUST-ID
               READ CUST-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON CUSTOMER MASTER)"
                           TO WS-CUR-CUST-NAME
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO WS-CUR-CUST-NAME
               END-READ
           END-IF

           ADD 1 TO WS-FILED-COUNT
           ADD WS-CUR-DEP-AMT TO WS-FILED-DEP-TOTAL
           ADD WS-CUR-WDL-AMT TO WS-FILED-WDL-TOTAL

           INITIALIZE CASH-FILING-DTL
           MOVE "D"              TO CTFD-REC-TYPE
           MOVE WS-CUR-CUST-ID   TO CTFD-CUST-ID
           MOVE WS-CUR-CUST-NAME TO CTFD-CUST-NAME
           MOVE WS-CUR-ACCT-CNT  TO CTFD-ACCT-COUNT
           MOVE WS-CUR-DEP-CNT   TO CTFD-DEP-COUNT
           MOVE WS-CUR-DEP-AMT   TO CTFD-DEP-AMT
           MOVE WS-CUR-WDL-CNT   TO CTFD-WDL-COUNT
           MOVE WS-CUR-WDL-AMT   TO CTFD-WDL-AMT
           MOVE WS-CUR-OVER-FLAG TO CTFD-OVER-FLAG
           WRITE CASH-FILING-REC

           MOVE WS-CUR-DEP-AMT TO WS-DEP-ED
           MOVE WS-CUR-WDL-AMT TO WS-WDL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CUR-CUST-ID " " WS-CUR-CUST-NAME " "
                  WS-CUR-ACCT-CNT " " WS-CUR-DEP-CNT " " WS-DEP-ED " "
                  WS-CUR-WDL-CNT " " WS-WDL-ED " " WS-CUR-OVER-FLAG
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> =================================================================
      *> Accounts with cash activity that no customer links to. They
      *> cannot be filed until the linkage is fixed; any over the
      *> threshold on their own is starred.
      *> =================================================================
       REPORT-UNLINKED-ACCOUNTS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ACCOUNTS WITH CASH ACTIVITY AND NO CUSTOMER LINK -- FIX THE XREF BEFORE FILING"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE "ACCT-ID      DEP#      DEPOSITS(BASE) WDL#   WITHDRAWALS(BASE) OVER"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM REPORT-ONE-UNLINKED
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT

           IF WS-UNLINKED-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       REPORT-ONE-UNLINKED.
           IF WS-ACCT-LINK-SW(WS-ACCT-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNLINKED-COUNT

           MOVE SPACE TO WS-CUR-OVER-FLAG
           IF WS-ACCT-DEP-AMT(WS-ACCT-IDX) > WS-THRESHOLD
               OR WS-ACCT-WDL-AMT(WS-ACCT-IDX) > WS-THRESHOLD
               MOVE "*" TO WS-CUR-OVER-FLAG
               ADD 1 TO WS-UNLINKED-OVER-COUNT
           END-IF

           MOVE WS-ACCT-DEP-AMT(WS-ACCT-IDX) TO WS-DEP-ED
           MOVE WS-ACCT-WDL-AMT(WS-ACCT-IDX) TO WS-WDL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ACCT-ID(WS-ACCT-IDX) " "
                  WS-ACCT-DEP-CNT(WS-ACCT-IDX) " " WS-DEP-ED " "
                  WS-ACCT-WDL-CNT(WS-ACCT-IDX) " " WS-WDL-ED "  "
                  WS-CUR-OVER-FLAG
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-FILING-HEADER.
           INITIALIZE CASH-FILING-HDR
           MOVE "H"              TO CTFH-REC-TYPE
           MOVE WS-BUSINESS-DATE TO CTFH-REPORT-DATE
           MOVE WS-BASE-CURR     TO CTFH-BASE-CURR
           MOVE WS-THRESHOLD     TO CTFH-THRESHOLD
           MOVE WS-RUN-DATE      TO CTFH-CREATED-DATE
           MOVE WS-RUN-TIME-RAW(1:6) TO CTFH-CREATED-TIME
           WRITE CASH-FILING-REC.

       WRITE-FILING-TRAILER.
           INITIALIZE CASH-FILING-TRL
           MOVE "T"                TO CTFT-REC-TYPE
           MOVE WS-FILED-COUNT     TO CTFT-RECORD-COUNT
           MOVE WS-FILED-DEP-TOTAL TO CTFT-TOTAL-DEP
           MOVE WS-FILED-WDL-TOTAL TO CTFT-TOTAL-WDL
           WRITE CASH-FILING-REC.

       WRITE-REPORT-HEADING.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CASH TRANSACTION REPORT FOR " WS-BUSINESS-DATE
                  "  THRESHOLD " FUNCTION TRIM(WS-THRESHOLD-ED) " "
                  WS-BASE-CURR "  SOURCE " FUNCTION TRIM(WS-FILE-PATH)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CUSTOMERS FILED (D = DEPOSITS OVER, W = WITHDRAWALS OVER, B = BOTH)"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CUST-ID    NAME                           ACC  DEP#      DEPOSITS(BASE)  WDL#   WITHDRAWALS(BASE) F"
               TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE WS-FILED-DEP-TOTAL TO WS-DEP-ED
           MOVE WS-FILED-WDL-TOTAL TO WS-WDL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMERS WITH CASH " WS-CUST-COUNT
                  "  FILED " WS-FILED-COUNT
                  "  DEPOSITS " FUNCTION TRIM(WS-DEP-ED)
                  "  WITHDRAWALS " FUNCTION TRIM(WS-WDL-ED)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO WS-REPORT-LINE
           STRING "POSTINGS READ " WS-READ-COUNT
                  "  CASH " WS-CASH-COUNT
                  "  NO FX RATE " WS-NO-RATE-COUNT
                  "  UNLINKED ACCOUNTS " WS-UNLINKED-COUNT
                  " (" WS-UNLINKED-OVER-COUNT " OVER THRESHOLD)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.
