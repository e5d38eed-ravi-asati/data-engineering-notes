       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-FX-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAL-FILE ASSIGN TO WS-DEAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DEAL-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO WS-FX-TABLE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS WS-FX-FILE-STATUS.

           SELECT MARGIN-FILE ASSIGN TO WS-MARGIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MARGIN-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           COPY "curr_attr_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       *> One conversion request per line:
       *> ACCT_ID|SELL_CURR|SELL_AMT|BUY_CURR|CHANNEL -- the customer
       *> sells SELL_AMT out of one currency bucket of ACCT_ID and buys
       *> into another bucket of the same account.
       FD  DEAL-FILE.
       01  DEAL-REC               PIC X(200).

       FD  FX-RATE-FILE.
       COPY "fx_rate_table.cpy".

       *> Customer margin by channel: CHANNEL|MARGIN_PCT lines, e.g.
       *> "MOB|0.75". "***" is a catch-all for any channel not listed.
       FD  MARGIN-FILE.
       01  MARGIN-REC             PIC X(100).

       *> Pipe-delimited lines in the shape LEDGER-TRXN-WRITER's
       *> TRANSFER mode expects -- each deal's two legs as one linked
       *> pair, so the sell-currency debit and the buy-currency credit
       *> post together or not at all.
       FD  CONTROL-FILE.
       01  CONTROL-REC            PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       COPY "curr_attr_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DEAL-FILE-STATUS    PIC XX.
       01 WS-FX-FILE-STATUS      PIC XX.
       01 WS-MARGIN-FILE-STATUS  PIC XX.
       01 WS-CONTROL-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-DEAL-PATH           PIC X(200).
       01 WS-FX-TABLE-PATH       PIC X(200).
       01 WS-MARGIN-PATH         PIC X(200).
       01 WS-CONTROL-PATH        PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).

       01 WS-BUSINESS-DATE       PIC 9(8).
       01 WS-RUN-TIME            PIC X(6).
       01 WS-BASE-CURR           PIC X(3).

       *> The margin is booked as a base-currency pair: debit the FX
       *> position account, credit the FX income account, both on the
       *> FXM channel. The chart-of-accounts map carries D|FXM and
       *> C|FXM lines naming the FX position and FX income GL
       *> accounts, so LEDGER-GL-POST books the income with the rest
       *> of the day's postings. The position account needs an open
       *> master row on a product that allows the FXM channel in the
       *> base currency, and both GL accounts go on the check-digit
       *> legacy list (LEDGER-ACCT-NUMBER ENROL); LEDGER-TRXN-WRITER
       *> does not hold the position account's FXM debits to
       *> available funds.
       01 WS-FX-INCOME-ACCT      PIC X(10).
       01 WS-FX-POSITION-ACCT    PIC X(10).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".
       01 WS-MARGIN-EOF-SW       PIC X(1)    VALUE "N".
           88 WS-MARGIN-EOF                  VALUE "Y".

       01 WS-DEAL-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-CONVERT-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-TOTAL-INCOME        PIC S9(11)V99 COMP-3 VALUE ZERO.

       *> ------------------- One deal, as read -----------------------
       01 WS-DEAL-ACCT           PIC X(10).
       01 WS-DEAL-SELL-CURR      PIC X(3).
       01 WS-DEAL-SELL-AMT-TXT   PIC X(20).
       01 WS-DEAL-BUY-CURR       PIC X(3).
       01 WS-DEAL-CHANNEL        PIC X(3).
       01 WS-DEAL-SELL-AMT       PIC S9(7)V99.

       01 WS-DEAL-OK-SW          PIC X(1)    VALUE "Y".
           88 WS-DEAL-OK                     VALUE "Y".
       01 WS-DEAL-REASON         PIC X(40).

       *> ------------------- Pricing ---------------------------------
       *> FX-RATE-TO-BASE is the treasury mid rate: base-currency units
       *> per one unit of the currency. The base currency itself is 1.
       01 WS-SELL-RATE           PIC 9(3)V9(6).
       01 WS-BUY-RATE            PIC 9(3)V9(6).
       01 WS-MID-RATE            PIC 9(5)V9(8).
       01 WS-CUST-RATE           PIC 9(5)V9(8).
       01 WS-MARGIN-PCT          PIC 9(2)V9(4).
       01 WS-MID-BUY-AMT         PIC S9(11)V9(4).
       01 WS-BUY-AMT             PIC S9(11)V99.
       01 WS-BUY-AMT-0           PIC S9(11).
       01 WS-MARGIN-BUY          PIC S9(11)V9(4).
       01 WS-MARGIN-BASE         PIC S9(7)V99.

       *> ------------------- Channel margin table --------------------
       01 WS-MRG-TBL-COUNT       PIC 9(3)    VALUE ZERO.
       01 WS-MRG-TABLE.
           05 WS-MRG-ENTRY OCCURS 50 TIMES.
              10 WS-MRG-CHANNEL  PIC X(3).
              10 WS-MRG-PCT      PIC 9(2)V9(4).
       01 WS-MRG-IDX             PIC 9(3).
       01 WS-MRG-CHNL-TXT        PIC X(10).
       01 WS-MRG-PCT-TXT         PIC X(20).
       01 WS-MRG-FOUND-SW        PIC X(1)    VALUE "N".
           88 WS-MRG-FOUND                   VALUE "Y".

       *> ------------------- Treasury position by currency -----------
       *> What the bank took in (bought from customers) and paid out
       *> (sold to customers) in each currency today -- the figures
       *> treasury squares its position against.
       01 WS-POS-TBL-COUNT       PIC 9(3)    VALUE ZERO.
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 50 TIMES.
              10 WS-POS-CURR     PIC X(3).
              10 WS-POS-BOUGHT   PIC S9(13)V99 COMP-3.
              10 WS-POS-SOLD     PIC S9(13)V99 COMP-3.
       01 WS-POS-IDX             PIC 9(3).
       01 WS-POS-HIT-IDX         PIC 9(3).
       01 WS-POS-KEY-CURR        PIC X(3).
       01 WS-POS-NET             PIC S9(13)V99 COMP-3.

       *> ------------------- Control-line build -----------------------
       *> Conversion postings use a reserved TRXN-ID series -- "FC" +
       *> MMDD of the business date + a 4-digit sequence -- alongside
       *> the revaluation job's "FX" series; the writer's duplicate
       *> check is still behind it.
       01 WS-TRXN-SEQ            PIC 9(4)    VALUE ZERO.
       01 WS-GEN-TRXN-ID.
           05 FILLER             PIC X(2)    VALUE "FC".
           05 WS-GEN-MMDD        PIC X(4).
           05 WS-GEN-SEQ         PIC 9(4).
       01 WS-DEAL-ID             PIC X(10).
       01 WS-LINE-ACCT           PIC X(10).
       01 WS-LINE-AMT            PIC S9(7)V99.
       01 WS-LINE-TYPE           PIC X(1).
       01 WS-LINE-CURR           PIC X(3).
       01 WS-LINE-CHANNEL        PIC X(3).
       01 WS-LINE-DESC           PIC X(20).
       01 WS-CONTROL-LINE        PIC X(300)  VALUE SPACES.

       *> ------------------- Report editing ----------------------------
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.
       01 WS-AMT-ED              PIC -(7)9.99.
       01 WS-SELL-ED             PIC X(18).
       01 WS-BUY-ED              PIC X(18).
       01 WS-RATE-ED             PIC Z(4)9.9(8).
       01 WS-CRATE-ED            PIC Z(4)9.9(8).
       01 WS-PCT-ED              PIC Z9.9(4).
       01 WS-INCOME-ED           PIC -(7)9.99.
       01 WS-TOTAL-ED            PIC -(11)9.99.
       01 WS-POS-ED-1            PIC -(13)9.99.
       01 WS-POS-ED-2            PIC -(13)9.99.
       01 WS-POS-ED-3            PIC -(13)9.99.

       COPY "curr_attr_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: DEAL_FILE -- the day's conversion requests
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-DEAL-PATH

           *> Arg 2: FX_RATE_TABLE holding the business date's mid rates
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FX-TABLE-PATH

           *> Arg 3: BUSINESS_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-BUSINESS-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 4: CONTROL_FILE -- the TRANSFER-mode input generated
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-CONTROL-PATH

           *> Arg 5: BLOTTER_FILE -- the day's conversion blotter
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           DISPLAY "LEDGER_BASE_CURRENCY" UPON ENVIRONMENT-NAME
           ACCEPT WS-BASE-CURR FROM ENVIRONMENT-VALUE
           IF WS-BASE-CURR = SPACES
               MOVE "INR" TO WS-BASE-CURR
           END-IF

           DISPLAY "LEDGER_FX_INCOME_ACCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-FX-INCOME-ACCT FROM ENVIRONMENT-VALUE
           IF WS-FX-INCOME-ACCT = SPACES
               MOVE "ACCTFXINCM" TO WS-FX-INCOME-ACCT
           END-IF

           DISPLAY "LEDGER_FX_POSITION_ACCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-FX-POSITION-ACCT FROM ENVIRONMENT-VALUE
           IF WS-FX-POSITION-ACCT = SPACES
               MOVE "ACCTFXPOSN" TO WS-FX-POSITION-ACCT
           END-IF

           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-BUSINESS-DATE(5:4) TO WS-GEN-MMDD

           PERFORM LOAD-CURRENCY-ATTRS
           PERFORM LOAD-CHANNEL-MARGINS

           OPEN INPUT DEAL-FILE
           IF WS-DEAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-DEAL-PATH
               DISPLAY "       FILE STATUS = " WS-DEAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FX-RATE-FILE
           IF WS-FX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FX-TABLE-PATH
               DISPLAY "       FILE STATUS = " WS-FX-FILE-STATUS
               CLOSE DEAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-CONTROL-PATH
               DISPLAY "       FILE STATUS = " WS-CONTROL-FILE-STATUS
               CLOSE DEAL-FILE
               CLOSE FX-RATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE DEAL-FILE
               CLOSE FX-RATE-FILE
               CLOSE CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "FX CONVERSION BLOTTER FOR " WS-BUSINESS-DATE
                  "  BASE CURRENCY " WS-BASE-CURR
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE "DEAL-ID    ACCT-ID    SELL SELL-AMOUNT        BUY  BUY-AMOUNT         MID-RATE       CUST-RATE      MARGIN%  INCOME-BASE"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM CONVERT-ONE-DEAL UNTIL WS-EOF

           MOVE WS-TOTAL-INCOME TO WS-TOTAL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEALS " WS-DEAL-COUNT
                  "  CONVERTED " WS-CONVERT-COUNT
                  "  REJECTED " WS-REJECT-COUNT
                  "  MARGIN INCOME " FUNCTION TRIM(WS-TOTAL-ED)
                  " " WS-BASE-CURR
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CUR BOUGHT-FROM-CUSTOMERS  SOLD-TO-CUSTOMERS       NET-POSITION"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-ONE-POSITION-LINE
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-TBL-COUNT

           CLOSE DEAL-FILE
           CLOSE FX-RATE-FILE
           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE

           DISPLAY "FX conversion for " WS-BUSINESS-DATE ": "
               WS-DEAL-COUNT " deal(s) read, " WS-CONVERT-COUNT
               " converted to " FUNCTION TRIM(WS-CONTROL-PATH) ", "
               WS-REJECT-COUNT " rejected -- blotter at "
               FUNCTION TRIM(WS-REPORT-PATH)

           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Next: ./ledger_trxn_writer_args TRANSFER "
               FUNCTION TRIM(WS-CONTROL-PATH) " <TRXN_FILE>"

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_fx_convert DEAL_FILE FX_RATE_TABLE BUSINESS_DATE CONTROL_FILE BLOTTER_FILE"
           DISPLAY "Where DEAL_FILE lines are ACCT_ID|SELL_CURR|SELL_AMT|BUY_CURR|CHANNEL"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_fx_convert /data/fx_deals.dat /data/fx_rates.dat 20260902 /data/fx_convert.ctl /data/fx_blotter.20260902.rpt"
           DISPLAY "  (then: ./ledger_trxn_writer_args TRANSFER /data/fx_convert.ctl /data/transactions.dat)".

      *> =================================================================
      *> Channel margins, loaded once. A missing file prices every deal
      *> at the mid rate, with a warning.
      *> =================================================================
       LOAD-CHANNEL-MARGINS.
           DISPLAY "LEDGER_FX_MARGINS" UPON ENVIRONMENT-NAME
           ACCEPT WS-MARGIN-PATH FROM ENVIRONMENT-VALUE
           IF WS-MARGIN-PATH = SPACES
               MOVE "./fx_margins.dat" TO WS-MARGIN-PATH
           END-IF

           OPEN INPUT MARGIN-FILE
           IF WS-MARGIN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: no channel margin file at "
                   FUNCTION TRIM(WS-MARGIN-PATH)
                   " -- every deal priced at the mid rate"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-CHANNEL-MARGIN UNTIL WS-MARGIN-EOF

           CLOSE MARGIN-FILE.

       LOAD-ONE-CHANNEL-MARGIN.
           READ MARGIN-FILE
               AT END
                   SET WS-MARGIN-EOF TO TRUE
               NOT AT END
                   IF MARGIN-REC NOT = SPACES
                       AND WS-MRG-TBL-COUNT < 50
                       MOVE SPACES TO WS-MRG-CHNL-TXT WS-MRG-PCT-TXT
                       UNSTRING MARGIN-REC DELIMITED BY "|"
                           INTO WS-MRG-CHNL-TXT
                                WS-MRG-PCT-TXT
                       END-UNSTRING
                       ADD 1 TO WS-MRG-TBL-COUNT
                       MOVE WS-MRG-CHNL-TXT(1:3)
                           TO WS-MRG-CHANNEL(WS-MRG-TBL-COUNT)
                       COMPUTE WS-MRG-PCT(WS-MRG-TBL-COUNT) =
                           FUNCTION NUMVAL(FUNCTION TRIM(WS-MRG-PCT-TXT))
                   END-IF
           END-READ.

      *> =================================================================
      *> One deal: price it at the business date's mid rate less the
      *> channel margin, write the customer's legs as a TRANSFER pair,
      *> write the margin income pair, and put the deal on the blotter.
      *> =================================================================
       CONVERT-ONE-DEAL.
           READ DEAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DEAL-REC NOT = SPACES
                       ADD 1 TO WS-DEAL-COUNT
                       PERFORM PARSE-DEAL-LINE
                       PERFORM PRICE-ONE-DEAL
                       IF WS-DEAL-OK
                           PERFORM WRITE-DEAL-POSTINGS
                           PERFORM WRITE-DEAL-BLOTTER-LINE
                       ELSE
                           PERFORM WRITE-DEAL-REJECT-LINE
                       END-IF
                   END-IF
           END-READ.

       PARSE-DEAL-LINE.
           MOVE SPACES TO WS-DEAL-ACCT WS-DEAL-SELL-CURR
           MOVE SPACES TO WS-DEAL-SELL-AMT-TXT WS-DEAL-BUY-CURR
           MOVE SPACES TO WS-DEAL-CHANNEL
           UNSTRING DEAL-REC DELIMITED BY "|"
               INTO WS-DEAL-ACCT
                    WS-DEAL-SELL-CURR
                    WS-DEAL-SELL-AMT-TXT
                    WS-DEAL-BUY-CURR
                    WS-DEAL-CHANNEL
           END-UNSTRING
           COMPUTE WS-DEAL-SELL-AMT =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-DEAL-SELL-AMT-TXT)).

       PRICE-ONE-DEAL.
           MOVE "Y" TO WS-DEAL-OK-SW
           MOVE SPACES TO WS-DEAL-REASON

           IF WS-DEAL-SELL-CURR = WS-DEAL-BUY-CURR
               MOVE "N" TO WS-DEAL-OK-SW
               MOVE "sell and buy currency are the same"
                   TO WS-DEAL-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-DEAL-SELL-AMT NOT > ZERO
               MOVE "N" TO WS-DEAL-OK-SW
               MOVE "sell amount must be positive" TO WS-DEAL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEAL-SELL-CURR TO FX-CURRENCY-CODE
           PERFORM LOOKUP-MID-RATE
           IF NOT WS-DEAL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FX-RATE-TO-BASE TO WS-SELL-RATE

           MOVE WS-DEAL-BUY-CURR TO FX-CURRENCY-CODE
           PERFORM LOOKUP-MID-RATE
           IF NOT WS-DEAL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FX-RATE-TO-BASE TO WS-BUY-RATE

           PERFORM LOOKUP-CHANNEL-MARGIN

           COMPUTE WS-MID-RATE ROUNDED = WS-SELL-RATE / WS-BUY-RATE
           COMPUTE WS-CUST-RATE ROUNDED =
               WS-MID-RATE * (100 - WS-MARGIN-PCT) / 100
           COMPUTE WS-MID-BUY-AMT ROUNDED =
               WS-DEAL-SELL-AMT * WS-SELL-RATE / WS-BUY-RATE

           *> The customer's proceeds are rounded to the buy currency's
           *> own decimals -- a yen credit carries none.
           MOVE WS-DEAL-BUY-CURR TO WS-CATTR-CURR
           PERFORM GET-CURRENCY-EXPONENT
           IF WS-CATTR-EXP = 0
               COMPUTE WS-BUY-AMT-0 ROUNDED =
                   WS-DEAL-SELL-AMT * WS-CUST-RATE
               MOVE WS-BUY-AMT-0 TO WS-BUY-AMT
           ELSE
               COMPUTE WS-BUY-AMT ROUNDED =
                   WS-DEAL-SELL-AMT * WS-CUST-RATE
           END-IF

           IF WS-BUY-AMT NOT > ZERO
               MOVE "N" TO WS-DEAL-OK-SW
               MOVE "converted amount rounds to zero" TO WS-DEAL-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-BUY-AMT > 9999999.99
               MOVE "N" TO WS-DEAL-OK-SW
               MOVE "converted amount exceeds posting limit"
                   TO WS-DEAL-REASON
               EXIT PARAGRAPH
           END-IF

           *> The margin is what the customer gave up against the mid
           *> rate, in the buy currency, valued in base at its mid.
           COMPUTE WS-MARGIN-BUY = WS-MID-BUY-AMT - WS-BUY-AMT
           COMPUTE WS-MARGIN-BASE ROUNDED =
               WS-MARGIN-BUY * WS-BUY-RATE.

       LOOKUP-MID-RATE.
           IF FX-CURRENCY-CODE = WS-BASE-CURR
               MOVE 1 TO FX-RATE-TO-BASE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BUSINESS-DATE TO FX-RATE-DATE
           READ FX-RATE-FILE
               INVALID KEY
                   MOVE "N" TO WS-DEAL-OK-SW
                   STRING "no " FX-CURRENCY-CODE " mid rate for "
                          WS-BUSINESS-DATE
                       DELIMITED BY SIZE
                       INTO WS-DEAL-REASON
                   END-STRING
               NOT INVALID KEY
                   IF FX-RATE-TO-BASE = ZERO
                       MOVE "N" TO WS-DEAL-OK-SW
                       STRING FX-CURRENCY-CODE " mid rate is zero"
                           DELIMITED BY SIZE
                           INTO WS-DEAL-REASON
                       END-STRING
                   END-IF
           END-READ.

       LOOKUP-CHANNEL-MARGIN.
           MOVE ZERO TO WS-MARGIN-PCT
           MOVE "N" TO WS-MRG-FOUND-SW
           PERFORM MATCH-ONE-CHANNEL-MARGIN
               VARYING WS-MRG-IDX FROM 1 BY 1
               UNTIL WS-MRG-IDX > WS-MRG-TBL-COUNT
               OR WS-MRG-FOUND

           *> No exact channel entry -- fall back to the catch-all.
           IF NOT WS-MRG-FOUND
               PERFORM MATCH-ONE-CATCH-ALL-MARGIN
                   VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-TBL-COUNT
                   OR WS-MRG-FOUND
           END-IF.

       MATCH-ONE-CHANNEL-MARGIN.
           IF WS-MRG-CHANNEL(WS-MRG-IDX) = WS-DEAL-CHANNEL
               MOVE WS-MRG-PCT(WS-MRG-IDX) TO WS-MARGIN-PCT
               SET WS-MRG-FOUND TO TRUE
           END-IF.

       MATCH-ONE-CATCH-ALL-MARGIN.
           IF WS-MRG-CHANNEL(WS-MRG-IDX) = "***"
               MOVE WS-MRG-PCT(WS-MRG-IDX) TO WS-MARGIN-PCT
               SET WS-MRG-FOUND TO TRUE
           END-IF.

      *> =================================================================
      *> The customer pair: D leg on the sell-currency bucket, C leg on
      *> the buy-currency bucket of the same account. The margin pair,
      *> when there is one: D the FX position account, C the FX income
      *> account, both in base currency on the FXM channel, each DESC
      *> naming the conversion's debit leg ("FXINC <TRXN-ID>") so the
      *> writer and the approval queue keep the margin with its deal.
      *> =================================================================
       WRITE-DEAL-POSTINGS.
           ADD 1 TO WS-CONVERT-COUNT

           ADD 1 TO WS-TRXN-SEQ
           MOVE WS-TRXN-SEQ TO WS-GEN-SEQ
           MOVE WS-GEN-TRXN-ID TO WS-DEAL-ID

           MOVE WS-DEAL-ACCT      TO WS-LINE-ACCT
           MOVE WS-DEAL-SELL-AMT  TO WS-LINE-AMT
           MOVE "D"               TO WS-LINE-TYPE
           MOVE WS-DEAL-SELL-CURR TO WS-LINE-CURR
           MOVE WS-DEAL-CHANNEL   TO WS-LINE-CHANNEL
           MOVE "FXCNV"           TO WS-LINE-DESC
           PERFORM WRITE-ONE-CONTROL-LINE

           ADD 1 TO WS-TRXN-SEQ
           MOVE WS-TRXN-SEQ TO WS-GEN-SEQ
           MOVE WS-DEAL-ACCT      TO WS-LINE-ACCT
           MOVE WS-BUY-AMT        TO WS-LINE-AMT
           MOVE "C"               TO WS-LINE-TYPE
           MOVE WS-DEAL-BUY-CURR  TO WS-LINE-CURR
           PERFORM WRITE-ONE-CONTROL-LINE

           MOVE WS-DEAL-SELL-CURR TO WS-POS-KEY-CURR
           PERFORM FIND-POSITION-ENTRY
           ADD WS-DEAL-SELL-AMT TO WS-POS-BOUGHT(WS-POS-HIT-IDX)
           MOVE WS-DEAL-BUY-CURR TO WS-POS-KEY-CURR
           PERFORM FIND-POSITION-ENTRY
           ADD WS-BUY-AMT TO WS-POS-SOLD(WS-POS-HIT-IDX)

           IF WS-MARGIN-BASE > ZERO
               ADD WS-MARGIN-BASE TO WS-TOTAL-INCOME

               ADD 1 TO WS-TRXN-SEQ
               MOVE WS-TRXN-SEQ TO WS-GEN-SEQ
               MOVE WS-FX-POSITION-ACCT TO WS-LINE-ACCT
               MOVE WS-MARGIN-BASE      TO WS-LINE-AMT
               MOVE "D"                 TO WS-LINE-TYPE
               MOVE WS-BASE-CURR        TO WS-LINE-CURR
               MOVE "FXM"               TO WS-LINE-CHANNEL
               MOVE SPACES              TO WS-LINE-DESC
               STRING "FXINC " WS-DEAL-ID DELIMITED BY SIZE
                   INTO WS-LINE-DESC
               END-STRING
               PERFORM WRITE-ONE-CONTROL-LINE

               ADD 1 TO WS-TRXN-SEQ
               MOVE WS-TRXN-SEQ TO WS-GEN-SEQ
               MOVE WS-FX-INCOME-ACCT   TO WS-LINE-ACCT
               MOVE "C"                 TO WS-LINE-TYPE
               PERFORM WRITE-ONE-CONTROL-LINE
           END-IF.

       WRITE-ONE-CONTROL-LINE.
           MOVE WS-LINE-AMT TO WS-AMT-ED

           MOVE SPACES TO WS-CONTROL-LINE
           STRING WS-GEN-TRXN-ID           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-LINE-ACCT             DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMT-ED) DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-LINE-TYPE             DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE         DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-RUN-TIME              DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE         DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-RUN-TIME              DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-LINE-CURR             DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-LINE-CHANNEL          DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-LINE-DESC             DELIMITED BY SIZE
               INTO WS-CONTROL-LINE
           END-STRING

           MOVE WS-CONTROL-LINE TO CONTROL-REC
           WRITE CONTROL-REC.

       FIND-POSITION-ENTRY.
           MOVE ZERO TO WS-POS-HIT-IDX
           PERFORM MATCH-ONE-POSITION-ENTRY
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-TBL-COUNT
               OR WS-POS-HIT-IDX > ZERO

           IF WS-POS-HIT-IDX = ZERO AND WS-POS-TBL-COUNT < 50
               ADD 1 TO WS-POS-TBL-COUNT
               MOVE WS-POS-TBL-COUNT TO WS-POS-HIT-IDX
               MOVE WS-POS-KEY-CURR TO WS-POS-CURR(WS-POS-HIT-IDX)
               MOVE ZERO TO WS-POS-BOUGHT(WS-POS-HIT-IDX)
               MOVE ZERO TO WS-POS-SOLD(WS-POS-HIT-IDX)
           END-IF

           *> A 51st currency shares the last slot rather than abend.
           IF WS-POS-HIT-IDX = ZERO
               MOVE WS-POS-TBL-COUNT TO WS-POS-HIT-IDX
           END-IF.

       MATCH-ONE-POSITION-ENTRY.
           IF WS-POS-CURR(WS-POS-IDX) = WS-POS-KEY-CURR
               MOVE WS-POS-IDX TO WS-POS-HIT-IDX
           END-IF.

       WRITE-DEAL-BLOTTER-LINE.
           MOVE WS-DEAL-SELL-CURR TO WS-CATTR-CURR
           MOVE WS-DEAL-SELL-AMT  TO WS-CATTR-AMT
           PERFORM FORMAT-CURRENCY-AMOUNT
           MOVE WS-CATTR-AMT-TXT  TO WS-SELL-ED

           MOVE WS-DEAL-BUY-CURR  TO WS-CATTR-CURR
           MOVE WS-BUY-AMT        TO WS-CATTR-AMT
           PERFORM FORMAT-CURRENCY-AMOUNT
           MOVE WS-CATTR-AMT-TXT  TO WS-BUY-ED

           MOVE WS-MID-RATE    TO WS-RATE-ED
           MOVE WS-CUST-RATE   TO WS-CRATE-ED
           MOVE WS-MARGIN-PCT  TO WS-PCT-ED
           MOVE WS-MARGIN-BASE TO WS-INCOME-ED

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-DEAL-ID " " WS-DEAL-ACCT " "
                  WS-DEAL-SELL-CURR "  " WS-SELL-ED " "
                  WS-DEAL-BUY-CURR "  " WS-BUY-ED " "
                  WS-RATE-ED " " WS-CRATE-ED " "
                  WS-PCT-ED " " WS-INCOME-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-DEAL-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-DEAL-SELL-AMT TO WS-AMT-ED

           MOVE SPACES TO WS-REPORT-LINE
           STRING "REJECTED   " WS-DEAL-ACCT " "
                  WS-DEAL-SELL-CURR "  " WS-AMT-ED " "
                  WS-DEAL-BUY-CURR "  -- " WS-DEAL-REASON
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           DISPLAY "REJECT: deal line " WS-DEAL-COUNT " "
               WS-DEAL-ACCT " -- " WS-DEAL-REASON.

       WRITE-ONE-POSITION-LINE.
           COMPUTE WS-POS-NET =
               WS-POS-BOUGHT(WS-POS-IDX) - WS-POS-SOLD(WS-POS-IDX)
           MOVE WS-POS-BOUGHT(WS-POS-IDX) TO WS-POS-ED-1
           MOVE WS-POS-SOLD(WS-POS-IDX)   TO WS-POS-ED-2
           MOVE WS-POS-NET                TO WS-POS-ED-3

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-POS-CURR(WS-POS-IDX) " " WS-POS-ED-1 " "
                  WS-POS-ED-2 " " WS-POS-ED-3
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       COPY "curr_attr.cpy".
