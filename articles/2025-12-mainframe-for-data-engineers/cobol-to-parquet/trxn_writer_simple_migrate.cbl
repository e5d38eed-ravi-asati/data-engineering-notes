       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRXN-WRITER-SIMPLE-MIGRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBE-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OLD-TRXN-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRXN-FILE ASSIGN TO WS-OUTPUT-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO WS-FX-TABLE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS WS-FX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> The input's first 33 bytes, read only to tell which layout
       *> the file is in.
       FD  PROBE-FILE.
       01  PROBE-REC              PIC X(33).

       FD  OLD-TRXN-FILE.
       COPY "trxn_writer_simple_v1.cpy".

       FD  TRXN-FILE.
       COPY "trxn_writer_simple.cpy".

       FD  FX-RATE-FILE.
       COPY "fx_rate_table.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS          PIC XX.
       01 WS-OUTPUT-FILE-STATUS   PIC XX.
       01 WS-FX-FILE-STATUS       PIC XX.

       01 WS-FILE-PATH            PIC X(200).
       01 WS-OUTPUT-PATH          PIC X(200).
       01 WS-FX-TABLE-PATH        PIC X(200).
       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(200).

       *> The old layout carried no currency: its amounts are taken to
       *> be in the base currency unless the run says otherwise.
       01 WS-BASE-CURR            PIC X(3).
       01 WS-FILE-CURR            PIC X(3).

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-FX-OPEN-SW           PIC X(1)    VALUE "N".
           88 WS-FX-OPEN                      VALUE "Y".
       01 WS-RATE-FOUND-SW        PIC X(1)    VALUE "N".
           88 WS-RATE-FOUND                   VALUE "Y".
       01 WS-OLD-TRL-SW           PIC X(1)    VALUE "N".
           88 WS-OLD-TRL-SEEN                 VALUE "Y".

       01 WS-OLD-TRL-COUNT        PIC 9(9)    VALUE ZERO.
       01 WS-OLD-TRL-TOTAL        PIC S9(9)V99 VALUE ZERO.

       01 WS-RECORD-COUNT         PIC 9(9)    VALUE ZERO.
       01 WS-DETAIL-COUNT         PIC 9(9)    VALUE ZERO.
       01 WS-DETAIL-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-RATED-COUNT          PIC 9(9)    VALUE ZERO.
       01 WS-DEFAULTED-COUNT      PIC 9(9)    VALUE ZERO.
       01 WS-SKIPPED-COUNT        PIC 9(9)    VALUE ZERO.

       01 WS-FX-N                 PIC 9(3)V9(6).

       COPY "trxn_layout_check_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: INPUT_FILE -- a TRXN-WRITER-SIMPLE file of any age
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 2: OUTPUT_FILE -- the same file in the current layout
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-OUTPUT-PATH

           DISPLAY "LEDGER_BASE_CURRENCY" UPON ENVIRONMENT-NAME
           ACCEPT WS-BASE-CURR FROM ENVIRONMENT-VALUE
           IF WS-BASE-CURR = SPACES
               MOVE "INR" TO WS-BASE-CURR
           END-IF

           *> Arg 3 (optional): CURRENCY_CODE the old file's amounts
           *> are in, when it is not the base currency
           MOVE WS-BASE-CURR TO WS-FILE-CURR
           IF WS-ARG-COUNT > 2
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3))
                   TO WS-FILE-CURR
           END-IF

           IF WS-FILE-PATH = WS-OUTPUT-PATH
               DISPLAY "ERROR: OUTPUT_FILE must not be the INPUT_FILE --"
                   " the original is kept until the copy is checked"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PROBE-INPUT-LAYOUT

           EVALUATE TRUE
               WHEN WS-TRXN-LAYOUT-CURRENT
                   DISPLAY FUNCTION TRIM(WS-FILE-PATH)
                       " is already in the current 33-byte layout --"
                       " nothing to migrate"
                   STOP RUN
               WHEN WS-TRXN-LAYOUT-UNKNOWN
                   DISPLAY "ERROR: " FUNCTION TRIM(WS-FILE-PATH)
                       " is not in a layout this program knows"
                   IF WS-TRXN-STAMPED
                       DISPLAY "       header is stamped ["
                           WS-TRXN-LAYOUT-STAMP "]"
                   ELSE
                       DISPLAY "       first record is not a header"
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT OLD-TRXN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TRXN-FILE
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-OUTPUT-PATH
               DISPLAY "       FILE STATUS = " WS-OUTPUT-FILE-STATUS
               CLOSE OLD-TRXN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-FX-TABLE

           PERFORM MIGRATE-ONE-RECORD UNTIL WS-EOF

           PERFORM WRITE-NEW-TRAILER

           CLOSE OLD-TRXN-FILE
           CLOSE TRXN-FILE
           IF WS-FX-OPEN
               CLOSE FX-RATE-FILE
           END-IF

           DISPLAY "Migrated " WS-RECORD-COUNT " records ("
               WS-DETAIL-COUNT " details) from layout 01 to "
               FUNCTION TRIM(WS-OUTPUT-PATH)
           DISPLAY "  currency " WS-FILE-CURR ": " WS-RATED-COUNT
               " detail(s) rated from the FX table, "
               WS-DEFAULTED-COUNT " at rate 1"

           IF NOT WS-OLD-TRL-SEEN
               DISPLAY "WARNING: " FUNCTION TRIM(WS-FILE-PATH)
                   " had no trailer -- one was built from the details"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-OLD-TRL-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-OLD-TRL-TOTAL NOT = WS-DETAIL-TOTAL
                   DISPLAY "WARNING: old trailer said " WS-OLD-TRL-COUNT
                       " details totalling " WS-OLD-TRL-TOTAL
                       "; the file holds " WS-DETAIL-COUNT
                       " totalling " WS-DETAIL-TOTAL
                   DISPLAY "         the new trailer carries the"
                       " recomputed figures"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           *> A foreign-currency amount migrated at rate 1 converts to
           *> the wrong base value -- load the missing rates and rerun.
           IF WS-DEFAULTED-COUNT > ZERO AND WS-FILE-CURR NOT = WS-BASE-CURR
               DISPLAY "WARNING: " WS-DEFAULTED-COUNT " " WS-FILE-CURR
                   " detail(s) had no rate on file for their date and"
                   " were written at rate 1"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY "WARNING: " WS-SKIPPED-COUNT
                   " record(s) with an unrecognised REC-TYPE dropped"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./trxn_writer_simple_migrate INPUT_FILE OUTPUT_FILE [CURRENCY_CODE]"
           DISPLAY "CURRENCY_CODE defaults to LEDGER_BASE_CURRENCY (default INR);"
           DISPLAY "rates come from LEDGER_FX_RATES (default ./fx_rates.dat), else 1"
           DISPLAY "Example:"
           DISPLAY "  ./trxn_writer_simple_migrate TRXN_COBOL_DATA.20250110 "
               "TRXN_COBOL_DATA.20250110.LV02".

       PROBE-INPUT-LAYOUT.
           OPEN INPUT PROBE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-TRXN-PROBE
           READ PROBE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PROBE-REC TO WS-TRXN-PROBE
           END-READ
           CLOSE PROBE-FILE

           PERFORM CHECK-TRXN-LAYOUT.

      *> -----------------------------------------------------------------
      *> Without the table every detail goes out at rate 1; that is
      *> right for base-currency amounts and flagged for any other.
      *> -----------------------------------------------------------------
       OPEN-FX-TABLE.
           DISPLAY "LEDGER_FX_RATES" UPON ENVIRONMENT-NAME
           ACCEPT WS-FX-TABLE-PATH FROM ENVIRONMENT-VALUE
           IF WS-FX-TABLE-PATH = SPACES
               MOVE "./fx_rates.dat" TO WS-FX-TABLE-PATH
           END-IF

           OPEN INPUT FX-RATE-FILE
           IF WS-FX-FILE-STATUS = "00"
               SET WS-FX-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: FX rate table "
                   FUNCTION TRIM(WS-FX-TABLE-PATH)
                   " not available (FILE STATUS " WS-FX-FILE-STATUS
                   ") -- every detail written at rate 1"
           END-IF.

       MIGRATE-ONE-RECORD.
           READ OLD-TRXN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-RECORD-COUNT

           *> The old trailer is not copied: its figures are checked and
           *> a fresh one goes on the end once every detail is across.
           EVALUATE V1-REC-TYPE
               WHEN "H"
                   MOVE SPACES           TO TRXN-REC
                   MOVE "H"              TO HDR-REC-TYPE
                   MOVE V1-HDR-RUN-DT    TO HDR-RUN-DT
                   MOVE V1-HDR-RUN-TM    TO HDR-RUN-TM
                   MOVE "LV"             TO HDR-LAYOUT-ID
                   MOVE 2                TO HDR-LAYOUT-VERSION
                   PERFORM WRITE-NEW-RECORD
               WHEN "D"
                   PERFORM MIGRATE-ONE-DETAIL
               WHEN "T"
                   SET WS-OLD-TRL-SEEN TO TRUE
                   MOVE V1-TRL-RECORD-COUNT TO WS-OLD-TRL-COUNT
                   MOVE V1-TRL-TOTAL-AMOUNT TO WS-OLD-TRL-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

       MIGRATE-ONE-DETAIL.
           MOVE 1 TO WS-FX-N
           MOVE "N" TO WS-RATE-FOUND-SW
           IF WS-FX-OPEN
               MOVE WS-FILE-CURR TO FX-CURRENCY-CODE
               IF V1-DTL-TRXN-DT IS NUMERIC
                   MOVE V1-DTL-TRXN-DT TO FX-RATE-DATE
                   READ FX-RATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FX-RATE-TO-BASE TO WS-FX-N
                           SET WS-RATE-FOUND TO TRUE
                           ADD 1 TO WS-RATED-COUNT
                   END-READ
               END-IF
           END-IF
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-DEFAULTED-COUNT
           END-IF

           MOVE SPACES              TO TRXN-REC
           MOVE "D"                 TO DTL-REC-TYPE
           MOVE V1-DTL-TRXN-ID      TO DTL-TRXN-ID
           MOVE V1-DTL-TRXN-DT      TO DTL-TRXN-DT
           MOVE V1-DTL-TRXN-TM      TO DTL-TRXN-TM
           MOVE V1-DTL-TRXN-AMNT    TO DTL-TRXN-AMNT
           MOVE WS-FILE-CURR        TO DTL-CURRENCY-CODE
           MOVE WS-FX-N             TO DTL-FX-RATE-TO-BASE
           PERFORM WRITE-NEW-RECORD

           ADD 1                    TO WS-DETAIL-COUNT
           ADD V1-DTL-TRXN-AMNT     TO WS-DETAIL-TOTAL.

       WRITE-NEW-TRAILER.
           MOVE SPACES              TO TRXN-REC
           MOVE "T"                 TO TRL-REC-TYPE
           MOVE WS-DETAIL-COUNT     TO TRL-RECORD-COUNT
           MOVE WS-DETAIL-TOTAL     TO TRL-TOTAL-AMOUNT
           PERFORM WRITE-NEW-RECORD.

       WRITE-NEW-RECORD.
           WRITE TRXN-REC
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write " WS-OUTPUT-PATH
               DISPLAY "       FILE STATUS = " WS-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPY "trxn_layout_check.cpy".
