       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHT-RATE-LOADER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-SHEET-FILE ASSIGN TO WS-SHEET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SHEET-FILE-STATUS.

           SELECT WHT-RATE-FILE ASSIGN TO WS-TABLE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHT-KEY
               FILE STATUS IS WS-TABLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-SHEET-FILE.
       01  RATE-SHEET-REC         PIC X(100).

       FD  WHT-RATE-FILE.
       COPY "wht_rate.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SHEET-FILE-STATUS    PIC XX.
       01 WS-TABLE-FILE-STATUS    PIC XX.
       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(200).
       01 WS-SHEET-PATH           PIC X(200).
       01 WS-TABLE-PATH           PIC X(200).

       01 WS-STATUS-TXT           PIC X(10).
       01 WS-DATE-TXT             PIC X(10).
       01 WS-RATE-TXT             PIC X(20).

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".

       01 WS-LINE-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-ADD-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-UPD-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-BAD-COUNT            PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: RATE_SHEET_FILE -- the withholding rate schedule,
           *> pipe-delimited TAX_STATUS|EFF_DATE|RATE_PCT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-SHEET-PATH

           *> Arg 2: WHT_RATE_TABLE -- the indexed table capitalization
           *> reads
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-TABLE-PATH

           OPEN INPUT RATE-SHEET-FILE
           IF WS-SHEET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-SHEET-PATH
               DISPLAY "       FILE STATUS = " WS-SHEET-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Same create-on-35 treatment the other keyed tables get:
           *> the first load creates the table.
           OPEN I-O WHT-RATE-FILE
           IF WS-TABLE-FILE-STATUS = "35"
               OPEN OUTPUT WHT-RATE-FILE
           ELSE
               IF WS-TABLE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to open " WS-TABLE-PATH
                   DISPLAY "       FILE STATUS = " WS-TABLE-FILE-STATUS
                   CLOSE RATE-SHEET-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-ONE-RATE-LINE UNTIL WS-EOF

           CLOSE RATE-SHEET-FILE
           CLOSE WHT-RATE-FILE

           DISPLAY "Rate load complete: " WS-LINE-COUNT " lines read, "
               WS-ADD-COUNT " rate rows added, " WS-UPD-COUNT
               " replaced, " WS-BAD-COUNT " bad lines skipped"

           IF WS-BAD-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./wht_rate_loader RATE_SHEET_FILE WHT_RATE_TABLE"
           DISPLAY "Where RATE_SHEET_FILE lines are TAX_STATUS|EFF_DATE|RATE_PCT"
           DISPLAY "  (TAX_STATUS R=resident N=non-resident E=exempt)"
           DISPLAY "Example:"
           DISPLAY "  ./wht_rate_loader ./wht_schedule.txt ./wht_rates.dat"
           DISPLAY "  (sheet line: R|20260401|10.0000)".

       LOAD-ONE-RATE-LINE.
           READ RATE-SHEET-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM APPLY-ONE-RATE-LINE
           END-READ.

       APPLY-ONE-RATE-LINE.
           *> A blank trailing line on the sheet is not an error
           IF RATE-SHEET-REC = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STATUS-TXT WS-DATE-TXT WS-RATE-TXT
           UNSTRING RATE-SHEET-REC DELIMITED BY "|"
               INTO WS-STATUS-TXT
                    WS-DATE-TXT
                    WS-RATE-TXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-STATUS-TXT) TO WS-STATUS-TXT

           IF (WS-STATUS-TXT NOT = "R" AND WS-STATUS-TXT NOT = "N"
                   AND WS-STATUS-TXT NOT = "E")
               OR WS-DATE-TXT(1:8) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-RATE-TXT) = SPACES
               OR FUNCTION TEST-NUMVAL(WS-RATE-TXT) NOT = ZERO
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "SKIP: bad rate sheet line " WS-LINE-COUNT
                   " [" FUNCTION TRIM(RATE-SHEET-REC) "]"
               EXIT PARAGRAPH
           END-IF

           *> A rate of 100% or more is a keying error, not a tax.
           IF FUNCTION NUMVAL(WS-RATE-TXT) < ZERO
               OR FUNCTION NUMVAL(WS-RATE-TXT) >= 100
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "SKIP: rate out of range on line " WS-LINE-COUNT
                   " [" FUNCTION TRIM(RATE-SHEET-REC) "]"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STATUS-TXT(1:1) TO WHT-TAX-STATUS
           COMPUTE WHT-EFF-DATE  = FUNCTION NUMVAL(WS-DATE-TXT(1:8))
           COMPUTE WHT-RATE-PCT =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-RATE-TXT))

           *> A re-run of the load replaces the row in place rather
           *> than failing on the duplicate key.
           WRITE WHT-RATE-REC
               INVALID KEY
                   REWRITE WHT-RATE-REC
                   ADD 1 TO WS-UPD-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.
