       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-BALANCE-ADB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       COPY "balance_history.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-HIST-PATH           PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-QUERY-ACCT-ID       PIC X(10)   VALUE SPACES.

       *> The calendar month being averaged, as day numbers so the
       *> carry-forward arithmetic is plain subtraction.
       01 WS-MONTH-TXT           PIC X(6).
       01 WS-MONTH-START         PIC 9(8).
       01 WS-MONTH-SPLIT REDEFINES WS-MONTH-START.
           05 WS-MONTH-Y         PIC 9(4).
           05 WS-MONTH-M         PIC 9(2).
           05 WS-MONTH-D         PIC 9(2).
       01 WS-NEXT-MONTH          PIC 9(8).
       01 WS-NEXT-SPLIT REDEFINES WS-NEXT-MONTH.
           05 WS-NEXT-Y          PIC 9(4).
           05 WS-NEXT-M          PIC 9(2).
           05 WS-NEXT-D          PIC 9(2).
       01 WS-START-INT           PIC 9(8).
       01 WS-END-INT             PIC 9(8).
       01 WS-MONTH-END           PIC 9(8).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       *> ------------- one account/currency bucket ---------------------
       *> Each calendar day counts at the closing balance of the latest
       *> snapshot on or before it; days before the bucket's first
       *> snapshot do not count at all.
       01 WS-GRP-ACCT-ID         PIC X(10)   VALUE SPACES.
       01 WS-GRP-CURRENCY        PIC X(3)    VALUE SPACES.
       01 WS-GRP-ACTIVE-SW       PIC X(1)    VALUE "N".
           88 WS-GRP-ACTIVE                  VALUE "Y".
       01 WS-CARRY-SW            PIC X(1)    VALUE "N".
           88 WS-HAVE-CARRY                  VALUE "Y".
       01 WS-CARRY-BAL           PIC S9(11)V99.
       01 WS-OPEN-BAL            PIC S9(11)V99.
       01 WS-OPEN-SW             PIC X(1)    VALUE "N".
           88 WS-HAVE-OPEN                   VALUE "Y".
       01 WS-CURSOR-INT          PIC 9(8).
       01 WS-UPTO-INT            PIC 9(8).
       01 WS-SPAN-DAYS           PIC 9(3).
       01 WS-DAYS-COUNTED        PIC 9(3).
       01 WS-BAL-DAY-SUM         PIC S9(15)V99 COMP-3.
       01 WS-MIN-SW              PIC X(1)    VALUE "N".
           88 WS-HAVE-MIN                    VALUE "Y".
       01 WS-MIN-BAL             PIC S9(11)V99.
       01 WS-MIN-DATE            PIC 9(8).
       01 WS-AVG-BAL             PIC S9(11)V99.

       01 WS-READ-COUNT          PIC 9(9)    VALUE ZERO.
       01 WS-BUCKET-COUNT        PIC 9(7)    VALUE ZERO.

       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.
       01 WS-PAGE-NO             PIC 9(4)    VALUE ZERO.
       01 WS-LINE-NO             PIC 9(2)    VALUE 99.
       01 WS-LINES-PER-PAGE      PIC 9(2)    VALUE 55.
       01 WS-PAGE-ED             PIC ZZZ9.
       01 WS-OPEN-ED             PIC -(11).99.
       01 WS-CLOSE-ED            PIC -(11).99.
       01 WS-AVG-ED              PIC -(11).99.
       01 WS-MIN-ED              PIC -(11).99.

       COPY "mask_acct_no_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: HISTORY_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-HIST-PATH

           *> Arg 2: MONTH (YYYYMM)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:6) TO WS-MONTH-TXT

           *> Arg 3: ADB_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           *> Arg 4 (optional): ACCT_ID -- one account instead of all
           IF WS-ARG-COUNT > 3
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:10) TO WS-QUERY-ACCT-ID
           END-IF

           COMPUTE WS-MONTH-START = FUNCTION NUMVAL(WS-MONTH-TXT) * 100
               + 1
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MONTH-START) NOT = ZERO
               DISPLAY "ERROR: MONTH " WS-MONTH-TXT
                   " is not a valid YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MONTH-START TO WS-NEXT-MONTH
           IF WS-NEXT-M = 12
               ADD 1 TO WS-NEXT-Y
               MOVE 1 TO WS-NEXT-M
           ELSE
               ADD 1 TO WS-NEXT-M
           END-IF
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-END-INT)

           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-HIST-PATH
               DISPLAY "       FILE STATUS = " WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> The whole file in key order, or one account's range.
           IF WS-QUERY-ACCT-ID = SPACES
               MOVE LOW-VALUES TO BH-KEY
           ELSE
               MOVE WS-QUERY-ACCT-ID TO BH-ACCT-ID
               MOVE LOW-VALUES       TO BH-CURRENCY
               MOVE ZERO             TO BH-BUS-DATE
           END-IF
           START HIST-FILE KEY >= BH-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM READ-ONE-SNAPSHOT UNTIL WS-EOF
           PERFORM FINISH-BUCKET

           CLOSE HIST-FILE

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNT/CURRENCY BUCKETS REPORTED: " WS-BUCKET-COUNT
                  "   SNAPSHOTS READ: " WS-READ-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           CLOSE REPORT-FILE

           DISPLAY "Average daily balance for " WS-MONTH-TXT ": "
               WS-BUCKET-COUNT " bucket(s) -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_balance_adb HISTORY_FILE MONTH ADB_REPORT [ACCT_ID]"
           DISPLAY "MONTH is YYYYMM. Every calendar day counts at the balance the"
           DISPLAY "account closed on that day, or last closed on before it."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_balance_adb /data/balance_history.dat 202603 /data/adb.202603.rpt".

       READ-ONE-SNAPSHOT.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-QUERY-ACCT-ID NOT = SPACES
                       AND BH-ACCT-ID NOT = WS-QUERY-ACCT-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TAKE-ONE-SNAPSHOT
                   END-IF
           END-READ.

      *> =================================================================
      *> Rows arrive account, currency, date. A row before the month
      *> only sets the balance carried into it; a row inside the month
      *> closes off the days since the last one at the carried balance
      *> and becomes the new carry; rows after the month are ignored.
      *> =================================================================
       TAKE-ONE-SNAPSHOT.
           IF BH-ACCT-ID NOT = WS-GRP-ACCT-ID
               OR BH-CURRENCY NOT = WS-GRP-CURRENCY
               PERFORM FINISH-BUCKET
               PERFORM START-BUCKET
           END-IF

           IF BH-BUS-DATE < WS-MONTH-START
               MOVE BH-CLOSE-BAL TO WS-CARRY-BAL
               SET WS-HAVE-CARRY TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF BH-BUS-DATE > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-HAVE-OPEN
               IF WS-HAVE-CARRY
                   MOVE WS-CARRY-BAL TO WS-OPEN-BAL
               ELSE
                   MOVE BH-OPEN-BAL  TO WS-OPEN-BAL
               END-IF
               SET WS-HAVE-OPEN TO TRUE
           END-IF

           COMPUTE WS-UPTO-INT = FUNCTION INTEGER-OF-DATE(BH-BUS-DATE)
           PERFORM ACCUMULATE-CARRIED-DAYS
           MOVE BH-CLOSE-BAL TO WS-CARRY-BAL
           SET WS-HAVE-CARRY TO TRUE.

       START-BUCKET.
           MOVE BH-ACCT-ID  TO WS-GRP-ACCT-ID
           MOVE BH-CURRENCY TO WS-GRP-CURRENCY
           SET WS-GRP-ACTIVE TO TRUE
           MOVE "N"  TO WS-CARRY-SW
           MOVE "N"  TO WS-OPEN-SW
           MOVE "N"  TO WS-MIN-SW
           MOVE ZERO TO WS-CARRY-BAL
           MOVE ZERO TO WS-OPEN-BAL
           MOVE ZERO TO WS-DAYS-COUNTED
           MOVE ZERO TO WS-BAL-DAY-SUM
           MOVE ZERO TO WS-MIN-BAL
           MOVE ZERO TO WS-MIN-DATE
           MOVE WS-START-INT TO WS-CURSOR-INT.

      *> -----------------------------------------------------------------
      *> Days from the cursor up to (not including) WS-UPTO-INT, each at
      *> the carried balance -- nothing if nothing has been carried yet.
      *> -----------------------------------------------------------------
       ACCUMULATE-CARRIED-DAYS.
           IF WS-UPTO-INT <= WS-CURSOR-INT
               EXIT PARAGRAPH
           END-IF
           IF WS-HAVE-CARRY
               COMPUTE WS-SPAN-DAYS = WS-UPTO-INT - WS-CURSOR-INT
               ADD WS-SPAN-DAYS TO WS-DAYS-COUNTED
               COMPUTE WS-BAL-DAY-SUM =
                   WS-BAL-DAY-SUM + WS-CARRY-BAL * WS-SPAN-DAYS
               IF NOT WS-HAVE-MIN OR WS-CARRY-BAL < WS-MIN-BAL
                   MOVE WS-CARRY-BAL TO WS-MIN-BAL
                   COMPUTE WS-MIN-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-CURSOR-INT)
                   SET WS-HAVE-MIN TO TRUE
               END-IF
           END-IF
           MOVE WS-UPTO-INT TO WS-CURSOR-INT.

       FINISH-BUCKET.
           IF NOT WS-GRP-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-GRP-ACTIVE-SW

           *> The month's remaining days at the last balance seen.
           COMPUTE WS-UPTO-INT = WS-END-INT + 1
           PERFORM ACCUMULATE-CARRIED-DAYS

           IF WS-DAYS-COUNTED = ZERO
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-HAVE-OPEN
               MOVE WS-CARRY-BAL TO WS-OPEN-BAL
           END-IF

           COMPUTE WS-AVG-BAL ROUNDED = WS-BAL-DAY-SUM / WS-DAYS-COUNTED
           ADD 1 TO WS-BUCKET-COUNT
           PERFORM PRINT-ONE-BUCKET-LINE.

       PRINT-ONE-BUCKET-LINE.
           IF WS-LINE-NO > WS-LINES-PER-PAGE
               PERFORM PRINT-REPORT-HEADINGS
           END-IF

           MOVE WS-GRP-ACCT-ID TO WS-ACCT-NO-IN
           PERFORM MASK-ACCT-NO
           MOVE WS-OPEN-BAL  TO WS-OPEN-ED
           MOVE WS-CARRY-BAL TO WS-CLOSE-ED
           MOVE WS-AVG-BAL   TO WS-AVG-ED
           MOVE WS-MIN-BAL   TO WS-MIN-ED

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-MASKED-ACCT-NO(1:10) " " WS-GRP-CURRENCY " "
                  WS-DAYS-COUNTED " " WS-OPEN-ED " " WS-CLOSE-ED " "
                  WS-AVG-ED " " WS-MIN-ED " " WS-MIN-DATE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           ADD 1 TO WS-LINE-NO.

       PRINT-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PAGE-ED

           MOVE SPACES TO WS-REPORT-LINE
           STRING "AVERAGE DAILY AND MINIMUM BALANCE   MONTH "
                  WS-MONTH-START(1:6) " (" WS-MONTH-START " TO "
                  WS-MONTH-END ")   PAGE " WS-PAGE-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE "ACCT-ID    CUR DAY   OPENING-BALANCE   CLOSING-BALANCE  AVERAGE-DAILY-BAL   MINIMUM-BALANCE MIN-DATE"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE ALL "-" TO REPORT-REC(1:108)
           WRITE REPORT-REC

           MOVE 4 TO WS-LINE-NO.

       COPY "mask_acct_no.cpy".
