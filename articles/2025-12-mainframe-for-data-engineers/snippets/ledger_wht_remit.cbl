       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-WHT-REMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHT-REGISTER-FILE ASSIGN TO WS-REGISTER-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHT-REGISTER-FILE.
       COPY "wht_register.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-REGISTER-PATH       PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-PERIOD              PIC 9(6).
       01 WS-ROW-MONTH           PIC 9(6).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".
       01 WS-FOUND-SW            PIC X(1)    VALUE "N".
           88 WS-FOUND                       VALUE "Y".

       01 WS-READ-COUNT          PIC 9(9)    VALUE ZERO.
       01 WS-ROW-COUNT           PIC 9(9)    VALUE ZERO.

       *> Tax is remitted for the month it was deducted, so rows are
       *> chosen on posting date, then totalled per status and rate --
       *> a mid-month rate change gives the status two lines.
       01 WS-RATE-TBL-COUNT      PIC 9(3)    VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 100 TIMES.
              10 WS-T-TAX-STATUS PIC X(1).
              10 WS-T-RATE-PCT   PIC 9(2)V9(4) COMP-3.
              10 WS-T-CREDITS    PIC 9(7).
              10 WS-T-GROSS      PIC S9(13)V99 COMP-3.
              10 WS-T-TAX        PIC S9(13)V99 COMP-3.
       01 WS-SRCH-IDX            PIC 9(3).

       01 WS-TOTAL-CREDITS       PIC 9(7)    VALUE ZERO.
       01 WS-TOTAL-GROSS         PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-TAX           PIC S9(13)V99 COMP-3 VALUE ZERO.

       01 WS-STATUS-TEXT         PIC X(12).
       01 WS-RATE-ED             PIC Z9.9999.
       01 WS-CREDITS-ED          PIC Z(6)9.
       01 WS-GROSS-ED            PIC -(13)9.99.
       01 WS-TAX-ED              PIC -(13)9.99.
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: REGISTER_FILE -- the withholding register
           *> LEDGER-INTEREST-CAPITALIZE appends to
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REGISTER-PATH

           *> Arg 2: PERIOD (YYYYMM) -- the month being remitted
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-PERIOD = FUNCTION NUMVAL(WS-ARG-VALUE(1:6))

           *> Arg 3: REMITTANCE_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           IF WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "ERROR: PERIOD " WS-PERIOD " is not a valid YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WHT-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REGISTER-PATH
               DISPLAY "       FILE STATUS = " WS-REGISTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-ONE-REGISTER-ROW UNTIL WS-EOF

           CLOSE WHT-REGISTER-FILE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "WITHHOLDING TAX REMITTANCE FOR PERIOD " WS-PERIOD
                  "   (TAX ON INTEREST DEDUCTED IN THE MONTH)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE "TAX STATUS       RATE %   CREDITS      GROSS INTEREST        TAX WITHHELD"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM WRITE-ONE-RATE-LINE
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-RATE-TBL-COUNT

           MOVE WS-TOTAL-CREDITS TO WS-CREDITS-ED
           MOVE WS-TOTAL-GROSS   TO WS-GROSS-ED
           MOVE WS-TOTAL-TAX     TO WS-TAX-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL TO REMIT          " WS-CREDITS-ED " "
                  WS-GROSS-ED " " WS-TAX-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           CLOSE REPORT-FILE

           MOVE WS-TOTAL-TAX TO WS-TAX-ED
           DISPLAY "Withholding remittance for " WS-PERIOD ": "
               WS-READ-COUNT " register row(s) read, " WS-ROW-COUNT
               " in the month, tax to remit "
               FUNCTION TRIM(WS-TAX-ED) " -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)

           IF WS-ROW-COUNT = ZERO
               DISPLAY "WARNING: no withholding register rows for "
                   WS-PERIOD " -- was interest capitalized this month?"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_wht_remit REGISTER_FILE PERIOD REMITTANCE_REPORT"
           DISPLAY "Totals the tax withheld from interest in PERIOD (YYYYMM)"
           DISPLAY "per tax status and rate, for the monthly remittance."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_wht_remit /data/wht_register.dat 202608 /data/wht_remit.202608.rpt".

       READ-ONE-REGISTER-ROW.
           READ WHT-REGISTER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   COMPUTE WS-ROW-MONTH = WHR-POST-DATE / 100
                   IF WS-ROW-MONTH = WS-PERIOD
                       PERFORM FOLD-ROW-INTO-RATE
                   END-IF
           END-READ.

       FOLD-ROW-INTO-RATE.
           ADD 1 TO WS-ROW-COUNT
           MOVE "N" TO WS-FOUND-SW
           PERFORM SEARCH-ONE-RATE
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-RATE-TBL-COUNT OR WS-FOUND

           IF WS-FOUND
               SUBTRACT 1 FROM WS-SRCH-IDX
           ELSE
               IF WS-RATE-TBL-COUNT >= 100
                   DISPLAY "ERROR: more than 100 status/rate "
                       "combinations in " WS-PERIOD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RATE-TBL-COUNT
               MOVE WS-RATE-TBL-COUNT TO WS-SRCH-IDX
               MOVE WHR-TAX-STATUS TO WS-T-TAX-STATUS(WS-SRCH-IDX)
               MOVE WHR-RATE-PCT   TO WS-T-RATE-PCT(WS-SRCH-IDX)
               MOVE ZERO TO WS-T-CREDITS(WS-SRCH-IDX)
               MOVE ZERO TO WS-T-GROSS(WS-SRCH-IDX)
               MOVE ZERO TO WS-T-TAX(WS-SRCH-IDX)
           END-IF

           ADD 1             TO WS-T-CREDITS(WS-SRCH-IDX)
           ADD WHR-GROSS-AMT TO WS-T-GROSS(WS-SRCH-IDX)
           ADD WHR-TAX-AMT   TO WS-T-TAX(WS-SRCH-IDX).

       SEARCH-ONE-RATE.
           IF WS-T-TAX-STATUS(WS-SRCH-IDX) = WHR-TAX-STATUS
               AND WS-T-RATE-PCT(WS-SRCH-IDX) = WHR-RATE-PCT
               SET WS-FOUND TO TRUE
           END-IF.

       WRITE-ONE-RATE-LINE.
           EVALUATE WS-T-TAX-STATUS(WS-SRCH-IDX)
               WHEN "R"
                   MOVE "RESIDENT"     TO WS-STATUS-TEXT
               WHEN "N"
                   MOVE "NON-RESIDENT" TO WS-STATUS-TEXT
               WHEN "E"
                   MOVE "EXEMPT"       TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN"      TO WS-STATUS-TEXT
           END-EVALUATE

           ADD WS-T-CREDITS(WS-SRCH-IDX) TO WS-TOTAL-CREDITS
           ADD WS-T-GROSS(WS-SRCH-IDX)   TO WS-TOTAL-GROSS
           ADD WS-T-TAX(WS-SRCH-IDX)     TO WS-TOTAL-TAX

           MOVE WS-T-RATE-PCT(WS-SRCH-IDX) TO WS-RATE-ED
           MOVE WS-T-CREDITS(WS-SRCH-IDX)  TO WS-CREDITS-ED
           MOVE WS-T-GROSS(WS-SRCH-IDX)    TO WS-GROSS-ED
           MOVE WS-T-TAX(WS-SRCH-IDX)      TO WS-TAX-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-T-TAX-STATUS(WS-SRCH-IDX) " " WS-STATUS-TEXT " "
                  WS-RATE-ED "  " WS-CREDITS-ED " "
                  WS-GROSS-ED " " WS-TAX-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.
