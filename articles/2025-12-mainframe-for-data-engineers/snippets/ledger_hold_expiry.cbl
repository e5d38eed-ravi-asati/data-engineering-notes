       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-HOLD-EXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO WS-HOLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY "funds_hold.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HOLD-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-HOLD-PATH           PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-RUN-DATE            PIC 9(8).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-EXPIRED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-ACTIVE-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-LEGAL-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-FAILED-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-EXPIRED-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.
       01 WS-AMT-ED              PIC -(9).99.
       01 WS-TOTAL-ED            PIC -(11).99.

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "LEDGER-HOLD-EXPIRY" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: HOLD_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-HOLD-PATH

           *> Arg 2: RUN_DATE (YYYYMMDD) -- a hold whose expiry date is
           *> before this date lapses
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 3: EXPIRY_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-HOLD-PATH
               DISPLAY "       FILE STATUS = " WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE HOLD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Every hold lapsed here goes to the central audit log, the
           *> same as a hold placed or released by hand.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-HOLD-PATH TO WS-AUDIT-TARGET-PATH

           MOVE SPACES TO WS-REPORT-LINE
           STRING "FUNDS HOLDS EXPIRED FOR " WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE "ACCT-ID    CUR HOLD-ID    AMOUNT        R PLACED   BY       EXPIRED  REASON"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM EXAMINE-ONE-HOLD UNTIL WS-EOF

           MOVE WS-EXPIRED-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXPIRED " WS-EXPIRED-COUNT
                  "  AMOUNT " FUNCTION TRIM(WS-TOTAL-ED)
                  "  STILL ACTIVE " WS-ACTIVE-COUNT
                  "  OF WHICH LEGAL ORDERS " WS-LEGAL-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           PERFORM CLOSE-AUDIT-LOG
           CLOSE REPORT-FILE
           CLOSE HOLD-FILE

           DISPLAY "Hold expiry complete: " WS-READ-COUNT
               " hold(s) examined, " WS-EXPIRED-COUNT
               " expired, " WS-ACTIVE-COUNT " still active ("
               WS-LEGAL-COUNT " legal order(s)) -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)
           IF WS-FAILED-COUNT > ZERO
               DISPLAY "WARNING: " WS-FAILED-COUNT " hold(s) could not "
                   "be expired and are still active"
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_hold_expiry HOLD_FILE RUN_DATE EXPIRY_REPORT"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_hold_expiry /data/funds_hold.dat 20260902 /data/hold_expiry.20260902.rpt".

      *> =================================================================
      *> One hold: an active hold whose expiry date is behind the run
      *> date lapses to 'E' and is reported. A legal order carries no
      *> expiry and is never touched here -- only a supervisor's
      *> RELEASE takes it off.
      *> =================================================================
       EXAMINE-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF HLD-STATUS = "A"
                       IF HLD-REASON NOT = "L"
                           AND HLD-EXPIRY-DATE NOT = ZERO
                           AND HLD-EXPIRY-DATE < WS-RUN-DATE
                           PERFORM EXPIRE-ONE-HOLD
                       ELSE
                           ADD 1 TO WS-ACTIVE-COUNT
                           IF HLD-REASON = "L"
                               ADD 1 TO WS-LEGAL-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       EXPIRE-ONE-HOLD.
           MOVE "E"         TO HLD-STATUS
           MOVE "EXPIRY"    TO HLD-RELEASED-BY
           MOVE WS-RUN-DATE TO HLD-RELEASED-DATE
           REWRITE FUNDS-HOLD-REC
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to expire hold " HLD-HOLD-ID
                   " on " HLD-ACCT-ID " " HLD-CURRENCY
               DISPLAY "       FILE STATUS = " WS-HOLD-FILE-STATUS
               ADD 1 TO WS-FAILED-COUNT
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "HOLD EXPIRE " HLD-ACCT-ID " " HLD-CURRENCY " "
                  HLD-HOLD-ID " " HLD-REASON
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD

           ADD 1 TO WS-EXPIRED-COUNT
           ADD HLD-AMT TO WS-EXPIRED-TOTAL

           MOVE HLD-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING HLD-ACCT-ID " " HLD-CURRENCY " " HLD-HOLD-ID " "
                  WS-AMT-ED " " HLD-REASON " " HLD-PLACED-DATE " "
                  HLD-PLACED-BY " " HLD-EXPIRY-DATE " "
                  HLD-REASON-TEXT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       COPY "audit_log.cpy".
