       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-CHANGE-OUTSTANDING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-CHANGE-FILE ASSIGN TO WS-CHANGE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCH-CHANGE-ID
               FILE STATUS IS WS-CHANGE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-CHANGE-FILE.
       COPY "master_change.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CHANGE-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-CHANGE-PATH         PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-RUN-DATE            PIC 9(8).

       *> A pending change older than this many days lapses; the same
       *> LEDGER_CHANGE_EXPIRY_DAYS window the maintenance programs
       *> apply when a change is decided, unless arg 4 overrides it.
       01 WS-EXPIRY-DAYS         PIC 9(3)    VALUE 5.
       01 WS-ENV-VALUE           PIC X(10).
       01 WS-AGE-DAYS            PIC S9(7).
       01 WS-AGE-ED              PIC ZZZ9.

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-WAITING-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-EXPIRED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-OLDEST-AGE          PIC S9(7)   VALUE ZERO.
       01 WS-STATE               PIC X(8).
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.

       COPY "mask_acct_no_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "LEDGER-CHANGE-OUTSTANDING" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: CHANGE_FILE -- the pending master-change file
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-CHANGE-PATH

           *> Arg 2: RUN_DATE (YYYYMMDD) -- ages are counted to here
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 3: OUTSTANDING_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           DISPLAY "LEDGER_CHANGE_EXPIRY_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-EXPIRY-DAYS = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF

           *> Arg 4 (optional): EXPIRY_DAYS
           IF WS-ARG-COUNT > 3
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-EXPIRY-DAYS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = ZERO
               DISPLAY "ERROR: RUN_DATE " WS-RUN-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O MASTER-CHANGE-FILE
           IF WS-CHANGE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-CHANGE-PATH
               DISPLAY "       FILE STATUS = " WS-CHANGE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-AUDIT-LOG
           MOVE WS-CHANGE-PATH TO WS-AUDIT-TARGET-PATH

           MOVE SPACES TO WS-REPORT-LINE
           STRING "OUTSTANDING MASTER CHANGES AS AT " WS-RUN-DATE
                  "   (EXPIRY AFTER " WS-EXPIRY-DAYS " DAYS)"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE "CHANGE-ID        S ACTION   ACCT-ID    CUST-ID    BEFORE          AFTER           MAKER    MADE      AGE STATE"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM EXAMINE-ONE-CHANGE UNTIL WS-EOF

           MOVE WS-OLDEST-AGE TO WS-AGE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WAITING " WS-WAITING-COUNT
                  "  OLDEST " FUNCTION TRIM(WS-AGE-ED) " DAY(S)"
                  "  EXPIRED THIS RUN " WS-EXPIRED-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           PERFORM CLOSE-AUDIT-LOG
           CLOSE REPORT-FILE
           CLOSE MASTER-CHANGE-FILE

           DISPLAY "Outstanding changes: " WS-READ-COUNT
               " change(s) examined, " WS-WAITING-COUNT
               " waiting for approval, " WS-EXPIRED-COUNT
               " expired -- report at " FUNCTION TRIM(WS-REPORT-PATH)

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_change_outstanding CHANGE_FILE RUN_DATE OUTSTANDING_REPORT [EXPIRY_DAYS]"
           DISPLAY "Lists every staged account/customer master change still"
           DISPLAY "waiting for approval and expires those older than"
           DISPLAY "EXPIRY_DAYS (default LEDGER_CHANGE_EXPIRY_DAYS, else 5)."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_change_outstanding /data/master_changes.dat 20260902 /data/changes_outstanding.20260902.rpt".

      *> =================================================================
      *> One change: only pending ones matter. Past the window it lapses
      *> to 'X' -- it has to be keyed again if it is still wanted --
      *> otherwise it is listed with its age so a supervisor can chase
      *> it before it goes.
      *> =================================================================
       EXAMINE-ONE-CHANGE.
           READ MASTER-CHANGE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF MCH-STATUS = "P"
                       PERFORM AGE-ONE-CHANGE
                   END-IF
           END-READ.

       AGE-ONE-CHANGE.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(MCH-MAKE-DATE)
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF

           IF WS-AGE-DAYS > WS-EXPIRY-DAYS
               MOVE "X"         TO MCH-STATUS
               MOVE "EXPIRY"    TO MCH-CHECKER-ID
               MOVE WS-RUN-DATE TO MCH-DECIDE-DATE
               REWRITE MASTER-CHANGE-REC
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED" TO WS-STATE

               MOVE SPACES TO WS-AUDIT-RECORD-KEY
               STRING "EXPIRE " MCH-CHANGE-ID " "
                      FUNCTION TRIM(MCH-ACTION) " " MCH-ACCT-ID " "
                      FUNCTION TRIM(MCH-BEFORE-VALUE) ">"
                      FUNCTION TRIM(MCH-AFTER-VALUE)
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-RECORD-KEY
               END-STRING
               PERFORM APPEND-AUDIT-LOG-RECORD
           ELSE
               ADD 1 TO WS-WAITING-COUNT
               MOVE "WAITING" TO WS-STATE
               IF WS-AGE-DAYS > WS-OLDEST-AGE
                   MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
               END-IF
           END-IF

           MOVE MCH-ACCT-ID TO WS-ACCT-NO-IN
           PERFORM MASK-ACCT-NO
           MOVE WS-AGE-DAYS TO WS-AGE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING MCH-CHANGE-ID " " MCH-SOURCE " " MCH-ACTION " "
                  WS-MASKED-ACCT-NO(1:10) " " MCH-CUST-ID " "
                  MCH-BEFORE-VALUE " " MCH-AFTER-VALUE " "
                  MCH-MAKER-ID " " MCH-MAKE-DATE " " WS-AGE-ED " "
                  WS-STATE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       COPY "mask_acct_no.cpy".

       COPY "audit_log.cpy".
