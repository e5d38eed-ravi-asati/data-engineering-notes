       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-NO
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TRXN-FILE ASSIGN TO WS-TRXN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRXN-ID
               ALTERNATE RECORD KEY IS ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-TRXN-FILE-STATUS.

           *> Day-end archives are byte-for-byte TRXN-REC copies, read
           *> back through their own FD so the live file's copybook
           *> fields stay distinct.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           COPY "op_signon_select.cpy".

           COPY "period_check_select.cpy".

           COPY "batch_lock_select.cpy".

           COPY "recovery_journal_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       COPY "dispute_case.cpy".

       FD  TRXN-FILE.
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

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       COPY "op_signon_fd.cpy".

       COPY "period_check_fd.cpy".

       COPY "batch_lock_fd.cpy".

       COPY "recovery_journal_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-TRXN-FILE-STATUS    PIC XX.
       01 WS-ARCHIVE-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(200).
       01 WS-FILE-PATH           PIC X(200).
       01 WS-TRXN-PATH           PIC X(200).
       01 WS-ARCHIVE-PATH        PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-FILE-IDX            PIC 9(4).

       01 WS-COMMAND             PIC X(8).
       01 WS-CASE-NO             PIC X(10).
       01 WS-ORIG-TRXN-ID        PIC X(10).
       01 WS-AMT-TXT             PIC X(20).
       01 WS-DISPUTE-AMT         PIC S9(7)V99 COMP-3.
       01 WS-PROV-FLAG           PIC X(1).
       01 WS-REASON              PIC X(30).
       01 WS-NOTE                PIC X(30).
       01 WS-BUSINESS-DATE       PIC 9(8).
       01 WS-AS-OF-DATE          PIC 9(8).
       01 WS-TODAY-DATE          PIC X(8).
       01 WS-RUN-TIME-RAW        PIC 9(8).
       01 WS-RUN-TIME            PIC 9(6).

       *> Days the shop has to answer a dispute from the day it is
       *> opened -- LEDGER_DISPUTE_DAYS, default 45.
       01 WS-DEADLINE-TXT        PIC X(10).
       01 WS-DEADLINE-DAYS       PIC 9(3)    VALUE 45.

       *> The disputed posting, from the live file or an archive
       01 WS-ORIG-FOUND-SW       PIC X(1)    VALUE "N".
           88 WS-ORIG-FOUND                  VALUE "Y".
       01 WS-ORIG-ACCT-ID        PIC X(10).
       01 WS-ORIG-AMT            PIC S9(7)V99 COMP-3.
       01 WS-ORIG-TYPE           PIC X(1).
       01 WS-ORIG-CURR           PIC X(3).
       01 WS-ORIG-CHANNEL        PIC X(3).
       01 WS-ORIG-BRANCH         PIC X(3).

       *> Credit / reversal posting being built
       01 WS-NEW-TRXN-ID         PIC X(10).
       01 WS-NEW-SEQ             PIC 9(4)    VALUE ZERO.
       01 WS-NEW-DESC            PIC X(20).
       01 WS-ID-FREE-SW          PIC X(1)    VALUE "N".
           88 WS-ID-FREE                     VALUE "Y".

       01 WS-POSTING-OPEN-SW     PIC X(1)    VALUE "N".
           88 WS-POSTING-OPEN                VALUE "Y".
       01 WS-DUP-CASE-SW         PIC X(1)    VALUE "N".
           88 WS-DUP-CASE                    VALUE "Y".
       01 WS-DUP-CASE-NO         PIC X(10).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       01 WS-LIST-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-AMT-ED              PIC -(7).99.
       01 WS-ORIG-AMT-ED         PIC -(7).99.

       *> Aging report
       01 WS-DAYS-OPEN           PIC S9(5).
       01 WS-DAYS-LEFT           PIC S9(5).
       01 WS-DAYS-OPEN-ED        PIC -(4)9.
       01 WS-DAYS-LEFT-ED        PIC -(4)9.
       01 WS-AGE-BAND            PIC X(8).
       01 WS-DUE-SOON-DAYS       PIC 9(3)    VALUE 5.
       01 WS-AGE-OPEN-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-AGE-OVERDUE-COUNT   PIC 9(7)    VALUE ZERO.
       01 WS-AGE-DUE-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-AGE-PROV-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-AGE-DISPUTED-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-AGE-PROV-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-ED            PIC -(11).99.
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.

       COPY "op_signon_ws.cpy".

       COPY "period_check_ws.cpy".

       COPY "batch_lock_ws.cpy".

       COPY "recovery_journal_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "DISPUTE-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Sign-on first: reads need inquiry rights, opening a case
           *> and crediting the customer the posting role, and the
           *> won/lost decision a supervisor.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: DISPUTE_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 2: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           EVALUATE WS-COMMAND
               WHEN "LIST    "
               WHEN "SHOW    "
               WHEN "AGING   "
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
               WHEN "WON     "
               WHEN "LOST    "
                   MOVE "S" TO WS-OPSGN-REQUIRED-ROLE
               WHEN OTHER
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
           END-EVALUATE
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME

           EVALUATE WS-COMMAND
               WHEN "OPEN    "
                   PERFORM OPEN-DISPUTE-CASE
               WHEN "PROVCR  "
                   PERFORM PROVISIONAL-CREDIT-CASE
               WHEN "WON     "
                   PERFORM DECIDE-CASE-WON
               WHEN "LOST    "
                   PERFORM DECIDE-CASE-LOST
               WHEN "SHOW    "
                   PERFORM SHOW-DISPUTE-CASE
               WHEN "LIST    "
                   PERFORM LIST-DISPUTE-CASES
               WHEN "AGING   "
                   PERFORM WRITE-AGING-REPORT
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./dispute_maint DISPUTE_FILE OPEN CASE_NO ORIG_TRXN_ID AMOUNT Y|N TRXN_FILE BUSINESS_DATE REASON [ARCHIVE_FILE ...]"
           DISPLAY "    (AMOUNT 0 disputes the whole posting; Y posts the"
           DISPLAY "     provisional credit straight away)"
           DISPLAY "  ./dispute_maint DISPUTE_FILE PROVCR CASE_NO TRXN_FILE BUSINESS_DATE"
           DISPLAY "  ./dispute_maint DISPUTE_FILE WON|LOST CASE_NO TRXN_FILE BUSINESS_DATE [NOTE]"
           DISPLAY "    (WON keeps the credit, posting it if none was given;"
           DISPLAY "     LOST reverses a provisional credit)"
           DISPLAY "  ./dispute_maint DISPUTE_FILE SHOW CASE_NO"
           DISPLAY "  ./dispute_maint DISPUTE_FILE LIST"
           DISPLAY "  ./dispute_maint DISPUTE_FILE AGING AS_OF_DATE REPORT_FILE"
           DISPLAY "Example:"
           DISPLAY "  ./dispute_maint /data/dispute_case.dat OPEN DSP0000001 TRX0000042 0 Y /data/transactions.dat 20260915 ""CARD NOT PRESENT"" /data/archive/transactions.20260912.dat".

      *> =================================================================
      *> OPEN -- record the dispute against the original posting, found
      *> on the live file or one of the archives named. Only a debit is
      *> disputed; with Y the provisional credit posts at once.
      *> =================================================================
       OPEN-DISPUTE-CASE.
           IF WS-ARG-COUNT < 9
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CASE_NO; Arg 4: ORIG_TRXN_ID; Arg 5: AMOUNT;
           *> Arg 6: Y/N provisional credit now
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-CASE-NO
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ORIG-TRXN-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-AMT-TXT
           COMPUTE WS-DISPUTE-AMT = FUNCTION NUMVAL(WS-AMT-TXT)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1)) TO WS-PROV-FLAG

           *> Arg 7: TRXN_FILE; Arg 8: BUSINESS_DATE; Arg 9: REASON
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-TRXN-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-BUSINESS-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:30) TO WS-REASON

           *> Args 10..n: ARCHIVE_FILE -- searched after the live file

           IF WS-PROV-FLAG NOT = "Y" AND WS-PROV-FLAG NOT = "N"
               DISPLAY "ERROR: provisional credit flag must be Y or N, "
                   "got " WS-PROV-FLAG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-DISPUTE-AMT < ZERO
               DISPLAY "ERROR: AMOUNT must not be negative"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "LEDGER_DISPUTE_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-DEADLINE-TXT FROM ENVIRONMENT-VALUE
           IF WS-DEADLINE-TXT NOT = SPACES
               COMPUTE WS-DEADLINE-DAYS =
                   FUNCTION NUMVAL(WS-DEADLINE-TXT)
           END-IF
           IF WS-DEADLINE-DAYS = ZERO
               MOVE 45 TO WS-DEADLINE-DAYS
           END-IF

           PERFORM SAFE-OPEN-DISPUTE-FILE-IO

           MOVE WS-CASE-NO TO DSP-CASE-NO
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: case " WS-CASE-NO " is already on "
                       WS-FILE-PATH
                   CLOSE DISPUTE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           *> One live case per posting -- a second complaint about the
           *> same item belongs on the case already open.
           PERFORM FIND-LIVE-CASE-FOR-TRXN
           IF WS-DUP-CASE
               DISPLAY "ERROR: " WS-ORIG-TRXN-ID " is already disputed "
                   "on open case " WS-DUP-CASE-NO
               CLOSE DISPUTE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-POSTING-FILES

           PERFORM LOOKUP-ORIGINAL-TRXN
           IF NOT WS-ORIG-FOUND AND WS-ARG-COUNT > 9
               PERFORM SCAN-ONE-ARCHIVE
                   VARYING WS-FILE-IDX FROM 10 BY 1
                   UNTIL WS-FILE-IDX > WS-ARG-COUNT OR WS-ORIG-FOUND
           END-IF

           IF NOT WS-ORIG-FOUND
               DISPLAY "ERROR: original TRXN-ID " WS-ORIG-TRXN-ID
                   " not on " FUNCTION TRIM(WS-TRXN-PATH)
                   " or the archives named"
               PERFORM ABANDON-CASE-RUN
           END-IF

           IF WS-ORIG-TYPE NOT = "D"
               DISPLAY "ERROR: " WS-ORIG-TRXN-ID " is a credit -- only "
                   "a debit to the customer can be disputed"
               PERFORM ABANDON-CASE-RUN
           END-IF

           IF WS-DISPUTE-AMT = ZERO
               MOVE WS-ORIG-AMT TO WS-DISPUTE-AMT
           END-IF
           IF WS-DISPUTE-AMT > WS-ORIG-AMT
               MOVE WS-ORIG-AMT TO WS-ORIG-AMT-ED
               DISPLAY "ERROR: AMOUNT exceeds the original posting of "
                   FUNCTION TRIM(WS-ORIG-AMT-ED)
               PERFORM ABANDON-CASE-RUN
           END-IF

           INITIALIZE DISPUTE-CASE-REC
           MOVE WS-CASE-NO       TO DSP-CASE-NO
           MOVE WS-ORIG-TRXN-ID  TO DSP-ORIG-TRXN-ID
           MOVE WS-ORIG-ACCT-ID  TO DSP-ACCT-ID
           MOVE WS-ORIG-CURR     TO DSP-CURRENCY
           MOVE WS-ORIG-CHANNEL  TO DSP-CHANNEL
           MOVE WS-ORIG-BRANCH   TO DSP-BRANCH
           MOVE WS-ORIG-AMT      TO DSP-ORIG-AMT
           MOVE WS-DISPUTE-AMT   TO DSP-AMT
           MOVE WS-REASON        TO DSP-REASON
           MOVE "O"              TO DSP-STATUS
           MOVE WS-BUSINESS-DATE TO DSP-OPEN-DATE
           MOVE WS-OPSGN-OPER-ID TO DSP-OPENED-BY
           COMPUTE DSP-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               + WS-DEADLINE-DAYS)

           IF WS-PROV-FLAG = "Y"
               PERFORM POST-CASE-CREDIT
               MOVE "P" TO DSP-STATUS
           END-IF

           WRITE DISPUTE-CASE-REC

           PERFORM AUDIT-CASE-CHANGE
           PERFORM CLOSE-POSTING-FILES
           CLOSE DISPUTE-FILE

           MOVE DSP-AMT TO WS-AMT-ED
           DISPLAY "Opened case " WS-CASE-NO " on " WS-ORIG-TRXN-ID
               " (" WS-ORIG-ACCT-ID " " FUNCTION TRIM(WS-AMT-ED) " "
               WS-ORIG-CURR "), response due " DSP-DEADLINE-DATE
           IF DSP-STATUS = "P"
               DISPLAY "  provisional credit posted as "
                   DSP-CREDIT-TRXN-ID
           END-IF.

      *> =================================================================
      *> PROVCR -- provisional credit on a case opened without one.
      *> =================================================================
       PROVISIONAL-CREDIT-CASE.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CASE-FOR-DECISION

           IF DSP-STATUS NOT = "O"
               DISPLAY "ERROR: case " WS-CASE-NO " is status "
                   DSP-STATUS " -- provisional credit only on an open "
                   "case with no credit yet"
               CLOSE DISPUTE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-POSTING-FILES
           PERFORM POST-CASE-CREDIT
           MOVE "P" TO DSP-STATUS
           REWRITE DISPUTE-CASE-REC

           PERFORM AUDIT-CASE-CHANGE
           PERFORM CLOSE-POSTING-FILES
           CLOSE DISPUTE-FILE

           DISPLAY "Case " WS-CASE-NO " provisionally credited by "
               DSP-CREDIT-TRXN-ID.

      *> =================================================================
      *> WON -- the customer keeps the money. A case that never had a
      *> provisional credit gets its credit now, as the final one.
      *> =================================================================
       DECIDE-CASE-WON.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CASE-FOR-DECISION
           PERFORM CHECK-CASE-UNDECIDED

           PERFORM OPEN-POSTING-FILES
           IF DSP-STATUS = "O"
               PERFORM POST-CASE-CREDIT
           END-IF

           MOVE "W"              TO DSP-STATUS
           MOVE WS-BUSINESS-DATE TO DSP-DECISION-DATE
           MOVE WS-OPSGN-OPER-ID TO DSP-DECIDED-BY
           MOVE WS-NOTE          TO DSP-DECISION-NOTE
           REWRITE DISPUTE-CASE-REC

           PERFORM AUDIT-CASE-CHANGE
           PERFORM CLOSE-POSTING-FILES
           CLOSE DISPUTE-FILE

           DISPLAY "Case " WS-CASE-NO " WON -- credit "
               DSP-CREDIT-TRXN-ID " stands".

      *> =================================================================
      *> LOST -- a provisional credit is taken back by a reversal built
      *> exactly as REVERSE-TRXN builds one ("REV OF <credit id>",
      *> opposite type, same account, currency, channel and branch),
      *> from the case record so the credit need not still be on the
      *> live file.
      *> =================================================================
       DECIDE-CASE-LOST.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CASE-FOR-DECISION
           PERFORM CHECK-CASE-UNDECIDED

           PERFORM OPEN-POSTING-FILES
           IF DSP-STATUS = "P"
               PERFORM POST-CREDIT-REVERSAL
           END-IF

           MOVE "L"              TO DSP-STATUS
           MOVE WS-BUSINESS-DATE TO DSP-DECISION-DATE
           MOVE WS-OPSGN-OPER-ID TO DSP-DECIDED-BY
           MOVE WS-NOTE          TO DSP-DECISION-NOTE
           REWRITE DISPUTE-CASE-REC

           PERFORM AUDIT-CASE-CHANGE
           PERFORM CLOSE-POSTING-FILES
           CLOSE DISPUTE-FILE

           IF DSP-REV-TRXN-ID NOT = SPACES
               DISPLAY "Case " WS-CASE-NO " LOST -- credit "
                   DSP-CREDIT-TRXN-ID " reversed by " DSP-REV-TRXN-ID
           ELSE
               DISPLAY "Case " WS-CASE-NO " LOST -- no credit to reverse"
           END-IF.

      *> -----------------------------------------------------------------
      *> PROVCR / WON / LOST arguments: Arg 3: CASE_NO; Arg 4:
      *> TRXN_FILE; Arg 5: BUSINESS_DATE; Arg 6 (optional): NOTE.
      *> -----------------------------------------------------------------
       READ-CASE-FOR-DECISION.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-CASE-NO
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-TRXN-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-BUSINESS-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           MOVE SPACES TO WS-NOTE
           IF WS-ARG-COUNT > 5
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:30) TO WS-NOTE
           END-IF

           OPEN I-O DISPUTE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CASE-NO TO DSP-CASE-NO
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "ERROR: case " WS-CASE-NO " not found in "
                       WS-FILE-PATH
                   CLOSE DISPUTE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

       CHECK-CASE-UNDECIDED.
           IF DSP-STATUS NOT = "O" AND DSP-STATUS NOT = "P"
               DISPLAY "ERROR: case " WS-CASE-NO " was already decided ("
                   DSP-STATUS " on " DSP-DECISION-DATE " by "
                   DSP-DECIDED-BY ")"
               CLOSE DISPUTE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-LIVE-CASE-FOR-TRXN.
           MOVE "N" TO WS-DUP-CASE-SW
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO DSP-CASE-NO
           START DISPUTE-FILE KEY >= DSP-CASE-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM CHECK-ONE-LIVE-CASE UNTIL WS-EOF OR WS-DUP-CASE.

       CHECK-ONE-LIVE-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DSP-ORIG-TRXN-ID = WS-ORIG-TRXN-ID
                       AND (DSP-STATUS = "O" OR DSP-STATUS = "P")
                       SET WS-DUP-CASE TO TRUE
                       MOVE DSP-CASE-NO TO WS-DUP-CASE-NO
                   END-IF
           END-READ.

       LOOKUP-ORIGINAL-TRXN.
           MOVE "N" TO WS-ORIG-FOUND-SW
           MOVE WS-ORIG-TRXN-ID TO TRXN-ID
           READ TRXN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ORIG-FOUND TO TRUE
                   MOVE ACCT-ID       TO WS-ORIG-ACCT-ID
                   MOVE TRXN-AMT      TO WS-ORIG-AMT
                   MOVE TRXN-TYPE     TO WS-ORIG-TYPE
                   MOVE CURRENCY-CODE TO WS-ORIG-CURR
                   MOVE CHANNEL-CODE  TO WS-ORIG-CHANNEL
                   MOVE TRXN-BRANCH   TO WS-ORIG-BRANCH
           END-READ.

       SCAN-ONE-ARCHIVE.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-ARCHIVE-PATH
           MOVE "N" TO WS-EOF-SW

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open "
                   FUNCTION TRIM(WS-ARCHIVE-PATH)
                   " (FILE STATUS " WS-ARCHIVE-FILE-STATUS
                   ") -- skipped"
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-ONE-ARCHIVE-RECORD UNTIL WS-EOF OR WS-ORIG-FOUND

           CLOSE ARCHIVE-FILE.

       SCAN-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ARC-TRXN-ID = WS-ORIG-TRXN-ID
                       SET WS-ORIG-FOUND TO TRUE
                       MOVE ARC-ACCT-ID       TO WS-ORIG-ACCT-ID
                       MOVE ARC-TRXN-AMT      TO WS-ORIG-AMT
                       MOVE ARC-TRXN-TYPE     TO WS-ORIG-TYPE
                       MOVE ARC-CURRENCY-CODE TO WS-ORIG-CURR
                       MOVE ARC-CHANNEL-CODE  TO WS-ORIG-CHANNEL
                       MOVE ARC-BRANCH-CODE   TO WS-ORIG-BRANCH
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> Every command that can post takes the posting lock and opens
      *> the ledger with its audit log, recovery journal and period
      *> calendar, the same set REVERSE-TRXN opens. Cases are only ever
      *> worked against an existing ledger, so no create-on-35.
      *> -----------------------------------------------------------------
       OPEN-POSTING-FILES.
           PERFORM ACQUIRE-POSTING-LOCK
           IF NOT WS-LOCK-OK
               CLOSE DISPUTE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O TRXN-FILE
           IF WS-TRXN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-TRXN-PATH
               DISPLAY "       FILE STATUS = " WS-TRXN-FILE-STATUS
               PERFORM RELEASE-POSTING-LOCK
               CLOSE DISPUTE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-RECOVERY-JRNL
           PERFORM OPEN-PERIOD-FILE
           SET WS-POSTING-OPEN TO TRUE.

       CLOSE-POSTING-FILES.
           IF WS-POSTING-OPEN
               CLOSE TRXN-FILE
               PERFORM CLOSE-PERIOD-FILE
               PERFORM CLOSE-AUDIT-LOG
               PERFORM CLOSE-RECOVERY-JRNL
               PERFORM RELEASE-POSTING-LOCK
               MOVE "N" TO WS-POSTING-OPEN-SW
           END-IF.

       ABANDON-CASE-RUN.
           PERFORM CLOSE-POSTING-FILES
           CLOSE DISPUTE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> -----------------------------------------------------------------
      *> A case posting must not land in a month the accountants have
      *> already reported -- the same period gate REVERSE-TRXN applies.
      *> -----------------------------------------------------------------
       CHECK-POSTING-PERIOD.
           MOVE WS-BUSINESS-DATE TO WS-PERCK-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERCK-CLOSED
               DISPLAY "ERROR: BUSINESS_DATE " WS-BUSINESS-DATE
                   " falls in closed period " WS-PERCK-PERIOD
               PERFORM ABANDON-CASE-RUN
           END-IF.

      *> -----------------------------------------------------------------
      *> The credit mirrors the disputed debit -- same account,
      *> currency, channel and branch -- with a TRXN-DESC of
      *> "DSP <case no>" tying it back to the case.
      *> -----------------------------------------------------------------
       POST-CASE-CREDIT.
           PERFORM CHECK-POSTING-PERIOD
           PERFORM ASSIGN-DISPUTE-TRXN-ID

           MOVE SPACES TO WS-NEW-DESC
           STRING "DSP " DSP-CASE-NO
               DELIMITED BY SIZE
               INTO WS-NEW-DESC
           END-STRING

           MOVE WS-NEW-TRXN-ID   TO TRXN-ID
           MOVE DSP-ACCT-ID      TO ACCT-ID
           MOVE DSP-AMT          TO TRXN-AMT
           MOVE "C"              TO TRXN-TYPE
           MOVE WS-BUSINESS-DATE TO TRXN-DATE
           MOVE WS-RUN-TIME      TO TRXN-TIME
           MOVE WS-BUSINESS-DATE TO POST-DATE
           MOVE WS-RUN-TIME      TO POST-TIME
           MOVE DSP-CURRENCY     TO CURRENCY-CODE
           MOVE DSP-CHANNEL      TO CHANNEL-CODE
           MOVE DSP-BRANCH       TO TRXN-BRANCH
           MOVE SPACE            TO TRXN-ADJ-FLAG
           MOVE WS-NEW-DESC      TO TRXN-DESC
           PERFORM WRITE-CASE-POSTING

           MOVE WS-NEW-TRXN-ID   TO DSP-CREDIT-TRXN-ID
           MOVE WS-BUSINESS-DATE TO DSP-CREDIT-DATE
           MOVE WS-OPSGN-OPER-ID TO DSP-CREDITED-BY.

       POST-CREDIT-REVERSAL.
           PERFORM CHECK-POSTING-PERIOD
           PERFORM ASSIGN-DISPUTE-TRXN-ID

           MOVE SPACES TO WS-NEW-DESC
           STRING "REV OF " DSP-CREDIT-TRXN-ID
               DELIMITED BY SIZE
               INTO WS-NEW-DESC
           END-STRING

           MOVE WS-NEW-TRXN-ID   TO TRXN-ID
           MOVE DSP-ACCT-ID      TO ACCT-ID
           MOVE DSP-AMT          TO TRXN-AMT
           MOVE "D"              TO TRXN-TYPE
           MOVE WS-BUSINESS-DATE TO TRXN-DATE
           MOVE WS-RUN-TIME      TO TRXN-TIME
           MOVE WS-BUSINESS-DATE TO POST-DATE
           MOVE WS-RUN-TIME      TO POST-TIME
           MOVE DSP-CURRENCY     TO CURRENCY-CODE
           MOVE DSP-CHANNEL      TO CHANNEL-CODE
           MOVE DSP-BRANCH       TO TRXN-BRANCH
           MOVE SPACE            TO TRXN-ADJ-FLAG
           MOVE WS-NEW-DESC      TO TRXN-DESC
           PERFORM WRITE-CASE-POSTING

           MOVE WS-NEW-TRXN-ID   TO DSP-REV-TRXN-ID.

       WRITE-CASE-POSTING.
           WRITE TRXN-REC
               INVALID KEY
                   DISPLAY "ERROR: write of " WS-NEW-TRXN-ID " to "
                       FUNCTION TRIM(WS-TRXN-PATH) " failed, FILE STATUS "
                       WS-TRXN-FILE-STATUS
                   PERFORM ABANDON-CASE-RUN
           END-WRITE

           MOVE "W"          TO WS-JRNL-ACTION
           MOVE SPACES       TO WS-JRNL-BEFORE
           MOVE TRXN-REC     TO WS-JRNL-AFTER
           MOVE WS-TRXN-PATH TO WS-JRNL-TARGET
           PERFORM APPEND-RECOVERY-JRNL-RECORD

           MOVE WS-NEW-TRXN-ID TO WS-AUDIT-RECORD-KEY
           MOVE WS-TRXN-PATH   TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD.

      *> -----------------------------------------------------------------
      *> Case postings are numbered "DC" + MMDD + sequence within the
      *> business date, stepping past any number already on the file
      *> from an earlier run the same day.
      *> -----------------------------------------------------------------
       ASSIGN-DISPUTE-TRXN-ID.
           MOVE "N" TO WS-ID-FREE-SW
           PERFORM TRY-NEXT-DISPUTE-TRXN-ID UNTIL WS-ID-FREE.

       TRY-NEXT-DISPUTE-TRXN-ID.
           ADD 1 TO WS-NEW-SEQ
           MOVE SPACES TO WS-NEW-TRXN-ID
           STRING "DC" WS-BUSINESS-DATE(5:4) WS-NEW-SEQ
               DELIMITED BY SIZE
               INTO WS-NEW-TRXN-ID
           END-STRING
           MOVE WS-NEW-TRXN-ID TO TRXN-ID
           READ TRXN-FILE
               INVALID KEY
                   SET WS-ID-FREE TO TRUE
           END-READ.

       AUDIT-CASE-CHANGE.
           MOVE WS-FILE-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "DISPUTE " FUNCTION TRIM(WS-COMMAND) " " DSP-CASE-NO
                  " " DSP-ORIG-TRXN-ID " " DSP-STATUS " "
                  DSP-CREDIT-TRXN-ID " " DSP-REV-TRXN-ID
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD.

       SHOW-DISPUTE-CASE.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CASE_NO
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-CASE-NO

           OPEN INPUT DISPUTE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CASE-NO TO DSP-CASE-NO
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "ERROR: case " WS-CASE-NO " not found in "
                       WS-FILE-PATH
                   CLOSE DISPUTE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           CLOSE DISPUTE-FILE

           MOVE DSP-AMT      TO WS-AMT-ED
           MOVE DSP-ORIG-AMT TO WS-ORIG-AMT-ED
           DISPLAY "CASE ...........: " DSP-CASE-NO "  STATUS " DSP-STATUS
           DISPLAY "DISPUTED POSTING : " DSP-ORIG-TRXN-ID " on "
               DSP-ACCT-ID " " DSP-CURRENCY " "
               FUNCTION TRIM(WS-ORIG-AMT-ED) " via " DSP-CHANNEL
           DISPLAY "AMOUNT DISPUTED .: " FUNCTION TRIM(WS-AMT-ED)
           DISPLAY "REASON .........: " DSP-REASON
           DISPLAY "OPENED .........: " DSP-OPEN-DATE " by "
               DSP-OPENED-BY "   RESPONSE DUE " DSP-DEADLINE-DATE
           IF DSP-CREDIT-TRXN-ID NOT = SPACES
               DISPLAY "CREDITED .......: " DSP-CREDIT-TRXN-ID " on "
                   DSP-CREDIT-DATE " by " DSP-CREDITED-BY
           END-IF
           IF DSP-DECISION-DATE NOT = ZERO
               DISPLAY "DECIDED ........: " DSP-STATUS " on "
                   DSP-DECISION-DATE " by " DSP-DECIDED-BY " "
                   DSP-DECISION-NOTE
           END-IF
           IF DSP-REV-TRXN-ID NOT = SPACES
               DISPLAY "CREDIT REVERSED : " DSP-REV-TRXN-ID
           END-IF.

       LIST-DISPUTE-CASES.
           OPEN INPUT DISPUTE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "CASE-NO    ST ORIG-ID    ACCT-ID    CUR     AMOUNT OPENED   DUE      CREDIT-ID"

           PERFORM LIST-ONE-CASE UNTIL WS-EOF

           CLOSE DISPUTE-FILE

           DISPLAY WS-LIST-COUNT " case(s) on " WS-FILE-PATH.

       LIST-ONE-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   MOVE DSP-AMT TO WS-AMT-ED
                   DISPLAY DSP-CASE-NO " " DSP-STATUS "  "
                       DSP-ORIG-TRXN-ID " " DSP-ACCT-ID " "
                       DSP-CURRENCY " " WS-AMT-ED " " DSP-OPEN-DATE " "
                       DSP-DEADLINE-DATE " " DSP-CREDIT-TRXN-ID
           END-READ.

      *> =================================================================
      *> AGING -- every undecided case against its response deadline:
      *> OVERDUE past it, DUE within WS-DUE-SOON-DAYS of it, else OPEN.
      *> Any overdue case ends the run RC 4 so the scheduler flags it.
      *> =================================================================
       WRITE-AGING-REPORT.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: AS_OF_DATE; Arg 4: REPORT_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-AS-OF-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           OPEN INPUT DISPUTE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE DISPUTE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPEN DISPUTE CASE AGING AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CASE-NO    ST ORIG-ID    ACCT-ID    CUR     AMOUNT OPENED   DUE       AGE  LEFT BAND     CREDIT-ID"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM AGE-ONE-CASE UNTIL WS-EOF

           CLOSE DISPUTE-FILE

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPEN CASES:          " WS-AGE-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  OVERDUE:           " WS-AGE-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DUE WITHIN " WS-DUE-SOON-DAYS " DAYS: "
                  WS-AGE-DUE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-AGE-DISPUTED-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AMOUNT IN DISPUTE:   " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-AGE-PROV-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROVISIONAL CREDIT:  " WS-TOTAL-ED " ON "
                  WS-AGE-PROV-COUNT " CASE(S)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           CLOSE REPORT-FILE

           DISPLAY "Dispute aging: " WS-AGE-OPEN-COUNT " open case(s), "
               WS-AGE-OVERDUE-COUNT " overdue, " WS-AGE-DUE-COUNT
               " due within " WS-DUE-SOON-DAYS " days -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)

           IF WS-AGE-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       AGE-ONE-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DSP-STATUS = "O" OR DSP-STATUS = "P"
                       PERFORM WRITE-AGING-LINE
                   END-IF
           END-READ.

       WRITE-AGING-LINE.
           ADD 1 TO WS-AGE-OPEN-COUNT
           ADD DSP-AMT TO WS-AGE-DISPUTED-TOTAL
           IF DSP-STATUS = "P"
               ADD 1 TO WS-AGE-PROV-COUNT
               ADD DSP-AMT TO WS-AGE-PROV-TOTAL
           END-IF

           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE(DSP-OPEN-DATE)
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(DSP-DEADLINE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)

           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE "OVERDUE" TO WS-AGE-BAND
                   ADD 1 TO WS-AGE-OVERDUE-COUNT
               WHEN WS-DAYS-LEFT <= WS-DUE-SOON-DAYS
                   MOVE "DUE"     TO WS-AGE-BAND
                   ADD 1 TO WS-AGE-DUE-COUNT
               WHEN OTHER
                   MOVE "OPEN"    TO WS-AGE-BAND
           END-EVALUATE

           MOVE DSP-AMT      TO WS-AMT-ED
           MOVE WS-DAYS-OPEN TO WS-DAYS-OPEN-ED
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING DSP-CASE-NO " " DSP-STATUS "  " DSP-ORIG-TRXN-ID " "
                  DSP-ACCT-ID " " DSP-CURRENCY " " WS-AMT-ED " "
                  DSP-OPEN-DATE " " DSP-DEADLINE-DATE " "
                  WS-DAYS-OPEN-ED " " WS-DAYS-LEFT-ED " " WS-AGE-BAND
                  " " DSP-CREDIT-TRXN-ID
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       SAFE-OPEN-DISPUTE-FILE-IO.
           *> Same create-on-35 treatment the other keyed masters get:
           *> the first OPEN creates the file.
           OPEN I-O DISPUTE-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPY "op_signon.cpy".

       COPY "period_check.cpy".

       COPY "batch_lock.cpy".

       COPY "recovery_journal.cpy".

       COPY "audit_log.cpy".
