       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-ESTMT-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRC-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT TRXN-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRXN-ID
               ALTERNATE RECORD KEY IS ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CHANNEL-REF-FILE ASSIGN TO WS-CHNL-REF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-CHNL-FILE-STATUS.

           SELECT STMT-FILE ASSIGN TO WS-STMT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT ESTMT-LOG-FILE ASSIGN TO WS-ESTMT-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTMT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One pipe-delimited profile per corporate customer:
       *> CUST_ID|FORMAT|DELIVERY_DIR[|RECEIVER_BIC]
       *>   FORMAT        MT940 or CAMT053
       *>   DELIVERY_DIR  where the customer's treasury system picks
       *>                 its statements up
       *>   RECEIVER_BIC  the customer's BIC for the MT940 header
       *>                 (defaults to the bank's own)
       *> Blank lines and lines starting "#" are skipped.
       FD  PROFILE-FILE.
       01  PROFILE-REC            PIC X(300).

       FD  CUST-XREF-FILE.
       COPY "cust_acct_xref.cpy".

       FD  TRXN-FILE
           BLOCK CONTAINS 100 RECORDS.
       COPY "ledger_trxn_writer.cpy".

       FD  BALANCE-FILE.
       COPY "balance_master.cpy".

       FD  HIST-FILE.
       COPY "balance_history.cpy".

       FD  CHANNEL-REF-FILE.
       COPY "ref_code.cpy".

       FD  STMT-FILE.
       01  STMT-REC               PIC X(300).

       *> One line per statement file produced or re-sent:
       *> BUS_DATE|ACCT_ID|CURR|CUST_ID|FORMAT|KIND|ENTRIES|
       *> STORE_PATH|DELIVERY_DIR|RUN_DATE|RUN_TIME|OK/FAIL
       *> KIND is O for the original, R for a re-send. RESEND finds a
       *> lost statement here and delivers the stored copy again.
       FD  ESTMT-LOG-FILE.
       01  ESTMT-LOG-REC          PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-PROFILE-FILE-STATUS PIC XX.
       01 WS-XREF-FILE-STATUS    PIC XX.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-BALANCE-FILE-STATUS PIC XX.
       01 WS-HIST-FILE-STATUS    PIC XX.
       01 WS-CHNL-FILE-STATUS    PIC XX.
       01 WS-STMT-FILE-STATUS    PIC XX.
       01 WS-ESTMT-LOG-STATUS    PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-COMMAND             PIC X(8).

       01 WS-PROFILE-PATH        PIC X(200).
       01 WS-XREF-PATH           PIC X(200).
       01 WS-FILE-PATH           PIC X(200).
       01 WS-BALANCE-PATH        PIC X(200).
       01 WS-HIST-PATH           PIC X(200).
       01 WS-CHNL-REF-PATH       PIC X(200).
       01 WS-STMT-PATH           PIC X(250).
       01 WS-ESTMT-LOG-PATH      PIC X(200).
       01 WS-BUSINESS-DATE       PIC 9(8).
       01 WS-RUN-DATE            PIC X(8).
       01 WS-RUN-TIME            PIC X(6).

       *> Every statement is written first to the statement store
       *> (LEDGER_ESTMT_STORE, default ./estmt_store) and copied from
       *> there to the customer's delivery directory -- the stored copy
       *> is what a re-send delivers.
       01 WS-STORE-DIR           PIC X(150).

       *> The bank's BIC for the MT940 header (LEDGER_BANK_BIC).
       01 WS-BANK-BIC            PIC X(11).

       01 WS-HIST-SW             PIC X(1)    VALUE "N".
           88 WS-HIST-ON                     VALUE "Y".
       01 WS-CHNL-SW             PIC X(1)    VALUE "N".
           88 WS-CHNL-ON                     VALUE "Y".

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".
       01 WS-XREF-EOF-SW         PIC X(1)    VALUE "N".
           88 WS-XREF-EOF                    VALUE "Y".
       01 WS-BAL-EOF-SW          PIC X(1)    VALUE "N".
           88 WS-BAL-EOF                     VALUE "Y".
       01 WS-TRXN-EOF-SW         PIC X(1)    VALUE "N".
           88 WS-TRXN-EOF                    VALUE "Y".

       *> ------------- one customer's profile --------------------------
       01 WS-PROF-CUST-ID        PIC X(10).
       01 WS-PROF-FORMAT         PIC X(8).
           88 WS-PROF-MT940                  VALUE "MT940".
           88 WS-PROF-CAMT053                VALUE "CAMT053".
       01 WS-PROF-DIR            PIC X(150).
       01 WS-PROF-BIC            PIC X(11).
       01 WS-PROF-ACCT-ID        PIC X(10).

       *> ------------- one statement (account, currency, day) ---------
       01 WS-STMT-ACCT-ID        PIC X(10).
       01 WS-STMT-CURRENCY       PIC X(3).
       01 WS-OPEN-BAL            PIC S9(11)V99.
       01 WS-CLOSE-BAL           PIC S9(11)V99.
       01 WS-RUNNING-BAL         PIC S9(11)V99.
       01 WS-ENTRY-COUNT         PIC 9(5).
       01 WS-BAL-OK-SW           PIC X(1).
           88 WS-BAL-OK                      VALUE "Y".
       01 WS-STMT-SEQ            PIC 9(4)    VALUE ZERO.
       01 WS-STMT-REF            PIC X(16).
       01 WS-STMT-NO             PIC 9(3).
       01 WS-STMT-NO-ED          PIC ZZ9.
       01 WS-YEAR-START          PIC 9(8).
       01 WS-BTC-TYPE            PIC X(3).
       01 WS-ENTRY-DESC          PIC X(20).
       01 WS-DELIVER-STATUS      PIC X(4).
       01 WS-LOG-KIND            PIC X(1).

       *> Amount and date renderings for the two formats
       01 WS-FMT-AMT             PIC S9(11)V99.
       01 WS-FMT-AMT-ED          PIC Z(11)9.99.
       01 WS-FMT-AMT-TXT         PIC X(20).
       01 WS-FMT-DC              PIC X(1).
       01 WS-FMT-CAMT-DC         PIC X(4).
       01 WS-BAL-TYPE            PIC X(4).
       01 WS-FMT-DATE            PIC 9(8).
       01 WS-FMT-ISO-DATE        PIC X(10).
       01 WS-STMT-LINE           PIC X(300).

       *> ------------- RESEND --------------------------------------------
       01 WS-RSND-ACCT-ID        PIC X(10).
       01 WS-RSND-DATE           PIC X(8).
       01 WS-RSND-CURR           PIC X(3)    VALUE SPACES.
       *> Latest log line per currency for the account and date asked.
       01 WS-RSND-COUNT          PIC 9(3)    VALUE ZERO.
       01 WS-RSND-TABLE.
           05 WS-RSND-ENTRY OCCURS 50 TIMES.
              10 WS-RS-CURRENCY  PIC X(3).
              10 WS-RS-CUST-ID   PIC X(10).
              10 WS-RS-FORMAT    PIC X(8).
              10 WS-RS-ENTRIES   PIC X(5).
              10 WS-RS-STORE     PIC X(250).
              10 WS-RS-DIR       PIC X(150).
       01 WS-RSND-IDX            PIC 9(3).
       01 WS-RSND-FOUND          PIC 9(3).
       01 WS-LOG-FIELDS.
           05 WS-LG-DATE         PIC X(8).
           05 WS-LG-ACCT-ID      PIC X(10).
           05 WS-LG-CURRENCY     PIC X(3).
           05 WS-LG-CUST-ID      PIC X(10).
           05 WS-LG-FORMAT       PIC X(8).
           05 WS-LG-KIND         PIC X(1).
           05 WS-LG-ENTRIES      PIC X(5).
           05 WS-LG-STORE        PIC X(250).
           05 WS-LG-DIR          PIC X(150).
           05 WS-LG-STATUS       PIC X(4).
       01 WS-LG-RUN-DATE         PIC X(8).
       01 WS-LG-RUN-TIME         PIC X(6).

       01 WS-PROFILE-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-STMT-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-FAIL-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-WARN-COUNT          PIC 9(7)    VALUE ZERO.

       01 WS-STEP-COMMAND        PIC X(600).
       01 WS-STEP-RC             PIC S9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           DISPLAY "LEDGER_ESTMT_LOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-ESTMT-LOG-PATH FROM ENVIRONMENT-VALUE
           IF WS-ESTMT-LOG-PATH = SPACES
               MOVE "./estmt_log.dat" TO WS-ESTMT-LOG-PATH
           END-IF

           EVALUATE WS-COMMAND
               WHEN "EXPORT  "
                   PERFORM EXPORT-STATEMENTS
               WHEN "RESEND  "
                   PERFORM RESEND-STATEMENT
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_estmt_export EXPORT PROFILE_FILE XREF_FILE TRXN_FILE BALANCE_MASTER BUSINESS_DATE"
           DISPLAY "  ./ledger_estmt_export RESEND ACCT_ID BUSINESS_DATE [CURRENCY]"
           DISPLAY "EXPORT writes one MT940 or camt.053 file per account, currency"
           DISPLAY "and business day for every customer on PROFILE_FILE, keeps a"
           DISPLAY "copy in LEDGER_ESTMT_STORE and logs it in LEDGER_ESTMT_LOG."
           DISPLAY "RESEND delivers the logged copy of a lost statement again."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_estmt_export EXPORT /data/estmt_profiles.txt /data/cust_xref.dat /data/transactions.dat /data/balance_master.dat 20260314"
           DISPLAY "  ./ledger_estmt_export RESEND ACCT123456 20260314".

      *> =================================================================
      *> EXPORT -- profiles, then each profiled customer's accounts off
      *> the cross-reference, then each currency bucket the account
      *> holds: one statement per bucket for BUSINESS_DATE.
      *> =================================================================
       EXPORT-STATEMENTS.
           IF WS-ARG-COUNT < 6
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 2: PROFILE_FILE; Arg 3: XREF_FILE; Arg 4: TRXN_FILE;
           *> Arg 5: BALANCE_MASTER; Arg 6: BUSINESS_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-PROFILE-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-XREF-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-BALANCE-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-BUSINESS-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE) NOT = ZERO
               DISPLAY "ERROR: BUSINESS_DATE " WS-BUSINESS-DATE
                   " is not a valid date"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "LEDGER_ESTMT_STORE" UPON ENVIRONMENT-NAME
           ACCEPT WS-STORE-DIR FROM ENVIRONMENT-VALUE
           IF WS-STORE-DIR = SPACES
               MOVE "./estmt_store" TO WS-STORE-DIR
           END-IF

           DISPLAY "LEDGER_BANK_BIC" UPON ENVIRONMENT-NAME
           ACCEPT WS-BANK-BIC FROM ENVIRONMENT-VALUE
           IF WS-BANK-BIC = SPACES
               MOVE "LEDGINBBXXX" TO WS-BANK-BIC
           END-IF

           *> Statement number :28C: / ElctrncSeqNb is the business
           *> day's number within its year.
           MOVE WS-BUSINESS-DATE TO WS-YEAR-START
           MOVE "0101" TO WS-YEAR-START(5:4)
           COMPUTE WS-STMT-NO =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-YEAR-START) + 1
           MOVE WS-STMT-NO TO WS-STMT-NO-ED

           PERFORM OPEN-EXPORT-FILES

           PERFORM EXPORT-ONE-PROFILE UNTIL WS-EOF

           CLOSE PROFILE-FILE
           CLOSE CUST-XREF-FILE
           CLOSE TRXN-FILE
           CLOSE BALANCE-FILE
           IF WS-HIST-ON
               CLOSE HIST-FILE
           END-IF
           IF WS-CHNL-ON
               CLOSE CHANNEL-REF-FILE
           END-IF
           CLOSE ESTMT-LOG-FILE

           DISPLAY "Electronic statements for " WS-BUSINESS-DATE ": "
               WS-PROFILE-COUNT " customer(s), " WS-STMT-COUNT
               " statement(s), " WS-FAIL-COUNT " delivery failure(s), "
               WS-WARN-COUNT " warning(s)"

           IF WS-FAIL-COUNT > ZERO OR WS-WARN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       OPEN-EXPORT-FILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-PROFILE-PATH
               DISPLAY "       FILE STATUS = " WS-PROFILE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-XREF-PATH
               DISPLAY "       FILE STATUS = " WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRXN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-BALANCE-PATH
               DISPLAY "       FILE STATUS = " WS-BALANCE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> The balance history answers for a day the balance master
           *> has already moved past -- a late re-run.
           DISPLAY "LEDGER_BAL_HISTORY" UPON ENVIRONMENT-NAME
           ACCEPT WS-HIST-PATH FROM ENVIRONMENT-VALUE
           IF WS-HIST-PATH = SPACES
               MOVE "./balance_history.dat" TO WS-HIST-PATH
           END-IF
           MOVE "Y" TO WS-HIST-SW
           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-HIST-SW
           END-IF

           *> Channel -> SWIFT transaction type; without the table every
           *> entry goes out as miscellaneous.
           DISPLAY "LEDGER_CHANNEL_CODES" UPON ENVIRONMENT-NAME
           ACCEPT WS-CHNL-REF-PATH FROM ENVIRONMENT-VALUE
           IF WS-CHNL-REF-PATH = SPACES
               MOVE "./channel_codes.dat" TO WS-CHNL-REF-PATH
           END-IF
           MOVE "Y" TO WS-CHNL-SW
           OPEN INPUT CHANNEL-REF-FILE
           IF WS-CHNL-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CHNL-SW
               DISPLAY "WARNING: channel code table "
                   FUNCTION TRIM(WS-CHNL-REF-PATH)
                   " not available (FILE STATUS " WS-CHNL-FILE-STATUS
                   ") -- entries carry transaction type MSC"
           END-IF

           PERFORM OPEN-ESTMT-LOG-EXTEND.

       OPEN-ESTMT-LOG-EXTEND.
           OPEN EXTEND ESTMT-LOG-FILE
           IF WS-ESTMT-LOG-STATUS = "35"
               OPEN OUTPUT ESTMT-LOG-FILE
           END-IF
           IF WS-ESTMT-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open statement log "
                   FUNCTION TRIM(WS-ESTMT-LOG-PATH)
               DISPLAY "       FILE STATUS = " WS-ESTMT-LOG-STATUS
               DISPLAY "       an unlogged statement cannot be re-sent "
                   "-- stopping before anything is produced"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       EXPORT-ONE-PROFILE.
           READ PROFILE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PROFILE-REC NOT = SPACES
                       AND PROFILE-REC(1:1) NOT = "#"
                       PERFORM PARSE-PROFILE-LINE
                   END-IF
           END-READ.

       PARSE-PROFILE-LINE.
           MOVE SPACES TO WS-PROF-CUST-ID WS-PROF-FORMAT WS-PROF-DIR
               WS-PROF-BIC
           UNSTRING PROFILE-REC DELIMITED BY "|"
               INTO WS-PROF-CUST-ID WS-PROF-FORMAT WS-PROF-DIR
                    WS-PROF-BIC
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-PROF-FORMAT) TO WS-PROF-FORMAT
           IF WS-PROF-BIC = SPACES
               MOVE WS-BANK-BIC TO WS-PROF-BIC
           END-IF

           IF NOT WS-PROF-MT940 AND NOT WS-PROF-CAMT053
               DISPLAY "WARNING: customer " WS-PROF-CUST-ID
                   " has format " WS-PROF-FORMAT
                   " -- expected MT940 or CAMT053, skipped"
               ADD 1 TO WS-WARN-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PROF-DIR = SPACES
               DISPLAY "WARNING: customer " WS-PROF-CUST-ID
                   " has no delivery directory, skipped"
               ADD 1 TO WS-WARN-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PROFILE-COUNT

           MOVE "N" TO WS-XREF-EOF-SW
           MOVE WS-PROF-CUST-ID TO XRC-CUST-ID
           MOVE LOW-VALUES      TO XRC-ACCT-ID
           START CUST-XREF-FILE KEY >= XRC-KEY
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
           END-START
           PERFORM EXPORT-ONE-ACCOUNT UNTIL WS-XREF-EOF.

       EXPORT-ONE-ACCOUNT.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
               NOT AT END
                   IF XRC-CUST-ID NOT = WS-PROF-CUST-ID
                       SET WS-XREF-EOF TO TRUE
                   ELSE
                       MOVE XRC-ACCT-ID TO WS-PROF-ACCT-ID
                       PERFORM EXPORT-ACCOUNT-BUCKETS
                   END-IF
           END-READ.

       EXPORT-ACCOUNT-BUCKETS.
           MOVE "N" TO WS-BAL-EOF-SW
           MOVE WS-PROF-ACCT-ID TO BAL-ACCT-ID
           MOVE LOW-VALUES      TO BAL-CURRENCY
           START BALANCE-FILE KEY >= BAL-KEY
               INVALID KEY
                   SET WS-BAL-EOF TO TRUE
           END-START
           PERFORM EXPORT-ONE-BUCKET UNTIL WS-BAL-EOF.

       EXPORT-ONE-BUCKET.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-BAL-EOF TO TRUE
               NOT AT END
                   IF BAL-ACCT-ID NOT = WS-PROF-ACCT-ID
                       SET WS-BAL-EOF TO TRUE
                   ELSE
                       MOVE BAL-ACCT-ID  TO WS-STMT-ACCT-ID
                       MOVE BAL-CURRENCY TO WS-STMT-CURRENCY
                       PERFORM SET-STATEMENT-BALANCES
                       IF WS-BAL-OK
                           PERFORM PRODUCE-ONE-STATEMENT
                       END-IF
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> Opening and closing balances. On the day itself the balance
      *> master has them (prior and current, or an untouched bucket's
      *> current balance twice); once the master has moved on, the
      *> day's snapshot in the balance history does.
      *> -----------------------------------------------------------------
       SET-STATEMENT-BALANCES.
           MOVE "Y" TO WS-BAL-OK-SW
           EVALUATE TRUE
               WHEN BAL-LAST-POST-DATE = WS-BUSINESS-DATE
                   MOVE BAL-PRIOR-BAL   TO WS-OPEN-BAL
                   MOVE BAL-CURRENT-BAL TO WS-CLOSE-BAL
               WHEN BAL-LAST-POST-DATE < WS-BUSINESS-DATE
                   MOVE BAL-CURRENT-BAL TO WS-OPEN-BAL
                   MOVE BAL-CURRENT-BAL TO WS-CLOSE-BAL
               WHEN OTHER
                   MOVE "N" TO WS-BAL-OK-SW
                   IF WS-HIST-ON
                       MOVE BAL-ACCT-ID      TO BH-ACCT-ID
                       MOVE BAL-CURRENCY     TO BH-CURRENCY
                       MOVE WS-BUSINESS-DATE TO BH-BUS-DATE
                       READ HIST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE BH-OPEN-BAL  TO WS-OPEN-BAL
                               MOVE BH-CLOSE-BAL TO WS-CLOSE-BAL
                               MOVE "Y" TO WS-BAL-OK-SW
                       END-READ
                   END-IF
                   IF NOT WS-BAL-OK
                       DISPLAY "WARNING: " BAL-ACCT-ID " " BAL-CURRENCY
                           " has moved past " WS-BUSINESS-DATE
                           " and the day has no balance snapshot"
                           " -- no statement"
                       ADD 1 TO WS-WARN-COUNT
                   END-IF
           END-EVALUATE.

       PRODUCE-ONE-STATEMENT.
           ADD 1 TO WS-STMT-SEQ
           MOVE SPACES TO WS-STMT-REF
           STRING "ES" WS-BUSINESS-DATE(3:6) WS-STMT-SEQ
               DELIMITED BY SIZE
               INTO WS-STMT-REF
           END-STRING

           MOVE SPACES TO WS-STMT-PATH
           STRING FUNCTION TRIM(WS-STORE-DIR) DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STMT-ACCT-ID) DELIMITED BY SIZE
                  "_"                         DELIMITED BY SIZE
                  WS-STMT-CURRENCY            DELIMITED BY SIZE
                  "_"                         DELIMITED BY SIZE
                  WS-BUSINESS-DATE            DELIMITED BY SIZE
               INTO WS-STMT-PATH
           END-STRING
           IF WS-PROF-MT940
               STRING FUNCTION TRIM(WS-STMT-PATH) ".sta"
                   DELIMITED BY SIZE
                   INTO WS-STMT-PATH
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-STMT-PATH) ".xml"
                   DELIMITED BY SIZE
                   INTO WS-STMT-PATH
               END-STRING
           END-IF

           OPEN OUTPUT STMT-FILE
           IF WS-STMT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-STMT-PATH)
               DISPLAY "       FILE STATUS = " WS-STMT-FILE-STATUS
               DISPLAY "       check LEDGER_ESTMT_STORE "
                   FUNCTION TRIM(WS-STORE-DIR) " exists"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO        TO WS-ENTRY-COUNT
           MOVE WS-OPEN-BAL TO WS-RUNNING-BAL

           IF WS-PROF-MT940
               PERFORM WRITE-MT940-HEADER
           ELSE
               PERFORM WRITE-CAMT053-HEADER
           END-IF

           MOVE "N" TO WS-TRXN-EOF-SW
           MOVE WS-STMT-ACCT-ID TO ACCT-ID
           START TRXN-FILE KEY >= ACCT-ID
               INVALID KEY
                   SET WS-TRXN-EOF TO TRUE
           END-START
           PERFORM EXPORT-ONE-ENTRY UNTIL WS-TRXN-EOF

           IF WS-PROF-MT940
               PERFORM WRITE-MT940-TRAILER
           ELSE
               PERFORM WRITE-CAMT053-TRAILER
           END-IF

           CLOSE STMT-FILE
           ADD 1 TO WS-STMT-COUNT

           *> Opening balance plus the day's entries must land on the
           *> closing balance -- if not, the statement still goes, but
           *> the difference is flagged for operations.
           IF WS-RUNNING-BAL NOT = WS-CLOSE-BAL
               MOVE WS-RUNNING-BAL TO WS-FMT-AMT-ED
               DISPLAY "WARNING: " WS-STMT-ACCT-ID " "
                   WS-STMT-CURRENCY " opening plus entries "
                   FUNCTION TRIM(WS-FMT-AMT-ED)
                   " does not agree with the closing balance"
                   " -- has balance posting run?"
               ADD 1 TO WS-WARN-COUNT
           END-IF

           MOVE WS-PROF-DIR TO WS-LG-DIR
           PERFORM DELIVER-STORED-COPY

           MOVE "O"              TO WS-LOG-KIND
           MOVE WS-BUSINESS-DATE TO WS-LG-DATE
           MOVE WS-STMT-ACCT-ID  TO WS-LG-ACCT-ID
           MOVE WS-STMT-CURRENCY TO WS-LG-CURRENCY
           MOVE WS-PROF-CUST-ID  TO WS-LG-CUST-ID
           MOVE WS-PROF-FORMAT   TO WS-LG-FORMAT
           MOVE WS-ENTRY-COUNT   TO WS-LG-ENTRIES
           MOVE WS-STMT-PATH     TO WS-LG-STORE
           PERFORM WRITE-ESTMT-LOG-LINE.

       EXPORT-ONE-ENTRY.
           READ TRXN-FILE NEXT RECORD
               AT END
                   SET WS-TRXN-EOF TO TRUE
               NOT AT END
                   IF ACCT-ID NOT = WS-STMT-ACCT-ID
                       SET WS-TRXN-EOF TO TRUE
                   ELSE
                       IF POST-DATE = WS-BUSINESS-DATE
                           AND CURRENCY-CODE = WS-STMT-CURRENCY
                           PERFORM WRITE-ONE-ENTRY
                       END-IF
                   END-IF
           END-READ.

       WRITE-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           IF TRXN-TYPE = "D"
               SUBTRACT TRXN-AMT FROM WS-RUNNING-BAL
               MOVE "D"    TO WS-FMT-DC
               MOVE "DBIT" TO WS-FMT-CAMT-DC
           ELSE
               ADD TRXN-AMT TO WS-RUNNING-BAL
               MOVE "C"    TO WS-FMT-DC
               MOVE "CRDT" TO WS-FMT-CAMT-DC
           END-IF

           MOVE "MSC" TO WS-BTC-TYPE
           IF WS-CHNL-ON
               MOVE CHANNEL-CODE TO REF-CODE
               READ CHANNEL-REF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REF-SWIFT-TXN-TYPE NOT = SPACES
                           MOVE REF-SWIFT-TXN-TYPE TO WS-BTC-TYPE
                       END-IF
               END-READ
           END-IF

           MOVE TRXN-DESC TO WS-ENTRY-DESC
           IF WS-ENTRY-DESC = SPACES
               MOVE CHANNEL-CODE TO WS-ENTRY-DESC
           END-IF

           MOVE TRXN-AMT  TO WS-FMT-AMT
           MOVE POST-DATE TO WS-FMT-DATE
           IF WS-PROF-MT940
               PERFORM WRITE-MT940-ENTRY
           ELSE
               PERFORM WRITE-CAMT053-ENTRY
           END-IF.

      *> =================================================================
      *> SWIFT MT940 -- block 1/2 headers, then :20: :25: :28C: :60F:,
      *> a :61:/:86: pair per entry, and :62F:. Amounts use a decimal
      *> comma; the entry reference is the TRXN-ID.
      *> =================================================================
       WRITE-MT940-HEADER.
           MOVE SPACES TO WS-STMT-LINE
           STRING "{1:F01" WS-BANK-BIC(1:8) "A" WS-BANK-BIC(9:3)
                  "0000000000}{2:I940" WS-PROF-BIC(1:8) "X"
                  WS-PROF-BIC(9:3) "N}{4:"
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE

           MOVE SPACES TO WS-STMT-LINE
           STRING ":20:" WS-STMT-REF DELIMITED BY SPACE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE

           MOVE SPACES TO WS-STMT-LINE
           STRING ":25:" WS-STMT-ACCT-ID DELIMITED BY SPACE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE

           MOVE SPACES TO WS-STMT-LINE
           STRING ":28C:" FUNCTION TRIM(WS-STMT-NO-ED) "/1"
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE

           MOVE WS-OPEN-BAL      TO WS-FMT-AMT
           MOVE WS-BUSINESS-DATE TO WS-FMT-DATE
           PERFORM FORMAT-SIGNED-BALANCE
           PERFORM FORMAT-MT940-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING ":60F:" WS-FMT-DC WS-FMT-DATE(3:6) WS-STMT-CURRENCY
                  FUNCTION TRIM(WS-FMT-AMT-TXT)
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE.

       WRITE-MT940-ENTRY.
           PERFORM FORMAT-MT940-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING ":61:" WS-FMT-DATE(3:6) WS-FMT-DATE(5:4) WS-FMT-DC
                  FUNCTION TRIM(WS-FMT-AMT-TXT) "N" WS-BTC-TYPE
                  FUNCTION TRIM(TRXN-ID) "//" FUNCTION TRIM(TRXN-ID)
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE

           MOVE SPACES TO WS-STMT-LINE
           STRING ":86:" FUNCTION TRIM(WS-ENTRY-DESC)
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE.

       WRITE-MT940-TRAILER.
           MOVE WS-CLOSE-BAL     TO WS-FMT-AMT
           MOVE WS-BUSINESS-DATE TO WS-FMT-DATE
           PERFORM FORMAT-SIGNED-BALANCE
           PERFORM FORMAT-MT940-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING ":62F:" WS-FMT-DC WS-FMT-DATE(3:6) WS-STMT-CURRENCY
                  FUNCTION TRIM(WS-FMT-AMT-TXT)
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE
           MOVE "-}" TO WS-STMT-LINE
           PERFORM PUT-STMT-LINE.

      *> =================================================================
      *> ISO 20022 camt.053.001.02 -- one Stmt per file, OPBD and CLBD
      *> balances, one Ntry per posting with the TRXN-ID as entry and
      *> servicer reference and the SWIFT code as the proprietary bank
      *> transaction code.
      *> =================================================================
       WRITE-CAMT053-HEADER.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO WS-STMT-LINE
           PERFORM PUT-STMT-LINE
           MOVE "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:camt.053.001.02"">"
               TO WS-STMT-LINE
           PERFORM PUT-STMT-LINE
           MOVE "<BkToCstmrStmt>" TO WS-STMT-LINE
           PERFORM PUT-STMT-LINE

           MOVE SPACES TO WS-STMT-LINE
           STRING "<GrpHdr><MsgId>" FUNCTION TRIM(WS-STMT-REF)
                  "</MsgId><CreDtTm>" WS-RUN-DATE(1:4) "-"
                  WS-RUN-DATE(5:2) "-" WS-RUN-DATE(7:2) "T"
                  WS-RUN-TIME(1:2) ":" WS-RUN-TIME(3:2) ":"
                  WS-RUN-TIME(5:2) "</CreDtTm></GrpHdr>"
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE

           MOVE SPACES TO WS-STMT-LINE
           STRING "<Stmt><Id>" FUNCTION TRIM(WS-STMT-REF)
                  "</Id><ElctrncSeqNb>" FUNCTION TRIM(WS-STMT-NO-ED)
                  "</ElctrncSeqNb><CreDtTm>" WS-RUN-DATE(1:4) "-"
                  WS-RUN-DATE(5:2) "-" WS-RUN-DATE(7:2) "T"
                  WS-RUN-TIME(1:2) ":" WS-RUN-TIME(3:2) ":"
                  WS-RUN-TIME(5:2) "</CreDtTm>"
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE

           MOVE SPACES TO WS-STMT-LINE
           STRING "<Acct><Id><Othr><Id>" FUNCTION TRIM(WS-STMT-ACCT-ID)
                  "</Id></Othr></Id><Ccy>" WS-STMT-CURRENCY
                  "</Ccy></Acct>"
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE

           MOVE WS-OPEN-BAL TO WS-FMT-AMT
           MOVE "OPBD" TO WS-BAL-TYPE
           PERFORM WRITE-CAMT053-BALANCE.

       WRITE-CAMT053-BALANCE.
           *> WS-BAL-TYPE is OPBD or CLBD.
           MOVE WS-BUSINESS-DATE TO WS-FMT-DATE
           PERFORM FORMAT-ISO-DATE
           PERFORM FORMAT-SIGNED-BALANCE
           PERFORM FORMAT-CAMT-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING "<Bal><Tp><CdOrPrtry><Cd>" WS-BAL-TYPE
                  "</Cd></CdOrPrtry></Tp>"
                  "<Amt Ccy=""" WS-STMT-CURRENCY """>"
                  FUNCTION TRIM(WS-FMT-AMT-TXT) "</Amt><CdtDbtInd>"
                  WS-FMT-CAMT-DC "</CdtDbtInd><Dt><Dt>"
                  WS-FMT-ISO-DATE "</Dt></Dt></Bal>"
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE.

       WRITE-CAMT053-ENTRY.
           PERFORM FORMAT-CAMT-AMOUNT
           PERFORM FORMAT-ISO-DATE
           *> Free text in XML: the three markup characters give way.
           INSPECT WS-ENTRY-DESC CONVERTING "&<>" TO "+()"

           MOVE SPACES TO WS-STMT-LINE
           STRING "<Ntry><NtryRef>" FUNCTION TRIM(TRXN-ID)
                  "</NtryRef><Amt Ccy=""" WS-STMT-CURRENCY """>"
                  FUNCTION TRIM(WS-FMT-AMT-TXT) "</Amt><CdtDbtInd>"
                  WS-FMT-CAMT-DC "</CdtDbtInd><Sts>BOOK</Sts>"
                  "<BookgDt><Dt>" WS-FMT-ISO-DATE "</Dt></BookgDt>"
                  "<ValDt><Dt>" WS-FMT-ISO-DATE "</Dt></ValDt>"
                  "<AcctSvcrRef>" FUNCTION TRIM(TRXN-ID)
                  "</AcctSvcrRef>"
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE

           MOVE SPACES TO WS-STMT-LINE
           STRING "<BkTxCd><Prtry><Cd>N" WS-BTC-TYPE
                  "</Cd><Issr>SWIFT</Issr></Prtry></BkTxCd>"
                  "<NtryDtls><TxDtls><Refs><AcctSvcrRef>"
                  FUNCTION TRIM(TRXN-ID)
                  "</AcctSvcrRef></Refs><AddtlTxInf>"
                  FUNCTION TRIM(WS-ENTRY-DESC)
                  "</AddtlTxInf></TxDtls></NtryDtls></Ntry>"
               DELIMITED BY SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM PUT-STMT-LINE.

       WRITE-CAMT053-TRAILER.
           MOVE WS-CLOSE-BAL TO WS-FMT-AMT
           MOVE "CLBD" TO WS-BAL-TYPE
           PERFORM WRITE-CAMT053-BALANCE
           MOVE "</Stmt>" TO WS-STMT-LINE
           PERFORM PUT-STMT-LINE
           MOVE "</BkToCstmrStmt>" TO WS-STMT-LINE
           PERFORM PUT-STMT-LINE
           MOVE "</Document>" TO WS-STMT-LINE
           PERFORM PUT-STMT-LINE.

      *> -----------------------------------------------------------------
      *> Formatting helpers -- a balance's sign becomes the D/C mark and
      *> the amount is always shown unsigned.
      *> -----------------------------------------------------------------
       FORMAT-SIGNED-BALANCE.
           IF WS-FMT-AMT < ZERO
               MOVE "D"    TO WS-FMT-DC
               MOVE "DBIT" TO WS-FMT-CAMT-DC
               COMPUTE WS-FMT-AMT = WS-FMT-AMT * -1
           ELSE
               MOVE "C"    TO WS-FMT-DC
               MOVE "CRDT" TO WS-FMT-CAMT-DC
           END-IF.

       FORMAT-MT940-AMOUNT.
           MOVE WS-FMT-AMT TO WS-FMT-AMT-ED
           MOVE FUNCTION TRIM(WS-FMT-AMT-ED) TO WS-FMT-AMT-TXT
           INSPECT WS-FMT-AMT-TXT REPLACING ALL "." BY ",".

       FORMAT-CAMT-AMOUNT.
           MOVE WS-FMT-AMT TO WS-FMT-AMT-ED
           MOVE FUNCTION TRIM(WS-FMT-AMT-ED) TO WS-FMT-AMT-TXT.

       FORMAT-ISO-DATE.
           MOVE SPACES TO WS-FMT-ISO-DATE
           STRING WS-FMT-DATE(1:4) "-" WS-FMT-DATE(5:2) "-"
                  WS-FMT-DATE(7:2)
               DELIMITED BY SIZE
               INTO WS-FMT-ISO-DATE
           END-STRING.

       PUT-STMT-LINE.
           MOVE WS-STMT-LINE TO STMT-REC
           WRITE STMT-REC
           MOVE SPACES TO WS-STMT-LINE.

      *> =================================================================
      *> Delivery: the stored copy goes to the customer's directory,
      *> run the way LEDGER-EXTRACT-DISTRIBUTE delivers an extract.
      *> =================================================================
       DELIVER-STORED-COPY.
           MOVE SPACES TO WS-STEP-COMMAND
           STRING "cp "                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STMT-PATH)  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-DIR)     DELIMITED BY SIZE
                  "/"                          DELIMITED BY SIZE
               INTO WS-STEP-COMMAND
           END-STRING
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-STEP-COMMAND
           *> SYSTEM hands back the raw wait status -- the exit code
           *> lives in the high byte.
           COMPUTE WS-STEP-RC = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-RC = ZERO
               MOVE "OK" TO WS-DELIVER-STATUS
           ELSE
               MOVE "FAIL" TO WS-DELIVER-STATUS
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY "WARNING: delivery of "
                   FUNCTION TRIM(WS-STMT-PATH) " to "
                   FUNCTION TRIM(WS-LG-DIR) " failed with RC "
                   WS-STEP-RC " -- RESEND it once the directory is "
                   "reachable"
           END-IF.

       WRITE-ESTMT-LOG-LINE.
           MOVE SPACES TO ESTMT-LOG-REC
           STRING WS-LG-DATE                    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-LG-ACCT-ID                 DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-LG-CURRENCY                DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-LG-CUST-ID                 DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-FORMAT)   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-LOG-KIND                   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-LG-ENTRIES                 DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-STORE)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LG-DIR)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-RUN-TIME                   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DELIVER-STATUS) DELIMITED BY SIZE
               INTO ESTMT-LOG-REC
           END-STRING
           WRITE ESTMT-LOG-REC.

      *> =================================================================
      *> RESEND -- the statement log's latest entry for the account and
      *> day (per currency, or the one currency asked for) names the
      *> stored copy and where it went; deliver it there again and log
      *> the re-send.
      *> =================================================================
       RESEND-STATEMENT.
           *> Arg 2: ACCT_ID; Arg 3: BUSINESS_DATE;
           *> Arg 4 (optional): CURRENCY
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-RSND-ACCT-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:8) TO WS-RSND-DATE
           IF WS-ARG-COUNT > 3
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3))
                   TO WS-RSND-CURR
           END-IF

           OPEN INPUT ESTMT-LOG-FILE
           IF WS-ESTMT-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open statement log "
                   FUNCTION TRIM(WS-ESTMT-LOG-PATH)
               DISPLAY "       FILE STATUS = " WS-ESTMT-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FIND-ONE-LOGGED-STATEMENT UNTIL WS-EOF
           CLOSE ESTMT-LOG-FILE

           IF WS-RSND-COUNT = ZERO
               DISPLAY "ERROR: no statement logged for "
                   WS-RSND-ACCT-ID " on " WS-RSND-DATE
                   " in " FUNCTION TRIM(WS-ESTMT-LOG-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-ESTMT-LOG-EXTEND
           PERFORM RESEND-ONE-STATEMENT
               VARYING WS-RSND-IDX FROM 1 BY 1
               UNTIL WS-RSND-IDX > WS-RSND-COUNT
           CLOSE ESTMT-LOG-FILE

           IF WS-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       FIND-ONE-LOGGED-STATEMENT.
           READ ESTMT-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM MATCH-ONE-LOG-LINE
           END-READ.

       MATCH-ONE-LOG-LINE.
           MOVE SPACES TO WS-LOG-FIELDS
           UNSTRING ESTMT-LOG-REC DELIMITED BY "|"
               INTO WS-LG-DATE WS-LG-ACCT-ID WS-LG-CURRENCY
                    WS-LG-CUST-ID WS-LG-FORMAT WS-LG-KIND
                    WS-LG-ENTRIES WS-LG-STORE WS-LG-DIR
                    WS-LG-RUN-DATE WS-LG-RUN-TIME WS-LG-STATUS
           END-UNSTRING

           IF WS-LG-ACCT-ID NOT = WS-RSND-ACCT-ID
               OR WS-LG-DATE NOT = WS-RSND-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-RSND-CURR NOT = SPACES
               AND WS-LG-CURRENCY NOT = WS-RSND-CURR
               EXIT PARAGRAPH
           END-IF

           *> A later line for the same currency replaces the earlier
           *> one -- the log is in the order things happened.
           MOVE ZERO TO WS-RSND-FOUND
           PERFORM MATCH-ONE-RESEND-CURRENCY
               VARYING WS-RSND-IDX FROM 1 BY 1
               UNTIL WS-RSND-IDX > WS-RSND-COUNT
               OR WS-RSND-FOUND NOT = ZERO
           IF WS-RSND-FOUND = ZERO
               IF WS-RSND-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RSND-COUNT
               MOVE WS-RSND-COUNT TO WS-RSND-FOUND
           END-IF
           MOVE WS-LG-CURRENCY TO WS-RS-CURRENCY(WS-RSND-FOUND)
           MOVE WS-LG-CUST-ID  TO WS-RS-CUST-ID(WS-RSND-FOUND)
           MOVE WS-LG-FORMAT   TO WS-RS-FORMAT(WS-RSND-FOUND)
           MOVE WS-LG-ENTRIES  TO WS-RS-ENTRIES(WS-RSND-FOUND)
           MOVE WS-LG-STORE    TO WS-RS-STORE(WS-RSND-FOUND)
           MOVE WS-LG-DIR      TO WS-RS-DIR(WS-RSND-FOUND).

       MATCH-ONE-RESEND-CURRENCY.
           IF WS-RS-CURRENCY(WS-RSND-IDX) = WS-LG-CURRENCY
               MOVE WS-RSND-IDX TO WS-RSND-FOUND
           END-IF.

       RESEND-ONE-STATEMENT.
           MOVE WS-RS-STORE(WS-RSND-IDX) TO WS-STMT-PATH
           MOVE WS-RS-DIR(WS-RSND-IDX)   TO WS-LG-DIR
           PERFORM DELIVER-STORED-COPY

           MOVE "R"                         TO WS-LOG-KIND
           MOVE WS-RSND-DATE                TO WS-LG-DATE
           MOVE WS-RSND-ACCT-ID             TO WS-LG-ACCT-ID
           MOVE WS-RS-CURRENCY(WS-RSND-IDX) TO WS-LG-CURRENCY
           MOVE WS-RS-CUST-ID(WS-RSND-IDX)  TO WS-LG-CUST-ID
           MOVE WS-RS-FORMAT(WS-RSND-IDX)   TO WS-LG-FORMAT
           MOVE WS-RS-ENTRIES(WS-RSND-IDX)  TO WS-LG-ENTRIES
           MOVE WS-STMT-PATH                TO WS-LG-STORE
           PERFORM WRITE-ESTMT-LOG-LINE

           DISPLAY "Re-sent " FUNCTION TRIM(WS-STMT-PATH) " to "
               FUNCTION TRIM(WS-LG-DIR) " -- " WS-DELIVER-STATUS.
