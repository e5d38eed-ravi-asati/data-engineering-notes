       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-MASTER-BACKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Only one master is open at a time, so every master is
           *> assigned through the same path field and shares one status.
           SELECT ACCT-MASTER-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRC-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-TRXN-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-TRXN-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FX-RATE-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT INT-RATE-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IRT-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT WHT-RATE-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHT-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT ACCT-COUNTER-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-BRANCH-CODE
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT ACCT-GRANDFATHER-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GF-ACCT-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT OD-FACILITY-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ODF-ACCT-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT STOP-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRD-CODE
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT FWD-PAYMENT-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FWD-TRXN-ID
               ALTERNATE RECORD KEY IS FWD-ACCT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS FWD-POST-DATE WITH DUPLICATES
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT CUST-CONTACT-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-CUST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT CUST-TAX-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTX-CUST-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT MASTER-CHANGE-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MCH-CHANGE-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT WATCH-LIST-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-ENTRY-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT SCREEN-HIT-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT SCREEN-CLEAR-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCL-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT SCHED-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT DEPOSIT-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-DEPOSIT-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-CASE-NO
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT ID-REGISTRY-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PID-TRXN-ID
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT CHANNEL-REF-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REF-CODE
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT TXN-REF-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TREF-CODE
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT BRANCH-REF-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREF-CODE
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT ALERT-PREF-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT OD-EXCESS-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ODX-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT PROC-REG-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT TOKEN-XREF-FILE ASSIGN TO WS-MST-OPEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-ACCT-NO
               ALTERNATE RECORD KEY IS XRF-TOKEN
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           COPY "batch_lock_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       FD  CUST-MASTER-FILE.
       COPY "cust_master.cpy".

       FD  XREF-FILE.
       COPY "cust_acct_xref.cpy".

       FD  BALANCE-FILE.
       COPY "balance_master.cpy".

       FD  PENDING-FILE.
       COPY "pending_trxn.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspense_master.cpy".

       FD  ORDER-FILE.
       COPY "standing_order.cpy".

       FD  PERIOD-FILE.
       COPY "period_status.cpy".

       FD  PROFILE-FILE.
       COPY "operator_profile.cpy".

       FD  FX-RATE-FILE.
       COPY "fx_rate_table.cpy".

       FD  INT-RATE-FILE.
       COPY "int_rate_table.cpy".

       FD  WHT-RATE-FILE.
       COPY "wht_rate.cpy".

       FD  ACCT-COUNTER-FILE.
       COPY "acct_counter.cpy".

       FD  ACCT-GRANDFATHER-FILE.
       COPY "acct_grandfather.cpy".

       FD  HOLD-FILE.
       COPY "funds_hold.cpy".

       FD  OD-FACILITY-FILE.
       COPY "od_facility.cpy".

       FD  STOP-FILE.
       COPY "stop_payment.cpy".

       FD  PRODUCT-FILE.
       COPY "product_master.cpy".

       FD  FWD-PAYMENT-FILE.
       COPY "fwd_payment.cpy".

       FD  CUST-CONTACT-FILE.
       COPY "cust_contact.cpy".

       FD  CUST-TAX-FILE.
       COPY "cust_tax.cpy".

       FD  MASTER-CHANGE-FILE.
       COPY "master_change.cpy".

       FD  WATCH-LIST-FILE.
       COPY "watch_list.cpy".

       FD  SCREEN-HIT-FILE.
       COPY "screen_hit.cpy".

       FD  SCREEN-CLEAR-FILE.
       COPY "screen_clear.cpy".

       FD  LOAN-FILE.
       COPY "loan_master.cpy".

       FD  SCHED-FILE.
       COPY "loan_schedule.cpy".

       FD  DEPOSIT-FILE.
       COPY "term_deposit.cpy".

       FD  DISPUTE-FILE.
       COPY "dispute_case.cpy".

       FD  ID-REGISTRY-FILE.
       COPY "trxn_id_registry.cpy".

       FD  CHANNEL-REF-FILE.
       COPY "ref_code.cpy".

       FD  TXN-REF-FILE.
       COPY "ref_code.cpy" REPLACING ==REF-CODE-REC== BY
           ==TXN-REF-REC== ==REF-CODE== BY ==TREF-CODE==
           ==REF-DESC== BY ==TREF-DESC== ==REF-EFF-DATE== BY
           ==TREF-EFF-DATE== ==REF-EXP-DATE== BY ==TREF-EXP-DATE==
           ==REF-BDAY-POLICY== BY ==TREF-BDAY-POLICY==
           ==REF-CASH-FLAG== BY ==TREF-CASH-FLAG==
           ==REF-STOP-FLAG== BY ==TREF-STOP-FLAG==
           ==REF-SWIFT-TXN-TYPE== BY ==TREF-SWIFT-TXN-TYPE==.

       FD  BRANCH-REF-FILE.
       COPY "ref_code.cpy" REPLACING ==REF-CODE-REC== BY
           ==BRANCH-REF-REC== ==REF-CODE== BY ==BREF-CODE==
           ==REF-DESC== BY ==BREF-DESC== ==REF-EFF-DATE== BY
           ==BREF-EFF-DATE== ==REF-EXP-DATE== BY ==BREF-EXP-DATE==
           ==REF-BDAY-POLICY== BY ==BREF-BDAY-POLICY==
           ==REF-CASH-FLAG== BY ==BREF-CASH-FLAG==
           ==REF-STOP-FLAG== BY ==BREF-STOP-FLAG==
           ==REF-SWIFT-TXN-TYPE== BY ==BREF-SWIFT-TXN-TYPE==.

       FD  ALERT-PREF-FILE.
       COPY "alert_pref.cpy".

       FD  HIST-FILE.
       COPY "balance_history.cpy".

       FD  OD-EXCESS-FILE.
       COPY "od_excess.cpy".

       COPY "proc_registry_fd.cpy".

       FD  TOKEN-XREF-FILE.
       COPY "token_xref.cpy".

       *> One master's records in key order, each padded out to 500
       *> bytes; the catalog carries the true record length.
       FD  BACKUP-FILE.
       01  BACKUP-REC             PIC X(500).

       *> The set's catalog, written only once every master is copied,
       *> so a set without one is incomplete and never restored from:
       *>   SET|set-date|created-date|created-time|user
       *>   FILE|name|PRESENT or ABSENT|records|checksum|rec-len|path
       *>   END|files|total-records
       FD  CATALOG-FILE.
       01  CATALOG-REC            PIC X(300).

       COPY "batch_lock_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MST-FILE-STATUS      PIC XX.
       01 WS-BACKUP-FILE-STATUS   PIC XX.
       01 WS-CATALOG-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(200).
       01 WS-COMMAND              PIC X(8).
       01 WS-BACKUP-BASE          PIC X(180).
       01 WS-SET-DATE             PIC X(8).
       01 WS-BACKUP-PATH          PIC X(220).
       01 WS-CATALOG-PATH         PIC X(220).
       01 WS-MST-OPEN-PATH        PIC X(200).

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME-RAW         PIC 9(8).
       01 WS-RUN-USER             PIC X(30).

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-SET-OK-SW            PIC X(1)    VALUE "Y".
           88 WS-SET-OK                       VALUE "Y".
       01 WS-SET-END-SW           PIC X(1)    VALUE "N".
           88 WS-SET-END-SEEN                 VALUE "Y".

      *> -----------------------------------------------------------------
      *> The masters that make up one consistent set -- every indexed
      *> file the system keeps from one day to the next -- each resolved
      *> from the same environment variable (and default) the programs
      *> that maintain it use. The loan master, term deposits, dispute
      *> cases and alert preferences are maintained through a path
      *> argument; LEDGER_LOAN_MASTER, LEDGER_TERM_DEPOSITS,
      *> LEDGER_DISPUTE_CASES and LEDGER_ALERT_PREFS name them here.
      *> TRXN-FILE is not here: the recovery journal and LEDGER-REBUILD
      *> already cover it. Nor are LEDGER-PARALLEL-POST's split, line-
      *> map, reject-order and seen-ID files, which live for one run.
      *> -----------------------------------------------------------------
       01 WS-MST-COUNT            PIC 9(2)    VALUE 38.
       01 WS-MST-TABLE.
           05 WS-MST-ENTRY OCCURS 38 TIMES.
              10 WS-MST-NAME      PIC X(20).
              10 WS-MST-ENV       PIC X(30).
              10 WS-MST-DEFAULT   PIC X(40).
              10 WS-MST-PATH      PIC X(200).
              10 WS-MST-REC-LEN   PIC 9(4).
              10 WS-MST-PRESENT   PIC X(7).
              10 WS-MST-RECORDS   PIC 9(9).
              10 WS-MST-CHECKSUM  PIC 9(9).
              *> what the catalog says, for VERIFY and RESTORE
              10 WS-CAT-SEEN-SW   PIC X(1).
              10 WS-CAT-PRESENT   PIC X(7).
              10 WS-CAT-RECORDS   PIC 9(9).
              10 WS-CAT-CHECKSUM  PIC 9(9).
              10 WS-CAT-REC-LEN   PIC 9(4).
              10 WS-CAT-PATH      PIC X(200).
       01 WS-MST-IDX              PIC 9(2).
       01 WS-MST-HIT-IDX          PIC 9(2).

       01 WS-COPY-REC             PIC X(500).
       01 WS-COPY-LEN             PIC 9(4).
       01 WS-COPY-RECORDS         PIC 9(9).
       01 WS-TOTAL-RECORDS        PIC 9(11)   VALUE ZERO.

      *> Same rolling hash the audit chain uses, carried across every
      *> byte of every record in key order.
       01 WS-HASH-WORK            PIC 9(18)   COMP.
       01 WS-HASH-IDX             PIC 9(4).
       01 WS-HASH-ORD             PIC 9(4).

       01 WS-CATALOG-LINE         PIC X(300).
       01 WS-C-TYPE               PIC X(10).
       01 WS-C-FIELD-2            PIC X(20).
       01 WS-C-FIELD-3            PIC X(20).
       01 WS-C-FIELD-4            PIC X(20).
       01 WS-C-FIELD-5            PIC X(20).
       01 WS-C-FIELD-6            PIC X(20).
       01 WS-C-FIELD-7            PIC X(200).
       01 WS-C-FILES              PIC 9(2).
       01 WS-C-TOTAL              PIC 9(11).

       COPY "batch_lock_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: COMMAND -- BACKUP, VERIFY or RESTORE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           *> Arg 2: BACKUP_BASE_PATH -- a path prefix, dated below
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-BACKUP-BASE

           *> Arg 3: SET_DATE (YYYYMMDD) -- the business date the set
           *> is taken at, or the set to verify/restore
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:8) TO WS-SET-DATE
           IF WS-SET-DATE IS NOT NUMERIC
               DISPLAY "ERROR: SET_DATE must be YYYYMMDD, got "
                   WS-SET-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-CATALOG-PATH
           STRING FUNCTION TRIM(WS-BACKUP-BASE) DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
                  WS-SET-DATE                   DELIMITED BY SIZE
                  ".cat"                        DELIMITED BY SIZE
               INTO WS-CATALOG-PATH
           END-STRING

           PERFORM LOAD-MASTER-TABLE

           EVALUATE WS-COMMAND
               WHEN "BACKUP  "
                   PERFORM TAKE-BACKUP-SET
               WHEN "VERIFY  "
                   PERFORM VERIFY-BACKUP-SET
                   DISPLAY "Backup set " WS-SET-DATE " verified: "
                       WS-TOTAL-RECORDS " records in " WS-MST-COUNT
                       " masters match " FUNCTION TRIM(WS-CATALOG-PATH)
               WHEN "RESTORE "
                   PERFORM RESTORE-BACKUP-SET
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_master_backup BACKUP|VERIFY|RESTORE BACKUP_BASE_PATH SET_DATE"
           DISPLAY "Masters are found through the same LEDGER_* variables the programs"
           DISPLAY "that maintain them use; BACKUP and RESTORE hold the day-end lock."
           DISPLAY "Files maintained by path argument are named by LEDGER_LOAN_MASTER,"
           DISPLAY "LEDGER_TERM_DEPOSITS, LEDGER_DISPUTE_CASES and LEDGER_ALERT_PREFS."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_master_backup BACKUP /data/backup/masters 20260930"
           DISPLAY "  (writes /data/backup/masters.20260930.<master>.bkp and .cat)".

       LOAD-MASTER-TABLE.
           MOVE "acct_master"          TO WS-MST-NAME(1)
           MOVE "LEDGER_ACCT_MASTER"   TO WS-MST-ENV(1)
           MOVE "./acct_master.dat"    TO WS-MST-DEFAULT(1)
           MOVE FUNCTION LENGTH(ACCT-MASTER-REC) TO WS-MST-REC-LEN(1)

           MOVE "cust_master"          TO WS-MST-NAME(2)
           MOVE "LEDGER_CUST_MASTER"   TO WS-MST-ENV(2)
           MOVE "./cust_master.dat"    TO WS-MST-DEFAULT(2)
           MOVE FUNCTION LENGTH(CUST-MASTER-REC) TO WS-MST-REC-LEN(2)

           MOVE "cust_acct_xref"       TO WS-MST-NAME(3)
           MOVE "LEDGER_CUST_XREF"     TO WS-MST-ENV(3)
           MOVE "./cust_acct_xref.dat" TO WS-MST-DEFAULT(3)
           MOVE FUNCTION LENGTH(CUST-XREF-REC) TO WS-MST-REC-LEN(3)

           MOVE "balance_master"       TO WS-MST-NAME(4)
           MOVE "LEDGER_BALANCE_MASTER" TO WS-MST-ENV(4)
           MOVE "./balance_master.dat" TO WS-MST-DEFAULT(4)
           MOVE FUNCTION LENGTH(BALANCE-REC) TO WS-MST-REC-LEN(4)

           MOVE "pending_trxn"         TO WS-MST-NAME(5)
           MOVE "LEDGER_PENDING_FILE"  TO WS-MST-ENV(5)
           MOVE "./pending_trxn.dat"   TO WS-MST-DEFAULT(5)
           MOVE FUNCTION LENGTH(PENDING-REC) TO WS-MST-REC-LEN(5)

           MOVE "suspense"             TO WS-MST-NAME(6)
           MOVE "LEDGER_SUSPENSE_FILE" TO WS-MST-ENV(6)
           MOVE "./suspense.dat"       TO WS-MST-DEFAULT(6)
           MOVE FUNCTION LENGTH(SUSPENSE-REC) TO WS-MST-REC-LEN(6)

           MOVE "standing_orders"      TO WS-MST-NAME(7)
           MOVE "LEDGER_STANDING_ORDERS" TO WS-MST-ENV(7)
           MOVE "./standing_orders.dat" TO WS-MST-DEFAULT(7)
           MOVE FUNCTION LENGTH(STANDING-ORDER-REC) TO WS-MST-REC-LEN(7)

           MOVE "period_status"        TO WS-MST-NAME(8)
           MOVE "LEDGER_PERIOD_FILE"   TO WS-MST-ENV(8)
           MOVE "./period_status.dat"  TO WS-MST-DEFAULT(8)
           MOVE FUNCTION LENGTH(PERIOD-REC) TO WS-MST-REC-LEN(8)

           MOVE "operator_profile"     TO WS-MST-NAME(9)
           MOVE "LEDGER_OPERATOR_FILE" TO WS-MST-ENV(9)
           MOVE "./operator_profile.dat" TO WS-MST-DEFAULT(9)
           MOVE FUNCTION LENGTH(OPERATOR-REC) TO WS-MST-REC-LEN(9)

           MOVE "fx_rates"             TO WS-MST-NAME(10)
           MOVE "LEDGER_FX_RATES"      TO WS-MST-ENV(10)
           MOVE "./fx_rates.dat"       TO WS-MST-DEFAULT(10)
           MOVE FUNCTION LENGTH(FX-RATE-REC) TO WS-MST-REC-LEN(10)

           MOVE "int_rates"            TO WS-MST-NAME(11)
           MOVE "LEDGER_INT_RATES"     TO WS-MST-ENV(11)
           MOVE "./int_rates.dat"      TO WS-MST-DEFAULT(11)
           MOVE FUNCTION LENGTH(INT-RATE-REC) TO WS-MST-REC-LEN(11)

           MOVE "wht_rates"            TO WS-MST-NAME(12)
           MOVE "LEDGER_WHT_RATES"     TO WS-MST-ENV(12)
           MOVE "./wht_rates.dat"      TO WS-MST-DEFAULT(12)
           MOVE FUNCTION LENGTH(WHT-RATE-REC) TO WS-MST-REC-LEN(12)

           MOVE "acct_counters"        TO WS-MST-NAME(13)
           MOVE "LEDGER_ACCT_COUNTERS" TO WS-MST-ENV(13)
           MOVE "./acct_counters.dat"  TO WS-MST-DEFAULT(13)
           MOVE FUNCTION LENGTH(ACCT-COUNTER-REC) TO WS-MST-REC-LEN(13)

           MOVE "acct_grandfather"     TO WS-MST-NAME(14)
           MOVE "LEDGER_ACCT_GRANDFATHER" TO WS-MST-ENV(14)
           MOVE "./acct_grandfather.dat" TO WS-MST-DEFAULT(14)
           MOVE FUNCTION LENGTH(ACCT-GRANDFATHER-REC)
               TO WS-MST-REC-LEN(14)

           MOVE "funds_hold"           TO WS-MST-NAME(15)
           MOVE "LEDGER_HOLD_FILE"     TO WS-MST-ENV(15)
           MOVE "./funds_hold.dat"     TO WS-MST-DEFAULT(15)
           MOVE FUNCTION LENGTH(FUNDS-HOLD-REC) TO WS-MST-REC-LEN(15)

           MOVE "od_facility"          TO WS-MST-NAME(16)
           MOVE "LEDGER_OD_FACILITY"   TO WS-MST-ENV(16)
           MOVE "./od_facility.dat"    TO WS-MST-DEFAULT(16)
           MOVE FUNCTION LENGTH(OD-FACILITY-REC) TO WS-MST-REC-LEN(16)

           MOVE "stop_payment"         TO WS-MST-NAME(17)
           MOVE "LEDGER_STOP_FILE"     TO WS-MST-ENV(17)
           MOVE "./stop_payment.dat"   TO WS-MST-DEFAULT(17)
           MOVE FUNCTION LENGTH(STOP-PAYMENT-REC) TO WS-MST-REC-LEN(17)

           MOVE "product_master"       TO WS-MST-NAME(18)
           MOVE "LEDGER_PRODUCT_MASTER" TO WS-MST-ENV(18)
           MOVE "./product_master.dat" TO WS-MST-DEFAULT(18)
           MOVE FUNCTION LENGTH(PRODUCT-REC) TO WS-MST-REC-LEN(18)

           MOVE "fwd_payments"         TO WS-MST-NAME(19)
           MOVE "LEDGER_FWD_WAREHOUSE" TO WS-MST-ENV(19)
           MOVE "./fwd_payments.dat"   TO WS-MST-DEFAULT(19)
           MOVE FUNCTION LENGTH(FWD-PAYMENT-REC) TO WS-MST-REC-LEN(19)

           MOVE "cust_contact"         TO WS-MST-NAME(20)
           MOVE "LEDGER_CUST_CONTACT"  TO WS-MST-ENV(20)
           MOVE "./cust_contact.dat"   TO WS-MST-DEFAULT(20)
           MOVE FUNCTION LENGTH(CUST-CONTACT-REC) TO WS-MST-REC-LEN(20)

           MOVE "cust_tax"             TO WS-MST-NAME(21)
           MOVE "LEDGER_CUST_TAX"      TO WS-MST-ENV(21)
           MOVE "./cust_tax.dat"       TO WS-MST-DEFAULT(21)
           MOVE FUNCTION LENGTH(CUST-TAX-REC) TO WS-MST-REC-LEN(21)

           MOVE "master_changes"       TO WS-MST-NAME(22)
           MOVE "LEDGER_MASTER_CHANGES" TO WS-MST-ENV(22)
           MOVE "./master_changes.dat" TO WS-MST-DEFAULT(22)
           MOVE FUNCTION LENGTH(MASTER-CHANGE-REC) TO WS-MST-REC-LEN(22)

           MOVE "watch_list"           TO WS-MST-NAME(23)
           MOVE "LEDGER_WATCH_LIST"    TO WS-MST-ENV(23)
           MOVE "./watch_list.dat"     TO WS-MST-DEFAULT(23)
           MOVE FUNCTION LENGTH(WATCH-LIST-REC) TO WS-MST-REC-LEN(23)

           MOVE "screen_hits"          TO WS-MST-NAME(24)
           MOVE "LEDGER_SCREEN_HITS"   TO WS-MST-ENV(24)
           MOVE "./screen_hits.dat"    TO WS-MST-DEFAULT(24)
           MOVE FUNCTION LENGTH(SCREEN-HIT-REC) TO WS-MST-REC-LEN(24)

           MOVE "screen_cleared"       TO WS-MST-NAME(25)
           MOVE "LEDGER_SCREEN_CLEARED" TO WS-MST-ENV(25)
           MOVE "./screen_cleared.dat" TO WS-MST-DEFAULT(25)
           MOVE FUNCTION LENGTH(SCREEN-CLEAR-REC) TO WS-MST-REC-LEN(25)

           MOVE "loan_master"          TO WS-MST-NAME(26)
           MOVE "LEDGER_LOAN_MASTER"   TO WS-MST-ENV(26)
           MOVE "./loan_master.dat"    TO WS-MST-DEFAULT(26)
           MOVE FUNCTION LENGTH(LOAN-MASTER-REC) TO WS-MST-REC-LEN(26)

           MOVE "loan_schedule"        TO WS-MST-NAME(27)
           MOVE "LEDGER_LOAN_SCHED"    TO WS-MST-ENV(27)
           MOVE "./loan_schedule.dat"  TO WS-MST-DEFAULT(27)
           MOVE FUNCTION LENGTH(LOAN-SCHED-REC) TO WS-MST-REC-LEN(27)

           MOVE "term_deposit"         TO WS-MST-NAME(28)
           MOVE "LEDGER_TERM_DEPOSITS" TO WS-MST-ENV(28)
           MOVE "./term_deposit.dat"   TO WS-MST-DEFAULT(28)
           MOVE FUNCTION LENGTH(TERM-DEPOSIT-REC) TO WS-MST-REC-LEN(28)

           MOVE "dispute_case"         TO WS-MST-NAME(29)
           MOVE "LEDGER_DISPUTE_CASES" TO WS-MST-ENV(29)
           MOVE "./dispute_case.dat"   TO WS-MST-DEFAULT(29)
           MOVE FUNCTION LENGTH(DISPUTE-CASE-REC) TO WS-MST-REC-LEN(29)

           MOVE "trxn_id_registry"     TO WS-MST-NAME(30)
           MOVE "LEDGER_TRXN_ID_REGISTRY" TO WS-MST-ENV(30)
           MOVE "./trxn_id_registry.dat" TO WS-MST-DEFAULT(30)
           MOVE FUNCTION LENGTH(POSTED-ID-REC) TO WS-MST-REC-LEN(30)

           MOVE "channel_codes"        TO WS-MST-NAME(31)
           MOVE "LEDGER_CHANNEL_CODES" TO WS-MST-ENV(31)
           MOVE "./channel_codes.dat"  TO WS-MST-DEFAULT(31)
           MOVE FUNCTION LENGTH(REF-CODE-REC) TO WS-MST-REC-LEN(31)

           MOVE "txn_codes"            TO WS-MST-NAME(32)
           MOVE "LEDGER_TXN_CODES"     TO WS-MST-ENV(32)
           MOVE "./txn_codes.dat"      TO WS-MST-DEFAULT(32)
           MOVE FUNCTION LENGTH(TXN-REF-REC) TO WS-MST-REC-LEN(32)

           MOVE "branch_codes"         TO WS-MST-NAME(33)
           MOVE "LEDGER_BRANCH_CODES"  TO WS-MST-ENV(33)
           MOVE "./branch_codes.dat"   TO WS-MST-DEFAULT(33)
           MOVE FUNCTION LENGTH(BRANCH-REF-REC) TO WS-MST-REC-LEN(33)

           MOVE "alert_pref"           TO WS-MST-NAME(34)
           MOVE "LEDGER_ALERT_PREFS"   TO WS-MST-ENV(34)
           MOVE "./alert_pref.dat"     TO WS-MST-DEFAULT(34)
           MOVE FUNCTION LENGTH(ALERT-PREF-REC) TO WS-MST-REC-LEN(34)

           MOVE "balance_history"      TO WS-MST-NAME(35)
           MOVE "LEDGER_BAL_HISTORY"   TO WS-MST-ENV(35)
           MOVE "./balance_history.dat" TO WS-MST-DEFAULT(35)
           MOVE FUNCTION LENGTH(BALANCE-HIST-REC) TO WS-MST-REC-LEN(35)

           MOVE "od_excess"            TO WS-MST-NAME(36)
           MOVE "LEDGER_OD_EXCESS"     TO WS-MST-ENV(36)
           MOVE "./od_excess.dat"      TO WS-MST-DEFAULT(36)
           MOVE FUNCTION LENGTH(OD-EXCESS-REC) TO WS-MST-REC-LEN(36)

           MOVE "proc_registry"        TO WS-MST-NAME(37)
           MOVE "LEDGER_PROC_REGISTRY" TO WS-MST-ENV(37)
           MOVE "./proc_registry.dat"  TO WS-MST-DEFAULT(37)
           MOVE FUNCTION LENGTH(PROC-REG-REC) TO WS-MST-REC-LEN(37)

           MOVE "token_xref"           TO WS-MST-NAME(38)
           MOVE "LEDGER_TOKEN_XREF"    TO WS-MST-ENV(38)
           MOVE "./token_xref.dat"     TO WS-MST-DEFAULT(38)
           MOVE FUNCTION LENGTH(TOKEN-XREF-REC) TO WS-MST-REC-LEN(38)

           PERFORM RESOLVE-ONE-MASTER
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT.

       RESOLVE-ONE-MASTER.
           DISPLAY WS-MST-ENV(WS-MST-IDX) UPON ENVIRONMENT-NAME
           ACCEPT WS-MST-PATH(WS-MST-IDX) FROM ENVIRONMENT-VALUE
           IF WS-MST-PATH(WS-MST-IDX) = SPACES
               MOVE WS-MST-DEFAULT(WS-MST-IDX) TO WS-MST-PATH(WS-MST-IDX)
           END-IF
           MOVE "N"    TO WS-CAT-SEEN-SW(WS-MST-IDX)
           MOVE ZERO   TO WS-MST-RECORDS(WS-MST-IDX)
                          WS-MST-CHECKSUM(WS-MST-IDX)
           MOVE SPACES TO WS-MST-PRESENT(WS-MST-IDX).

       BUILD-BACKUP-PATH.
           MOVE SPACES TO WS-BACKUP-PATH
           STRING FUNCTION TRIM(WS-BACKUP-BASE)          DELIMITED BY SIZE
                  "."                                    DELIMITED BY SIZE
                  WS-SET-DATE                            DELIMITED BY SIZE
                  "."                                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MST-NAME(WS-MST-IDX)) DELIMITED BY SIZE
                  ".bkp"                                 DELIMITED BY SIZE
               INTO WS-BACKUP-PATH
           END-STRING.

      *> =================================================================
      *> BACKUP -- with the day-end lock held no writer can post, so
      *> every master is copied as of the same moment. A complete set
      *> already on file for the date is never overwritten; a set left
      *> without its catalog by a failed run is simply taken again.
      *> =================================================================
       TAKE-BACKUP-SET.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = "00"
               CLOSE CATALOG-FILE
               DISPLAY "ERROR: backup set " WS-SET-DATE
                   " already exists (" FUNCTION TRIM(WS-CATALOG-PATH)
                   ") -- remove it first to take it again"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACQUIRE-DAY-END-LOCK
           IF NOT WS-LOCK-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-USER FROM ENVIRONMENT-VALUE

           PERFORM BACKUP-ONE-MASTER
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT

           PERFORM WRITE-CATALOG

           PERFORM RELEASE-DAY-END-LOCK

           DISPLAY "Backup set " WS-SET-DATE " complete: "
               WS-TOTAL-RECORDS " records from " WS-MST-COUNT
               " masters, catalog " FUNCTION TRIM(WS-CATALOG-PATH).

       BACKUP-ONE-MASTER.
           PERFORM BUILD-BACKUP-PATH
           MOVE WS-MST-PATH(WS-MST-IDX) TO WS-MST-OPEN-PATH
           MOVE WS-MST-REC-LEN(WS-MST-IDX) TO WS-COPY-LEN

           *> A master this installation does not keep is catalogued as
           *> absent, so a restore leaves it absent too.
           PERFORM OPEN-MASTER-INPUT
           IF WS-MST-FILE-STATUS = "35"
               MOVE "ABSENT" TO WS-MST-PRESENT(WS-MST-IDX)
               DISPLAY "  " WS-MST-NAME(WS-MST-IDX) " absent ("
                   FUNCTION TRIM(WS-MST-PATH(WS-MST-IDX)) ")"
               EXIT PARAGRAPH
           END-IF
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-MST-PATH(WS-MST-IDX))
               DISPLAY "       FILE STATUS = " WS-MST-FILE-STATUS
               PERFORM RELEASE-DAY-END-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-BACKUP-PATH
               DISPLAY "       FILE STATUS = " WS-BACKUP-FILE-STATUS
               PERFORM CLOSE-MASTER
               PERFORM RELEASE-DAY-END-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "PRESENT" TO WS-MST-PRESENT(WS-MST-IDX)
           MOVE ZERO TO WS-COPY-RECORDS WS-HASH-WORK
           MOVE "N" TO WS-EOF-SW
           PERFORM BACKUP-ONE-RECORD UNTIL WS-EOF

           PERFORM CLOSE-MASTER
           CLOSE BACKUP-FILE

           MOVE WS-COPY-RECORDS TO WS-MST-RECORDS(WS-MST-IDX)
           MOVE WS-HASH-WORK    TO WS-MST-CHECKSUM(WS-MST-IDX)
           ADD WS-COPY-RECORDS  TO WS-TOTAL-RECORDS
           DISPLAY "  " WS-MST-NAME(WS-MST-IDX) " "
               WS-COPY-RECORDS " records, checksum "
               WS-MST-CHECKSUM(WS-MST-IDX).

       BACKUP-ONE-RECORD.
           PERFORM READ-MASTER-RECORD
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to read "
                   FUNCTION TRIM(WS-MST-PATH(WS-MST-IDX))
               DISPLAY "       FILE STATUS = " WS-MST-FILE-STATUS
               PERFORM RELEASE-DAY-END-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM HASH-COPY-RECORD
           ADD 1 TO WS-COPY-RECORDS
           MOVE WS-COPY-REC TO BACKUP-REC
           WRITE BACKUP-REC
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write " WS-BACKUP-PATH
               DISPLAY "       FILE STATUS = " WS-BACKUP-FILE-STATUS
               PERFORM RELEASE-DAY-END-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-CATALOG-PATH
               DISPLAY "       FILE STATUS = " WS-CATALOG-FILE-STATUS
               PERFORM RELEASE-DAY-END-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-CATALOG-LINE
           STRING "SET|"                       DELIMITED BY SIZE
                  WS-SET-DATE                  DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  WS-RUN-DATE                  DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  WS-RUN-TIME-RAW(1:6)         DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-USER)   DELIMITED BY SIZE
               INTO WS-CATALOG-LINE
           END-STRING
           MOVE WS-CATALOG-LINE TO CATALOG-REC
           WRITE CATALOG-REC

           PERFORM WRITE-ONE-CATALOG-ENTRY
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT

           MOVE SPACES TO WS-CATALOG-LINE
           STRING "END|"                       DELIMITED BY SIZE
                  WS-MST-COUNT                 DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  WS-TOTAL-RECORDS             DELIMITED BY SIZE
               INTO WS-CATALOG-LINE
           END-STRING
           MOVE WS-CATALOG-LINE TO CATALOG-REC
           WRITE CATALOG-REC

           CLOSE CATALOG-FILE.

       WRITE-ONE-CATALOG-ENTRY.
           MOVE SPACES TO WS-CATALOG-LINE
           STRING "FILE|"                                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MST-NAME(WS-MST-IDX)) DELIMITED BY SIZE
                  "|"                                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MST-PRESENT(WS-MST-IDX))
                                                         DELIMITED BY SIZE
                  "|"                                    DELIMITED BY SIZE
                  WS-MST-RECORDS(WS-MST-IDX)             DELIMITED BY SIZE
                  "|"                                    DELIMITED BY SIZE
                  WS-MST-CHECKSUM(WS-MST-IDX)            DELIMITED BY SIZE
                  "|"                                    DELIMITED BY SIZE
                  WS-MST-REC-LEN(WS-MST-IDX)             DELIMITED BY SIZE
                  "|"                                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MST-PATH(WS-MST-IDX)) DELIMITED BY SIZE
               INTO WS-CATALOG-LINE
           END-STRING
           MOVE WS-CATALOG-LINE TO CATALOG-REC
           WRITE CATALOG-REC.

      *> =================================================================
      *> VERIFY -- the catalog must be complete and name every master,
      *> each record length must still match today's layout, and every
      *> backup file must re-read to the catalogued count and checksum.
      *> Any failure stops the run before anything is touched.
      *> =================================================================
       VERIFY-BACKUP-SET.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: no catalog for backup set " WS-SET-DATE
                   " (" FUNCTION TRIM(WS-CATALOG-PATH) ")"
               DISPLAY "       FILE STATUS = " WS-CATALOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM READ-ONE-CATALOG-LINE UNTIL WS-EOF
           CLOSE CATALOG-FILE

           IF NOT WS-SET-END-SEEN
               DISPLAY "ERROR: catalog " FUNCTION TRIM(WS-CATALOG-PATH)
                   " has no END line -- the set is incomplete"
               MOVE "N" TO WS-SET-OK-SW
           END-IF

           MOVE ZERO TO WS-TOTAL-RECORDS
           PERFORM VERIFY-ONE-MASTER
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT

           IF WS-SET-END-SEEN AND WS-C-TOTAL NOT = WS-TOTAL-RECORDS
               DISPLAY "ERROR: catalog END line totals " WS-C-TOTAL
                   " records, the set holds " WS-TOTAL-RECORDS
               MOVE "N" TO WS-SET-OK-SW
           END-IF

           IF NOT WS-SET-OK
               DISPLAY "ERROR: backup set " WS-SET-DATE
                   " failed verification -- nothing restored"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-ONE-CATALOG-LINE.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-C-TYPE WS-C-FIELD-2 WS-C-FIELD-3
               WS-C-FIELD-4 WS-C-FIELD-5 WS-C-FIELD-6 WS-C-FIELD-7
           UNSTRING CATALOG-REC DELIMITED BY "|"
               INTO WS-C-TYPE
                    WS-C-FIELD-2
                    WS-C-FIELD-3
                    WS-C-FIELD-4
                    WS-C-FIELD-5
                    WS-C-FIELD-6
                    WS-C-FIELD-7
           END-UNSTRING

           EVALUATE WS-C-TYPE
               WHEN "SET"
                   IF WS-C-FIELD-2(1:8) NOT = WS-SET-DATE
                       DISPLAY "ERROR: catalog is for set "
                           WS-C-FIELD-2(1:8) ", not " WS-SET-DATE
                       MOVE "N" TO WS-SET-OK-SW
                   END-IF
                   DISPLAY "Backup set " WS-SET-DATE " taken "
                       WS-C-FIELD-3(1:8) " " WS-C-FIELD-4(1:6)
                       " by " FUNCTION TRIM(WS-C-FIELD-5)
               WHEN "FILE"
                   PERFORM LOAD-ONE-CATALOG-ENTRY
               WHEN "END"
                   SET WS-SET-END-SEEN TO TRUE
                   COMPUTE WS-C-FILES =
                       FUNCTION NUMVAL(WS-C-FIELD-2)
                   COMPUTE WS-C-TOTAL =
                       FUNCTION NUMVAL(WS-C-FIELD-3)
                   IF WS-C-FILES NOT = WS-MST-COUNT
                       DISPLAY "ERROR: catalog lists " WS-C-FILES
                           " masters, expected " WS-MST-COUNT
                       MOVE "N" TO WS-SET-OK-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised catalog line -- "
                       FUNCTION TRIM(CATALOG-REC)
                   MOVE "N" TO WS-SET-OK-SW
           END-EVALUATE.

       LOAD-ONE-CATALOG-ENTRY.
           MOVE ZERO TO WS-MST-HIT-IDX
           PERFORM FIND-ONE-MASTER-NAME
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT
               OR WS-MST-HIT-IDX > ZERO
           IF WS-MST-HIT-IDX = ZERO
               DISPLAY "ERROR: catalog names unknown master "
                   FUNCTION TRIM(WS-C-FIELD-2)
               MOVE "N" TO WS-SET-OK-SW
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CAT-SEEN-SW(WS-MST-HIT-IDX)
           MOVE WS-C-FIELD-3 TO WS-CAT-PRESENT(WS-MST-HIT-IDX)
           COMPUTE WS-CAT-RECORDS(WS-MST-HIT-IDX) =
               FUNCTION NUMVAL(WS-C-FIELD-4)
           COMPUTE WS-CAT-CHECKSUM(WS-MST-HIT-IDX) =
               FUNCTION NUMVAL(WS-C-FIELD-5)
           COMPUTE WS-CAT-REC-LEN(WS-MST-HIT-IDX) =
               FUNCTION NUMVAL(WS-C-FIELD-6)
           MOVE WS-C-FIELD-7 TO WS-CAT-PATH(WS-MST-HIT-IDX).

       FIND-ONE-MASTER-NAME.
           IF WS-MST-NAME(WS-MST-IDX) = WS-C-FIELD-2
               MOVE WS-MST-IDX TO WS-MST-HIT-IDX
           END-IF.

       VERIFY-ONE-MASTER.
           IF WS-CAT-SEEN-SW(WS-MST-IDX) NOT = "Y"
               DISPLAY "ERROR: catalog has no entry for "
                   WS-MST-NAME(WS-MST-IDX)
               MOVE "N" TO WS-SET-OK-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-PRESENT(WS-MST-IDX) = "ABSENT"
               EXIT PARAGRAPH
           END-IF

           *> A layout change since the set was taken would load every
           *> record into the wrong fields.
           IF WS-CAT-REC-LEN(WS-MST-IDX) NOT = WS-MST-REC-LEN(WS-MST-IDX)
               DISPLAY "ERROR: " WS-MST-NAME(WS-MST-IDX)
                   " was backed up at " WS-CAT-REC-LEN(WS-MST-IDX)
                   " bytes a record, today's layout is "
                   WS-MST-REC-LEN(WS-MST-IDX)
               MOVE "N" TO WS-SET-OK-SW
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-BACKUP-PATH
           MOVE WS-MST-REC-LEN(WS-MST-IDX) TO WS-COPY-LEN
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-BACKUP-PATH
               DISPLAY "       FILE STATUS = " WS-BACKUP-FILE-STATUS
               MOVE "N" TO WS-SET-OK-SW
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-COPY-RECORDS WS-HASH-WORK
           MOVE "N" TO WS-EOF-SW
           PERFORM VERIFY-ONE-RECORD UNTIL WS-EOF
           CLOSE BACKUP-FILE
           ADD WS-COPY-RECORDS TO WS-TOTAL-RECORDS

           IF WS-COPY-RECORDS NOT = WS-CAT-RECORDS(WS-MST-IDX)
               OR WS-HASH-WORK NOT = WS-CAT-CHECKSUM(WS-MST-IDX)
               DISPLAY "ERROR: " WS-MST-NAME(WS-MST-IDX) " holds "
                   WS-COPY-RECORDS " records, checksum " WS-HASH-WORK
               DISPLAY "       catalog says "
                   WS-CAT-RECORDS(WS-MST-IDX) " records, checksum "
                   WS-CAT-CHECKSUM(WS-MST-IDX)
               MOVE "N" TO WS-SET-OK-SW
           END-IF.

       VERIFY-ONE-RECORD.
           READ BACKUP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE BACKUP-REC TO WS-COPY-REC
           PERFORM HASH-COPY-RECORD
           ADD 1 TO WS-COPY-RECORDS.

      *> =================================================================
      *> RESTORE -- only a set that verifies clean is restored, and the
      *> whole set goes back under the day-end lock: every master is
      *> rebuilt from the set, and one that was absent when the set was
      *> taken is removed, so all of them stand at the same moment. A
      *> restore that fails part-way is simply run again.
      *> =================================================================
       RESTORE-BACKUP-SET.
           PERFORM VERIFY-BACKUP-SET

           PERFORM ACQUIRE-DAY-END-LOCK
           IF NOT WS-LOCK-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO WS-TOTAL-RECORDS
           PERFORM RESTORE-ONE-MASTER
               VARYING WS-MST-IDX FROM 1 BY 1
               UNTIL WS-MST-IDX > WS-MST-COUNT

           PERFORM RELEASE-DAY-END-LOCK

           DISPLAY "Backup set " WS-SET-DATE " restored: "
               WS-TOTAL-RECORDS " records to " WS-MST-COUNT
               " masters".

       RESTORE-ONE-MASTER.
           MOVE WS-MST-PATH(WS-MST-IDX) TO WS-MST-OPEN-PATH
           IF WS-CAT-PRESENT(WS-MST-IDX) = "ABSENT"
               CALL "CBL_DELETE_FILE" USING WS-MST-OPEN-PATH
               MOVE 0 TO RETURN-CODE
               DISPLAY "  " WS-MST-NAME(WS-MST-IDX)
                   " absent in the set -- removed "
                   FUNCTION TRIM(WS-MST-OPEN-PATH)
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-BACKUP-PATH
           MOVE WS-MST-REC-LEN(WS-MST-IDX) TO WS-COPY-LEN
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-BACKUP-PATH
               DISPLAY "       FILE STATUS = " WS-BACKUP-FILE-STATUS
               PERFORM ABANDON-RESTORE
           END-IF

           PERFORM OPEN-MASTER-OUTPUT
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-MST-OPEN-PATH) " for output"
               DISPLAY "       FILE STATUS = " WS-MST-FILE-STATUS
               CLOSE BACKUP-FILE
               PERFORM ABANDON-RESTORE
           END-IF

           MOVE ZERO TO WS-COPY-RECORDS
           MOVE "N" TO WS-EOF-SW
           PERFORM RESTORE-ONE-RECORD UNTIL WS-EOF

           PERFORM CLOSE-MASTER
           CLOSE BACKUP-FILE
           ADD WS-COPY-RECORDS TO WS-TOTAL-RECORDS
           DISPLAY "  " WS-MST-NAME(WS-MST-IDX) " "
               WS-COPY-RECORDS " records restored to "
               FUNCTION TRIM(WS-MST-OPEN-PATH).

       RESTORE-ONE-RECORD.
           READ BACKUP-FILE
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE BACKUP-REC TO WS-COPY-REC
           PERFORM WRITE-MASTER-RECORD
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write "
                   FUNCTION TRIM(WS-MST-OPEN-PATH) " record "
                   WS-COPY-RECORDS
               DISPLAY "       FILE STATUS = " WS-MST-FILE-STATUS
               PERFORM CLOSE-MASTER
               CLOSE BACKUP-FILE
               PERFORM ABANDON-RESTORE
           END-IF
           ADD 1 TO WS-COPY-RECORDS.

       ABANDON-RESTORE.
           DISPLAY "ERROR: restore of set " WS-SET-DATE
               " stopped part-way -- the masters are mixed; run the"
               " restore again before any posting"
           PERFORM RELEASE-DAY-END-LOCK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       HASH-COPY-RECORD.
           PERFORM HASH-ONE-BYTE
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > WS-COPY-LEN.

       HASH-ONE-BYTE.
           COMPUTE WS-HASH-ORD =
               FUNCTION ORD(WS-COPY-REC(WS-HASH-IDX:1))
           COMPUTE WS-HASH-WORK =
               FUNCTION MOD(WS-HASH-WORK * 31 + WS-HASH-ORD,
                   999999937).

      *> -----------------------------------------------------------------
      *> One master at a time, chosen by WS-MST-IDX in table order.
      *> -----------------------------------------------------------------
       OPEN-MASTER-INPUT.
           EVALUATE WS-MST-IDX
               WHEN 1  OPEN INPUT ACCT-MASTER-FILE
               WHEN 2  OPEN INPUT CUST-MASTER-FILE
               WHEN 3  OPEN INPUT XREF-FILE
               WHEN 4  OPEN INPUT BALANCE-FILE
               WHEN 5  OPEN INPUT PENDING-FILE
               WHEN 6  OPEN INPUT SUSPENSE-FILE
               WHEN 7  OPEN INPUT ORDER-FILE
               WHEN 8  OPEN INPUT PERIOD-FILE
               WHEN 9  OPEN INPUT PROFILE-FILE
               WHEN 10 OPEN INPUT FX-RATE-FILE
               WHEN 11 OPEN INPUT INT-RATE-FILE
               WHEN 12 OPEN INPUT WHT-RATE-FILE
               WHEN 13 OPEN INPUT ACCT-COUNTER-FILE
               WHEN 14 OPEN INPUT ACCT-GRANDFATHER-FILE
               WHEN 15 OPEN INPUT HOLD-FILE
               WHEN 16 OPEN INPUT OD-FACILITY-FILE
               WHEN 17 OPEN INPUT STOP-FILE
               WHEN 18 OPEN INPUT PRODUCT-FILE
               WHEN 19 OPEN INPUT FWD-PAYMENT-FILE
               WHEN 20 OPEN INPUT CUST-CONTACT-FILE
               WHEN 21 OPEN INPUT CUST-TAX-FILE
               WHEN 22 OPEN INPUT MASTER-CHANGE-FILE
               WHEN 23 OPEN INPUT WATCH-LIST-FILE
               WHEN 24 OPEN INPUT SCREEN-HIT-FILE
               WHEN 25 OPEN INPUT SCREEN-CLEAR-FILE
               WHEN 26 OPEN INPUT LOAN-FILE
               WHEN 27 OPEN INPUT SCHED-FILE
               WHEN 28 OPEN INPUT DEPOSIT-FILE
               WHEN 29 OPEN INPUT DISPUTE-FILE
               WHEN 30 OPEN INPUT ID-REGISTRY-FILE
               WHEN 31 OPEN INPUT CHANNEL-REF-FILE
               WHEN 32 OPEN INPUT TXN-REF-FILE
               WHEN 33 OPEN INPUT BRANCH-REF-FILE
               WHEN 34 OPEN INPUT ALERT-PREF-FILE
               WHEN 35 OPEN INPUT HIST-FILE
               WHEN 36 OPEN INPUT OD-EXCESS-FILE
               WHEN 37 OPEN INPUT PROC-REG-FILE
               WHEN 38 OPEN INPUT TOKEN-XREF-FILE
           END-EVALUATE.

       OPEN-MASTER-OUTPUT.
           EVALUATE WS-MST-IDX
               WHEN 1  OPEN OUTPUT ACCT-MASTER-FILE
               WHEN 2  OPEN OUTPUT CUST-MASTER-FILE
               WHEN 3  OPEN OUTPUT XREF-FILE
               WHEN 4  OPEN OUTPUT BALANCE-FILE
               WHEN 5  OPEN OUTPUT PENDING-FILE
               WHEN 6  OPEN OUTPUT SUSPENSE-FILE
               WHEN 7  OPEN OUTPUT ORDER-FILE
               WHEN 8  OPEN OUTPUT PERIOD-FILE
               WHEN 9  OPEN OUTPUT PROFILE-FILE
               WHEN 10 OPEN OUTPUT FX-RATE-FILE
               WHEN 11 OPEN OUTPUT INT-RATE-FILE
               WHEN 12 OPEN OUTPUT WHT-RATE-FILE
               WHEN 13 OPEN OUTPUT ACCT-COUNTER-FILE
               WHEN 14 OPEN OUTPUT ACCT-GRANDFATHER-FILE
               WHEN 15 OPEN OUTPUT HOLD-FILE
               WHEN 16 OPEN OUTPUT OD-FACILITY-FILE
               WHEN 17 OPEN OUTPUT STOP-FILE
               WHEN 18 OPEN OUTPUT PRODUCT-FILE
               WHEN 19 OPEN OUTPUT FWD-PAYMENT-FILE
               WHEN 20 OPEN OUTPUT CUST-CONTACT-FILE
               WHEN 21 OPEN OUTPUT CUST-TAX-FILE
               WHEN 22 OPEN OUTPUT MASTER-CHANGE-FILE
               WHEN 23 OPEN OUTPUT WATCH-LIST-FILE
               WHEN 24 OPEN OUTPUT SCREEN-HIT-FILE
               WHEN 25 OPEN OUTPUT SCREEN-CLEAR-FILE
               WHEN 26 OPEN OUTPUT LOAN-FILE
               WHEN 27 OPEN OUTPUT SCHED-FILE
               WHEN 28 OPEN OUTPUT DEPOSIT-FILE
               WHEN 29 OPEN OUTPUT DISPUTE-FILE
               WHEN 30 OPEN OUTPUT ID-REGISTRY-FILE
               WHEN 31 OPEN OUTPUT CHANNEL-REF-FILE
               WHEN 32 OPEN OUTPUT TXN-REF-FILE
               WHEN 33 OPEN OUTPUT BRANCH-REF-FILE
               WHEN 34 OPEN OUTPUT ALERT-PREF-FILE
               WHEN 35 OPEN OUTPUT HIST-FILE
               WHEN 36 OPEN OUTPUT OD-EXCESS-FILE
               WHEN 37 OPEN OUTPUT PROC-REG-FILE
               WHEN 38 OPEN OUTPUT TOKEN-XREF-FILE
           END-EVALUATE.

       CLOSE-MASTER.
           EVALUATE WS-MST-IDX
               WHEN 1  CLOSE ACCT-MASTER-FILE
               WHEN 2  CLOSE CUST-MASTER-FILE
               WHEN 3  CLOSE XREF-FILE
               WHEN 4  CLOSE BALANCE-FILE
               WHEN 5  CLOSE PENDING-FILE
               WHEN 6  CLOSE SUSPENSE-FILE
               WHEN 7  CLOSE ORDER-FILE
               WHEN 8  CLOSE PERIOD-FILE
               WHEN 9  CLOSE PROFILE-FILE
               WHEN 10 CLOSE FX-RATE-FILE
               WHEN 11 CLOSE INT-RATE-FILE
               WHEN 12 CLOSE WHT-RATE-FILE
               WHEN 13 CLOSE ACCT-COUNTER-FILE
               WHEN 14 CLOSE ACCT-GRANDFATHER-FILE
               WHEN 15 CLOSE HOLD-FILE
               WHEN 16 CLOSE OD-FACILITY-FILE
               WHEN 17 CLOSE STOP-FILE
               WHEN 18 CLOSE PRODUCT-FILE
               WHEN 19 CLOSE FWD-PAYMENT-FILE
               WHEN 20 CLOSE CUST-CONTACT-FILE
               WHEN 21 CLOSE CUST-TAX-FILE
               WHEN 22 CLOSE MASTER-CHANGE-FILE
               WHEN 23 CLOSE WATCH-LIST-FILE
               WHEN 24 CLOSE SCREEN-HIT-FILE
               WHEN 25 CLOSE SCREEN-CLEAR-FILE
               WHEN 26 CLOSE LOAN-FILE
               WHEN 27 CLOSE SCHED-FILE
               WHEN 28 CLOSE DEPOSIT-FILE
               WHEN 29 CLOSE DISPUTE-FILE
               WHEN 30 CLOSE ID-REGISTRY-FILE
               WHEN 31 CLOSE CHANNEL-REF-FILE
               WHEN 32 CLOSE TXN-REF-FILE
               WHEN 33 CLOSE BRANCH-REF-FILE
               WHEN 34 CLOSE ALERT-PREF-FILE
               WHEN 35 CLOSE HIST-FILE
               WHEN 36 CLOSE OD-EXCESS-FILE
               WHEN 37 CLOSE PROC-REG-FILE
               WHEN 38 CLOSE TOKEN-XREF-FILE
           END-EVALUATE.

       READ-MASTER-RECORD.
           MOVE SPACES TO WS-COPY-REC
           EVALUATE WS-MST-IDX
               WHEN 1
                   READ ACCT-MASTER-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE ACCT-MASTER-REC TO WS-COPY-REC
                   END-READ
               WHEN 2
                   READ CUST-MASTER-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE CUST-MASTER-REC TO WS-COPY-REC
                   END-READ
               WHEN 3
                   READ XREF-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE CUST-XREF-REC TO WS-COPY-REC
                   END-READ
               WHEN 4
                   READ BALANCE-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE BALANCE-REC TO WS-COPY-REC
                   END-READ
               WHEN 5
                   READ PENDING-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE PENDING-REC TO WS-COPY-REC
                   END-READ
               WHEN 6
                   READ SUSPENSE-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE SUSPENSE-REC TO WS-COPY-REC
                   END-READ
               WHEN 7
                   READ ORDER-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE STANDING-ORDER-REC TO WS-COPY-REC
                   END-READ
               WHEN 8
                   READ PERIOD-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE PERIOD-REC TO WS-COPY-REC
                   END-READ
               WHEN 9
                   READ PROFILE-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE OPERATOR-REC TO WS-COPY-REC
                   END-READ
               WHEN 10
                   READ FX-RATE-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE FX-RATE-REC TO WS-COPY-REC
                   END-READ
               WHEN 11
                   READ INT-RATE-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE INT-RATE-REC TO WS-COPY-REC
                   END-READ
               WHEN 12
                   READ WHT-RATE-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE WHT-RATE-REC TO WS-COPY-REC
                   END-READ
               WHEN 13
                   READ ACCT-COUNTER-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE ACCT-COUNTER-REC TO WS-COPY-REC
                   END-READ
               WHEN 14
                   READ ACCT-GRANDFATHER-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ACCT-GRANDFATHER-REC TO WS-COPY-REC
                   END-READ
               WHEN 15
                   READ HOLD-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE FUNDS-HOLD-REC TO WS-COPY-REC
                   END-READ
               WHEN 16
                   READ OD-FACILITY-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE OD-FACILITY-REC TO WS-COPY-REC
                   END-READ
               WHEN 17
                   READ STOP-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE STOP-PAYMENT-REC TO WS-COPY-REC
                   END-READ
               WHEN 18
                   READ PRODUCT-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE PRODUCT-REC TO WS-COPY-REC
                   END-READ
               WHEN 19
                   READ FWD-PAYMENT-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE FWD-PAYMENT-REC TO WS-COPY-REC
                   END-READ
               WHEN 20
                   READ CUST-CONTACT-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE CUST-CONTACT-REC TO WS-COPY-REC
                   END-READ
               WHEN 21
                   READ CUST-TAX-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE CUST-TAX-REC TO WS-COPY-REC
                   END-READ
               WHEN 22
                   READ MASTER-CHANGE-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE MASTER-CHANGE-REC TO WS-COPY-REC
                   END-READ
               WHEN 23
                   READ WATCH-LIST-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE WATCH-LIST-REC TO WS-COPY-REC
                   END-READ
               WHEN 24
                   READ SCREEN-HIT-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE SCREEN-HIT-REC TO WS-COPY-REC
                   END-READ
               WHEN 25
                   READ SCREEN-CLEAR-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE SCREEN-CLEAR-REC TO WS-COPY-REC
                   END-READ
               WHEN 26
                   READ LOAN-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE LOAN-MASTER-REC TO WS-COPY-REC
                   END-READ
               WHEN 27
                   READ SCHED-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE LOAN-SCHED-REC TO WS-COPY-REC
                   END-READ
               WHEN 28
                   READ DEPOSIT-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE TERM-DEPOSIT-REC TO WS-COPY-REC
                   END-READ
               WHEN 29
                   READ DISPUTE-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE DISPUTE-CASE-REC TO WS-COPY-REC
                   END-READ
               WHEN 30
                   READ ID-REGISTRY-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE POSTED-ID-REC TO WS-COPY-REC
                   END-READ
               WHEN 31
                   READ CHANNEL-REF-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE REF-CODE-REC TO WS-COPY-REC
                   END-READ
               WHEN 32
                   READ TXN-REF-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE TXN-REF-REC TO WS-COPY-REC
                   END-READ
               WHEN 33
                   READ BRANCH-REF-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE BRANCH-REF-REC TO WS-COPY-REC
                   END-READ
               WHEN 34
                   READ ALERT-PREF-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE ALERT-PREF-REC TO WS-COPY-REC
                   END-READ
               WHEN 35
                   READ HIST-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE BALANCE-HIST-REC TO WS-COPY-REC
                   END-READ
               WHEN 36
                   READ OD-EXCESS-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE OD-EXCESS-REC TO WS-COPY-REC
                   END-READ
               WHEN 37
                   READ PROC-REG-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE PROC-REG-REC TO WS-COPY-REC
                   END-READ
               WHEN 38
                   READ TOKEN-XREF-FILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                       NOT AT END MOVE TOKEN-XREF-REC TO WS-COPY-REC
                   END-READ
           END-EVALUATE.

       WRITE-MASTER-RECORD.
           EVALUATE WS-MST-IDX
               WHEN 1
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO ACCT-MASTER-REC
                   WRITE ACCT-MASTER-REC
               WHEN 2
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO CUST-MASTER-REC
                   WRITE CUST-MASTER-REC
               WHEN 3
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO CUST-XREF-REC
                   WRITE CUST-XREF-REC
               WHEN 4
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO BALANCE-REC
                   WRITE BALANCE-REC
               WHEN 5
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO PENDING-REC
                   WRITE PENDING-REC
               WHEN 6
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO SUSPENSE-REC
                   WRITE SUSPENSE-REC
               WHEN 7
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO STANDING-ORDER-REC
                   WRITE STANDING-ORDER-REC
               WHEN 8
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO PERIOD-REC
                   WRITE PERIOD-REC
               WHEN 9
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO OPERATOR-REC
                   WRITE OPERATOR-REC
               WHEN 10
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO FX-RATE-REC
                   WRITE FX-RATE-REC
               WHEN 11
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO INT-RATE-REC
                   WRITE INT-RATE-REC
               WHEN 12
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO WHT-RATE-REC
                   WRITE WHT-RATE-REC
               WHEN 13
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO ACCT-COUNTER-REC
                   WRITE ACCT-COUNTER-REC
               WHEN 14
                   MOVE WS-COPY-REC(1:WS-COPY-LEN)
                       TO ACCT-GRANDFATHER-REC
                   WRITE ACCT-GRANDFATHER-REC
               WHEN 15
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO FUNDS-HOLD-REC
                   WRITE FUNDS-HOLD-REC
               WHEN 16
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO OD-FACILITY-REC
                   WRITE OD-FACILITY-REC
               WHEN 17
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO STOP-PAYMENT-REC
                   WRITE STOP-PAYMENT-REC
               WHEN 18
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO PRODUCT-REC
                   WRITE PRODUCT-REC
               WHEN 19
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO FWD-PAYMENT-REC
                   WRITE FWD-PAYMENT-REC
               WHEN 20
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO CUST-CONTACT-REC
                   WRITE CUST-CONTACT-REC
               WHEN 21
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO CUST-TAX-REC
                   WRITE CUST-TAX-REC
               WHEN 22
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO MASTER-CHANGE-REC
                   WRITE MASTER-CHANGE-REC
               WHEN 23
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO WATCH-LIST-REC
                   WRITE WATCH-LIST-REC
               WHEN 24
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO SCREEN-HIT-REC
                   WRITE SCREEN-HIT-REC
               WHEN 25
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO SCREEN-CLEAR-REC
                   WRITE SCREEN-CLEAR-REC
               WHEN 26
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO LOAN-MASTER-REC
                   WRITE LOAN-MASTER-REC
               WHEN 27
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO LOAN-SCHED-REC
                   WRITE LOAN-SCHED-REC
               WHEN 28
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO TERM-DEPOSIT-REC
                   WRITE TERM-DEPOSIT-REC
               WHEN 29
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO DISPUTE-CASE-REC
                   WRITE DISPUTE-CASE-REC
               WHEN 30
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO POSTED-ID-REC
                   WRITE POSTED-ID-REC
               WHEN 31
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO REF-CODE-REC
                   WRITE REF-CODE-REC
               WHEN 32
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO TXN-REF-REC
                   WRITE TXN-REF-REC
               WHEN 33
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO BRANCH-REF-REC
                   WRITE BRANCH-REF-REC
               WHEN 34
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO ALERT-PREF-REC
                   WRITE ALERT-PREF-REC
               WHEN 35
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO BALANCE-HIST-REC
                   WRITE BALANCE-HIST-REC
               WHEN 36
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO OD-EXCESS-REC
                   WRITE OD-EXCESS-REC
               WHEN 37
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO PROC-REG-REC
                   WRITE PROC-REG-REC
               WHEN 38
                   MOVE WS-COPY-REC(1:WS-COPY-LEN) TO TOKEN-XREF-REC
                   WRITE TOKEN-XREF-REC
           END-EVALUATE.

       COPY "batch_lock.cpy".
