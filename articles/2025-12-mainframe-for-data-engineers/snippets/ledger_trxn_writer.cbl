               RECORD KEY IS PID-TRXN-ID
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO WS-HOLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT OD-FACILITY-FILE ASSIGN TO WS-ODF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODF-ACCT-ID
               FILE STATUS IS WS-ODF-FILE-STATUS.

           SELECT FWD-PAYMENT-FILE ASSIGN TO WS-FWD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-TRXN-ID
               ALTERNATE RECORD KEY IS FWD-ACCT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS FWD-POST-DATE WITH DUPLICATES
               FILE STATUS IS WS-FWD-FILE-STATUS.

           COPY "curr_attr_select.cpy".

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

           COPY "sanction_screen_select.cpy".

           COPY "product_check_select.cpy".

           COPY "stop_check_select.cpy".

           COPY "acct_check_digit_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       *> File Schema(Copybook) Section Starts
       COPY "ref_code.cpy".

       *> One pipe-delimited response line per LISTEN request:
       *> LINE|TRXN-ID|ACCEPT/REJECT/PENDING/FORWARD|REASON-CODE|REASON-TEXT
       FD  RESPONSE-FILE.
       01  RESPONSE-REC            PIC X(300).

           ==BRANCH-REF-REC== ==REF-CODE== BY ==BREF-CODE==
           ==REF-DESC== BY ==BREF-DESC== ==REF-EFF-DATE== BY
           ==BREF-EFF-DATE== ==REF-EXP-DATE== BY ==BREF-EXP-DATE==
           ==REF-BDAY-POLICY== BY ==BREF-BDAY-POLICY==
           ==REF-CASH-FLAG== BY ==BREF-CASH-FLAG==
           ==REF-STOP-FLAG== BY ==BREF-STOP-FLAG==
           ==REF-SWIFT-TXN-TYPE== BY ==BREF-SWIFT-TXN-TYPE==.

       FD  ID-REGISTRY-FILE.
       COPY "trxn_id_registry.cpy".

       FD  HOLD-FILE.
       COPY "funds_hold.cpy".

       FD  OD-FACILITY-FILE.
       COPY "od_facility.cpy".

       FD  FWD-PAYMENT-FILE.
       COPY "fwd_payment.cpy".

       COPY "curr_attr_fd.cpy".

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       COPY "sanction_screen_fd.cpy".

       COPY "product_check_fd.cpy".

       COPY "stop_check_fd.cpy".

       COPY "acct_check_digit_fd.cpy".


       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX.

       *> ---------------- Batch-mode working storage ----------------
       01 WS-BATCH-IN-PATH       PIC X(200).
       01 WS-XFR-MODE-SW         PIC X(1)    VALUE "N".
           88 WS-XFR-MODE                    VALUE "Y".
       01 WS-BATCH-FILE-STATUS   PIC XX.
       01 WS-BATCH-EOF-SW        PIC X(1)    VALUE "N".
           88 WS-BATCH-EOF                   VALUE "Y".

       *> ------------- Suspense/reject-file working storage ------------
       01 WS-REJECT-PATH         PIC X(210).
       01 WS-REJECT-ENV-PATH     PIC X(210).
       01 WS-REJECT-FILE-STATUS  PIC XX.
       01 WS-BATCH-REJECT-COUNT  PIC 9(7)    VALUE ZERO.

           88 WS-FCHK-EOF                    VALUE "Y".
       01 WS-FCHK-ACCT-ID        PIC X(10).

       *> ------------- Funds-hold working storage ----------------------
       *> Card pre-authorizations, cheques in clearing and court orders
       *> earmark money the balance still shows. Every active hold on
       *> the posting's account/currency bucket that has not passed its
       *> expiry date comes off available funds. The hold file comes
       *> from LEDGER_HOLD_FILE (default ./funds_hold.dat) with the
       *> usual soft fallback -- no hold file, no holds to subtract.
       01 WS-HOLD-PATH           PIC X(200).
       01 WS-HOLD-FILE-STATUS    PIC XX.
       01 WS-HOLD-CHECK-SW       PIC X(1)    VALUE "N".
           88 WS-HOLD-CHECK-ON               VALUE "Y".
       01 WS-HOLD-EOF-SW         PIC X(1)    VALUE "N".
           88 WS-HOLD-EOF                    VALUE "Y".
       01 WS-HOLD-TOTAL          PIC S9(11)V99 COMP-3.
       01 WS-HOLD-ED             PIC -(11).99.

       *> ------------- Overdraft facility working storage -------------
       *> With the facility register in place (LEDGER_OD_FACILITY,
       *> default ./od_facility.dat) the overdraft allowance is the
       *> account's active, unexpired facility, or nothing. A shop that
       *> has not built the register yet keeps AM-OVERDRAFT-LIMIT.
       01 WS-ODF-PATH            PIC X(200).
       01 WS-ODF-FILE-STATUS     PIC XX.
       01 WS-ODF-CHECK-SW        PIC X(1)    VALUE "N".
           88 WS-ODF-CHECK-ON                VALUE "Y".
       01 WS-ODF-LAPSED-SW       PIC X(1)    VALUE "N".
           88 WS-ODF-LAPSED                  VALUE "Y".

       *> ------------- Posted-ID registry working storage --------------
       *> The duplicate check's memory across the day-end sweep: the
       *> sweep records every archived TRXN-ID in the registry
       01 WS-VELO-SCAN-ACCT      PIC X(10).

       *> Why the posting was diverted -- rides the LISTEN response and
       *> the pending record, for the pending-queue display.
       01 WS-DIVERT-REASON       PIC X(4)    VALUE "APPR".

       *> ------------- Internal-transfer working storage ---------------
       *> TRANSFER mode reads the control file two lines at a time --
       *> a D leg and the C leg that goes with it, each in the usual
       *> BATCH-MODE shape. Both legs are edited in full before either
       *> is written, so the pair posts together or lands in the .rej
       *> file together, both carrying the failing leg's reason. The
       *> debit leg's TRXN-ID is the transfer reference, stamped into
       *> both TRXN-DESCs as "XFR <reference> <memo>" (the memo is the
       *> first 5 characters of the line's own DESC) -- the link
       *> REVERSE-TRXN and LEDGER-PENDING-APPLY follow to keep the
       *> legs together afterwards.
       01 WS-XFR-REF             PIC X(10).
       01 WS-XFR-MEMO            PIC X(20).
       01 WS-XFR-FIRST-LINE      PIC 9(7).
       01 WS-XFR-FAIL-CODE       PIC X(4).
       01 WS-XFR-FAIL-TEXT       PIC X(60).
       *> A run that died between a pair's two WRITEs leaves the debit
       *> leg on TRXN-FILE without its credit. On RESTART that debit
       *> leg is recognised (same ID, account, amount and "XFR" DESC)
       *> and only the credit leg is posted; if the credit leg cannot
       *> post, both go to the .rej file as XFRH for a hand repair.
       01 WS-XFR1-POSTED-SW      PIC X(1)    VALUE "N".
           88 WS-XFR1-POSTED                 VALUE "Y".
       *> A pair whose DESC reads "FXINC <TRXN-ID>" is the margin-
       *> income pair LEDGER-FX-CONVERT writes after each currency
       *> conversion; the TRXN-ID is the conversion's debit leg and
       *> becomes the margin pair's transfer reference, so both pairs
       *> of the deal carry the same "XFR <reference>". The margin
       *> pair follows what became of the conversion, looked up on
       *> TRXN-FILE and then the pending queue (so a RESTART between
       *> the two pairs still finds it): rejected with it, queued for
       *> approval with it, posted with it.
       01 WS-XFR-CONV-OUTCOME    PIC X(1)    VALUE SPACE.
           88 WS-XFR-CONV-POSTED             VALUE "P".
           88 WS-XFR-CONV-QUEUED             VALUE "Q".
           88 WS-XFR-CONV-REJECTED           VALUE "R".

       *> The FX position account books the bank's own side of every
       *> conversion margin; it runs a debit balance as a matter of
       *> course, so its FXM postings are not held to available funds.
       01 WS-FX-POSITION-ACCT    PIC X(10).
       01 WS-XFR-LEG-1.
           05 WS-XFR1-TRXN-ID    PIC X(10).
           05 WS-XFR1-ACCT-ID    PIC X(10).
           05 WS-XFR1-AMT-N      PIC S9(7)V99.
           05 WS-XFR1-TYPE       PIC X(10).
           05 WS-XFR1-TRXN-DATE  PIC 9(8).
           05 WS-XFR1-TRXN-TIME  PIC 9(6).
           05 WS-XFR1-POST-DATE  PIC 9(8).
           05 WS-XFR1-POST-TIME  PIC 9(6).
           05 WS-XFR1-CURR       PIC X(3).
           05 WS-XFR1-CHANNEL    PIC X(3).
           05 WS-XFR1-DESC       PIC X(20).
           05 WS-XFR1-BRANCH     PIC X(3).
           05 WS-XFR1-ADJ-FLAG   PIC X(1).
           05 WS-XFR1-VALID-SW   PIC X(1).
           05 WS-XFR1-REJ-CODE   PIC X(4).
           05 WS-XFR1-REJ-TEXT   PIC X(60).
       01 WS-XFR-LEG-2.
           05 WS-XFR2-TRXN-ID    PIC X(10).
           05 WS-XFR2-ACCT-ID    PIC X(10).
           05 WS-XFR2-AMT-N      PIC S9(7)V99.
           05 WS-XFR2-TYPE       PIC X(10).
           05 WS-XFR2-TRXN-DATE  PIC 9(8).
           05 WS-XFR2-TRXN-TIME  PIC 9(6).
           05 WS-XFR2-POST-DATE  PIC 9(8).
           05 WS-XFR2-POST-TIME  PIC 9(6).
           05 WS-XFR2-CURR       PIC X(3).
           05 WS-XFR2-CHANNEL    PIC X(3).
           05 WS-XFR2-DESC       PIC X(20).
           05 WS-XFR2-BRANCH     PIC X(3).
           05 WS-XFR2-ADJ-FLAG   PIC X(1).
           05 WS-XFR2-VALID-SW   PIC X(1).
           05 WS-XFR2-REJ-CODE   PIC X(4).
           05 WS-XFR2-REJ-TEXT   PIC X(60).

       *> ------------- Adjustment-period working storage ---------------
       *> Accountants legitimately need audit adjustments after a
       *> period closes, without reopening the whole period. A posting
       *> rights -- the entry is flagged TRXN-ADJ-FLAG 'A' so the
       *> trial balance and extracts segregate it, and the use is
       *> audit-logged. The period itself never reopens.
       *> A period inside a fiscal year locked by LEDGER-YEAR-END is a
       *> separate matter: the reason must come in
       *> LEDGER_YEAR_ADJUSTMENT_REASON and the operator must hold
       *> admin rights.
       01 WS-ADJ-FLAG            PIC X(1)    VALUE SPACE.
       01 WS-ADJ-REASON          PIC X(60).
       01 WS-ADJ-ROLE            PIC X(1).
       01 WS-ADJ-SIGNON-SW       PIC X(1)    VALUE "N".
           88 WS-ADJ-SIGNON-DONE             VALUE "Y".

       *> ------------- Future-dated warehouse working storage ----------
       *> A posting whose POST-DATE (after any value-date roll) is later
       *> than the business date is not posted: it is edited at capture
       *> (type, currency, amount, date, channel, branch, account) and
       *> warehoused in LEDGER_FWD_WAREHOUSE (default
       *> ./fwd_payments.dat) until LEDGER-FWD-RELEASE feeds it back
       *> through BATCH mode on its date, when the period, stop and
       *> funds checks run against the books as they stand then. The
       *> business date is LEDGER_BUSINESS_DATE when set (the release
       *> job sets it to the run date), else the system date. Transfer
       *> pairs are never warehoused -- both legs must post together.
       01 WS-FWD-PATH            PIC X(200).
       01 WS-FWD-FILE-STATUS     PIC XX.
       01 WS-FWD-TODAY           PIC 9(8).
       01 WS-FWD-TODAY-TXT       PIC X(8).
       01 WS-FWD-DATED-SW        PIC X(1)    VALUE "N".
           88 WS-FWD-DATED                   VALUE "Y".
       01 WS-BATCH-FWD-COUNT     PIC 9(7)    VALUE ZERO.
       01 WS-LISTEN-FORWARDS     PIC 9(9)    VALUE ZERO.

       COPY "op_signon_ws.cpy".

       COPY "curr_attr_ws.cpy".

       COPY "audit_log_ws.cpy".

       COPY "sanction_screen_ws.cpy".

       COPY "product_check_ws.cpy".

       COPY "stop_check_ws.cpy".

       COPY "acct_check_digit_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "LEDGER-TRXN-WRITER" TO WS-AUDIT-PROGRAM-ID

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-FX-POSITION-ACCT

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 1
           EVALUATE TRUE
               WHEN WS-ARG-VALUE(1:5) = "BATCH"
                   PERFORM BATCH-MODE
               WHEN WS-ARG-VALUE(1:8) = "TRANSFER"
                   SET WS-XFR-MODE TO TRUE
                   PERFORM BATCH-MODE
               WHEN WS-ARG-VALUE(1:6) = "LISTEN"
                   PERFORM LISTEN-MODE
               WHEN OTHER
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_trxn_writer_args TRXN_ID ACCT_ID AMT TYPE TRXN_DT TRXN_TM POST_DT POST_TM CURR CHNL DESC OUTPUT_FILE"
           DISPLAY "  ./ledger_trxn_writer_args BATCH INPUT_FILE OUTPUT_FILE [RESTART]"
           DISPLAY "  ./ledger_trxn_writer_args TRANSFER INPUT_FILE OUTPUT_FILE [RESTART]"
           DISPLAY "    (control lines in pairs: the D leg, then its C leg)"
           DISPLAY "  ./ledger_trxn_writer_args LISTEN REQUEST_QUEUE OUTPUT_FILE RESPONSE_FILE"
           DISPLAY "    (a POST_DT after the business date is warehoused in"
           DISPLAY "     LEDGER_FWD_WAREHOUSE until LEDGER-FWD-RELEASE posts it)"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_trxn_writer_args TRX0000003 ACCT123456 1800.25 D 20250919 235840 20250920 001510 INR MOB ""LATE NIGHT TXN"" /Users/aarvi/Ravi/DataEngineering/data/transactions.dat"
           DISPLAY "  ./ledger_trxn_writer_args BATCH ./transactions.ctl /Users/aarvi/Ravi/DataEngineering/data/transactions.dat"
           DISPLAY "  ./ledger_trxn_writer_args BATCH ./transactions.ctl /Users/aarvi/Ravi/DataEngineering/data/transactions.dat RESTART"
           DISPLAY "  ./ledger_trxn_writer_args TRANSFER ./transfers.ctl /Users/aarvi/Ravi/DataEngineering/data/transactions.dat".

      *> -----------------------------------------------------------------
      *> The business date a POST-DATE is measured against to decide
      *> whether it is future-dated.
      *> -----------------------------------------------------------------
       LOAD-BUSINESS-DATE.
           DISPLAY "LEDGER_BUSINESS_DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FWD-TODAY-TXT FROM ENVIRONMENT-VALUE
           IF WS-FWD-TODAY-TXT = SPACES
               ACCEPT WS-FWD-TODAY-TXT FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-FWD-TODAY = FUNCTION NUMVAL(WS-FWD-TODAY-TXT).

       LOAD-FX-POSITION-ACCT.
           DISPLAY "LEDGER_FX_POSITION_ACCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-FX-POSITION-ACCT FROM ENVIRONMENT-VALUE
           IF WS-FX-POSITION-ACCT = SPACES
               MOVE "ACCTFXPOSN" TO WS-FX-POSITION-ACCT
           END-IF.

       DERIVE-GDG-FILE-PATH.
           COMPUTE WS-GDG-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-FILE-PATH))

           PERFORM OPEN-ACCT-MASTER
           PERFORM OPEN-BALANCE-MASTER
           PERFORM OPEN-HOLD-FILE
           PERFORM OPEN-OD-FACILITY
           PERFORM OPEN-ID-REGISTRY
           PERFORM OPEN-CHANNEL-REF
           PERFORM OPEN-BRANCH-REF
           MOVE WS-DEFAULT-BRANCH TO WS-BRANCH
           PERFORM LOAD-APPROVAL-LIMITS
           PERFORM LOAD-VELOCITY-RULES
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-CURRENCY-ATTRS

           IF NOT WS-LOCK-OK
               PERFORM CLOSE-ACCT-MASTER
               PERFORM CLOSE-BALANCE-MASTER
               PERFORM CLOSE-HOLD-FILE
               PERFORM CLOSE-OD-FACILITY
               PERFORM CLOSE-ID-REGISTRY
               PERFORM CLOSE-CHANNEL-REF
               PERFORM CLOSE-BRANCH-REF
               PERFORM CHECK-DUPLICATE-TRXN-ID
           END-IF

           IF WS-TRXN-VALID AND WS-FWD-DATED
               PERFORM WRITE-WAREHOUSE-RECORD
           END-IF

           IF WS-TRXN-INVALID
               DISPLAY "ERROR: " WS-REJECT-REASON-TEXT
               CLOSE TRXN-FILE
               PERFORM CLOSE-ACCT-MASTER
               PERFORM CLOSE-BALANCE-MASTER
               PERFORM CLOSE-HOLD-FILE
               PERFORM CLOSE-OD-FACILITY
               PERFORM CLOSE-ID-REGISTRY
               PERFORM CLOSE-CHANNEL-REF
               PERFORM CLOSE-BRANCH-REF
               STOP RUN
           END-IF

           *> A warehoused item meets the approval gate on its release
           *> day, alongside the funds check.
           IF NOT WS-FWD-DATED
               PERFORM CHECK-APPROVAL-THRESHOLD
               IF WS-DIVERT-PENDING
                   PERFORM WRITE-PENDING-RECORD
               ELSE
                   PERFORM BUILD-AND-WRITE-TRXN-RECORD
               END-IF
           END-IF

           CLOSE TRXN-FILE
           PERFORM CLOSE-ACCT-MASTER
           PERFORM CLOSE-BALANCE-MASTER
           PERFORM CLOSE-HOLD-FILE
           PERFORM CLOSE-OD-FACILITY
           PERFORM CLOSE-ID-REGISTRY
           PERFORM CLOSE-CHANNEL-REF
           PERFORM CLOSE-BRANCH-REF
           PERFORM CLOSE-RECOVERY-JRNL
           PERFORM RELEASE-POSTING-LOCK

           IF NOT WS-DIVERT-PENDING AND NOT WS-FWD-DATED
               DISPLAY "Wrote 1 transaction to: " WS-FILE-PATH
           END-IF.

               INTO WS-REJECT-PATH
           END-STRING

           *> LEDGER_REJECT_FILE, when set, names the reject file outright
           *> -- LEDGER-PARALLEL-POST gives each of its streams its own,
           *> since several writers share the one OUTPUT_FILE.
           DISPLAY "LEDGER_REJECT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-REJECT-ENV-PATH FROM ENVIRONMENT-VALUE
           IF WS-REJECT-ENV-PATH NOT = SPACES
               MOVE WS-REJECT-ENV-PATH TO WS-REJECT-PATH
           END-IF

           MOVE ZERO TO WS-RESTART-FROM
           IF WS-IS-RESTART
               PERFORM LOAD-CHECKPOINT

           PERFORM OPEN-ACCT-MASTER
           PERFORM OPEN-BALANCE-MASTER
           PERFORM OPEN-HOLD-FILE
           PERFORM OPEN-OD-FACILITY
           PERFORM OPEN-ID-REGISTRY
           PERFORM OPEN-CHANNEL-REF
           PERFORM OPEN-BRANCH-REF
           PERFORM OPEN-PERIOD-FILE
           PERFORM LOAD-APPROVAL-LIMITS
           PERFORM LOAD-VELOCITY-RULES
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-CURRENCY-ATTRS

           MOVE ZERO TO WS-BATCH-REJECT-COUNT

           IF WS-XFR-MODE
               PERFORM READ-TRANSFER-PAIR UNTIL WS-BATCH-EOF
           ELSE
               PERFORM READ-BATCH-LINE UNTIL WS-BATCH-EOF
           END-IF

           CLOSE BATCH-IN-FILE
           CLOSE TRXN-FILE
           CLOSE REJECT-FILE
           PERFORM CLOSE-ACCT-MASTER
           PERFORM CLOSE-BALANCE-MASTER
           PERFORM CLOSE-HOLD-FILE
           PERFORM CLOSE-OD-FACILITY
           PERFORM CLOSE-ID-REGISTRY
           PERFORM CLOSE-CHANNEL-REF
           PERFORM CLOSE-BRANCH-REF
               WS-BATCH-WRITE-COUNT " transactions written to "
               WS-FILE-PATH ", " WS-BATCH-REJECT-COUNT
               " rejected to " WS-REJECT-PATH ", "
               WS-BATCH-DIVERT-COUNT " diverted for approval, "
               WS-BATCH-FWD-COUNT " warehoused for a future date".

       READ-BATCH-LINE.
           READ BATCH-IN-FILE
                       IF WS-TRXN-VALID
                           PERFORM CHECK-DUPLICATE-TRXN-ID
                       END-IF
                       IF WS-TRXN-VALID AND WS-FWD-DATED
                           PERFORM WRITE-WAREHOUSE-RECORD
                       END-IF
                       IF WS-TRXN-VALID AND WS-FWD-DATED
                           ADD 1 TO WS-BATCH-FWD-COUNT
                       END-IF
                       IF WS-TRXN-VALID AND NOT WS-FWD-DATED
                           PERFORM CHECK-APPROVAL-THRESHOLD
                           IF WS-DIVERT-PENDING
                               PERFORM WRITE-PENDING-RECORD
                               PERFORM BUILD-AND-WRITE-TRXN-RECORD
                               ADD 1 TO WS-BATCH-WRITE-COUNT
                           END-IF
                       END-IF
                       IF WS-TRXN-INVALID
                           PERFORM WRITE-REJECT-RECORD
                           ADD 1 TO WS-BATCH-REJECT-COUNT
                           DISPLAY "REJECT: input line " WS-BATCH-REC-COUNT
           COMPUTE WS-POST-DATE-N  = FUNCTION NUMVAL(WS-POST-DATE-TXT)
           COMPUTE WS-POST-TIME-N  = FUNCTION NUMVAL(WS-POST-TIME-TXT).

      *> =================================================================
      *> TRANSFER MODE (BATCH-MODE control lines, read as D/C pairs)
      *> =================================================================
       READ-TRANSFER-PAIR.
           READ BATCH-IN-FILE
               AT END
                   SET WS-BATCH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BATCH-REC-COUNT
                   IF WS-IS-RESTART AND WS-BATCH-REC-COUNT <= WS-RESTART-FROM
                       CONTINUE
                   ELSE
                       PERFORM PROCESS-TRANSFER-PAIR
                       *> Checkpoints fall only between pairs, so a
                       *> restart never resumes half-way through one.
                       IF FUNCTION MOD(WS-BATCH-REC-COUNT, WS-CKPT-INTERVAL) = 0
                           PERFORM WRITE-CHECKPOINT
                       END-IF
                   END-IF
           END-READ.

       PROCESS-TRANSFER-PAIR.
           MOVE WS-BATCH-REC-COUNT TO WS-XFR-FIRST-LINE

           *> Leg 1 -- the debit; its TRXN-ID is the pair's reference,
           *> except on a margin pair, which takes its conversion's.
           PERFORM PARSE-BATCH-LINE
           MOVE WS-TRXN-ID TO WS-XFR-REF
           IF WS-DESC(1:6) = "FXINC " AND WS-DESC(7:10) NOT = SPACES
               MOVE WS-DESC(7:10) TO WS-XFR-REF
           END-IF
           PERFORM STAMP-TRANSFER-DESC
           MOVE "N" TO WS-XFR1-POSTED-SW
           IF WS-IS-RESTART
               PERFORM CHECK-LEG-1-ALREADY-POSTED
           END-IF
           IF WS-XFR1-POSTED
               MOVE "Y"    TO WS-TRXN-VALID-SW
               MOVE SPACES TO WS-REJECT-REASON-CODE
               MOVE SPACES TO WS-REJECT-REASON-TEXT
           ELSE
               PERFORM VALIDATE-TRXN-FIELDS
               IF WS-TRXN-VALID
                   PERFORM CHECK-DUPLICATE-TRXN-ID
               END-IF
           END-IF
           PERFORM SAVE-TRANSFER-LEG-1

           READ BATCH-IN-FILE
               AT END
                   SET WS-BATCH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BATCH-REC-COUNT
           END-READ

           IF WS-BATCH-EOF
               *> A debit leg with nothing after it must not post on
               *> its own.
               MOVE "XFRP" TO WS-XFR-FAIL-CODE
               MOVE "transfer debit leg has no credit leg after it"
                   TO WS-XFR-FAIL-TEXT
               PERFORM RESTORE-TRANSFER-LEG-1
               MOVE WS-XFR-FAIL-CODE TO WS-REJECT-REASON-CODE
               MOVE WS-XFR-FAIL-TEXT TO WS-REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               ADD 1 TO WS-BATCH-REJECT-COUNT
               DISPLAY "REJECT: transfer " WS-XFR-REF " input line "
                   WS-XFR-FIRST-LINE " (" WS-XFR-FAIL-CODE ") "
                   WS-XFR-FAIL-TEXT
               EXIT PARAGRAPH
           END-IF

           *> Leg 2 -- the credit, carrying the same reference.
           PERFORM PARSE-BATCH-LINE
           PERFORM STAMP-TRANSFER-DESC
           PERFORM VALIDATE-TRXN-FIELDS
           IF WS-TRXN-VALID
               PERFORM CHECK-DUPLICATE-TRXN-ID
           END-IF
           PERFORM SAVE-TRANSFER-LEG-2

           PERFORM CHECK-TRANSFER-PAIR

           IF WS-XFR1-POSTED AND WS-XFR2-REJ-CODE NOT = "DUPE"
               PERFORM COMPLETE-HALF-POSTED-PAIR
               EXIT PARAGRAPH
           END-IF

           IF WS-XFR-FAIL-CODE = SPACES
               AND WS-XFR1-DESC(16:5) = "FXINC"
               PERFORM LOOKUP-CONVERSION-OUTCOME
               IF NOT WS-XFR-CONV-POSTED
                   AND NOT WS-XFR-CONV-QUEUED
                   MOVE "XFRL" TO WS-XFR-FAIL-CODE
                   MOVE "margin pair's currency conversion did not post"
                       TO WS-XFR-FAIL-TEXT
               END-IF
           END-IF

           IF WS-XFR-FAIL-CODE = SPACES
               PERFORM RESTORE-TRANSFER-LEG-1
               PERFORM CHECK-APPROVAL-THRESHOLD
               IF NOT WS-DIVERT-PENDING
                   PERFORM RESTORE-TRANSFER-LEG-2
                   PERFORM CHECK-APPROVAL-THRESHOLD
               END-IF
               IF WS-XFR1-DESC(16:5) = "FXINC" AND WS-XFR-CONV-QUEUED
                   SET WS-DIVERT-PENDING TO TRUE
               END-IF
               *> An over-threshold transfer goes to the approval
               *> queue as a pair too -- LEDGER-PENDING-APPLY holds
               *> an approved leg back until its partner is approved.
               IF WS-DIVERT-PENDING
                   PERFORM RESTORE-TRANSFER-LEG-1
                   PERFORM WRITE-PENDING-RECORD
                   PERFORM RESTORE-TRANSFER-LEG-2
                   PERFORM WRITE-PENDING-RECORD
                   ADD 2 TO WS-BATCH-DIVERT-COUNT
               ELSE
                   PERFORM RESTORE-TRANSFER-LEG-1
                   PERFORM BUILD-AND-WRITE-TRXN-RECORD
                   PERFORM RESTORE-TRANSFER-LEG-2
                   PERFORM BUILD-AND-WRITE-TRXN-RECORD
                   ADD 2 TO WS-BATCH-WRITE-COUNT
               END-IF
           ELSE
               PERFORM RESTORE-TRANSFER-LEG-1
               MOVE WS-XFR-FAIL-CODE TO WS-REJECT-REASON-CODE
               MOVE WS-XFR-FAIL-TEXT TO WS-REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               PERFORM RESTORE-TRANSFER-LEG-2
               MOVE WS-XFR-FAIL-CODE TO WS-REJECT-REASON-CODE
               MOVE WS-XFR-FAIL-TEXT TO WS-REJECT-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
               ADD 2 TO WS-BATCH-REJECT-COUNT
               DISPLAY "REJECT: transfer " WS-XFR-REF " input lines "
                   WS-XFR-FIRST-LINE "-" WS-BATCH-REC-COUNT
                   " (" WS-XFR-FAIL-CODE ") " WS-XFR-FAIL-TEXT
           END-IF.

      *> -----------------------------------------------------------------
      *> RESTART only: is this debit leg already on TRXN-FILE, written
      *> by the run that died, exactly as this line would write it?
      *> Anything short of an exact match is left to the duplicate
      *> check as before.
      *> -----------------------------------------------------------------
       CHECK-LEG-1-ALREADY-POSTED.
           MOVE WS-TRXN-ID TO TRXN-ID
           READ TRXN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRXN-DESC = WS-DESC
                       AND ACCT-ID = WS-ACCT-ID
                       AND TRXN-AMT = WS-AMT-N
                       AND TRXN-TYPE = "D"
                       AND WS-TYPE-TXT(1:1) = "D"
                       SET WS-XFR1-POSTED TO TRUE
                       MOVE TRXN-ADJ-FLAG TO WS-ADJ-FLAG
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> The debit leg posted before the restart and the credit leg did
      *> not: post the credit leg alone so the transfer balances. If the
      *> credit leg no longer passes its edits the pair cannot be
      *> completed here -- both legs go to the .rej file as XFRH, not
      *> DUPE, so the desk knows the debit is on the ledger already.
      *> -----------------------------------------------------------------
       COMPLETE-HALF-POSTED-PAIR.
           IF WS-XFR-FAIL-CODE = SPACES
               PERFORM RESTORE-TRANSFER-LEG-2
               PERFORM BUILD-AND-WRITE-TRXN-RECORD
               ADD 1 TO WS-BATCH-WRITE-COUNT
               DISPLAY "RESTART: transfer " WS-XFR-REF " debit leg "
                   WS-XFR1-TRXN-ID " was already posted -- credit leg "
                   WS-XFR2-TRXN-ID " posted to complete it"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-XFR-FAIL-TEXT
           STRING "debit leg posted, credit leg failed " WS-XFR-FAIL-CODE
                  " -- repair by hand"
               DELIMITED BY SIZE
               INTO WS-XFR-FAIL-TEXT
           END-STRING
           MOVE "XFRH" TO WS-XFR-FAIL-CODE

           PERFORM RESTORE-TRANSFER-LEG-1
           MOVE WS-XFR-FAIL-CODE TO WS-REJECT-REASON-CODE
           MOVE WS-XFR-FAIL-TEXT TO WS-REJECT-REASON-TEXT
           PERFORM WRITE-REJECT-RECORD
           PERFORM RESTORE-TRANSFER-LEG-2
           MOVE WS-XFR-FAIL-CODE TO WS-REJECT-REASON-CODE
           MOVE WS-XFR-FAIL-TEXT TO WS-REJECT-REASON-TEXT
           PERFORM WRITE-REJECT-RECORD
           ADD 2 TO WS-BATCH-REJECT-COUNT
           DISPLAY "REJECT: transfer " WS-XFR-REF " input lines "
               WS-XFR-FIRST-LINE "-" WS-BATCH-REC-COUNT
               " (" WS-XFR-FAIL-CODE ") " WS-XFR-FAIL-TEXT.

      *> -----------------------------------------------------------------
      *> What became of a margin pair's conversion: posted if its debit
      *> leg is on TRXN-FILE, queued if it is waiting on the pending
      *> queue, otherwise rejected. A margin pair that names no
      *> conversion (its reference is its own debit leg) has nothing to
      *> follow and is treated as rejected.
      *> -----------------------------------------------------------------
       LOOKUP-CONVERSION-OUTCOME.
           SET WS-XFR-CONV-REJECTED TO TRUE
           IF WS-XFR-REF = WS-XFR1-TRXN-ID
               EXIT PARAGRAPH
           END-IF

           MOVE WS-XFR-REF TO TRXN-ID
           READ TRXN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-XFR-CONV-POSTED TO TRUE
           END-READ
           IF WS-XFR-CONV-POSTED
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-PENDING-PATH
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE WS-XFR-REF TO PND-TRXN-ID
               READ PENDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PND-STATUS = "P" OR PND-STATUS = "A"
                           SET WS-XFR-CONV-QUEUED TO TRUE
                       END-IF
               END-READ
               CLOSE PENDING-FILE
           END-IF.

      *> -----------------------------------------------------------------
      *> The pair's own shape is checked first -- one D then one C, the
      *> same amount and currency, two different accounts and IDs --
      *> then the first leg to have failed its edits supplies the
      *> reason both legs are rejected with. A pair in two different
      *> currencies is an own-account conversion between balance
      *> buckets: it must stay on one account, and its amounts differ
      *> by the deal rate.
      *> -----------------------------------------------------------------
       CHECK-TRANSFER-PAIR.
           MOVE SPACES TO WS-XFR-FAIL-CODE
           MOVE SPACES TO WS-XFR-FAIL-TEXT

           EVALUATE TRUE
               WHEN WS-XFR1-TYPE(1:1) NOT = "D"
                 OR WS-XFR2-TYPE(1:1) NOT = "C"
                   MOVE "XFRP" TO WS-XFR-FAIL-CODE
                   MOVE "transfer must be a D leg followed by a C leg"
                       TO WS-XFR-FAIL-TEXT
               WHEN WS-XFR1-CURR NOT = WS-XFR2-CURR
                 AND WS-XFR1-ACCT-ID NOT = WS-XFR2-ACCT-ID
                   MOVE "XFRP" TO WS-XFR-FAIL-CODE
                   MOVE "currency conversion must stay on one account"
                       TO WS-XFR-FAIL-TEXT
               WHEN WS-XFR1-CURR = WS-XFR2-CURR
                 AND WS-XFR1-AMT-N NOT = WS-XFR2-AMT-N
                   MOVE "XFRP" TO WS-XFR-FAIL-CODE
                   MOVE "transfer legs carry different amounts"
                       TO WS-XFR-FAIL-TEXT
               WHEN WS-XFR1-CURR = WS-XFR2-CURR
                 AND WS-XFR1-ACCT-ID = WS-XFR2-ACCT-ID
                   MOVE "XFRP" TO WS-XFR-FAIL-CODE
                   MOVE "transfer debits and credits the same account"
                       TO WS-XFR-FAIL-TEXT
               WHEN WS-XFR1-TRXN-ID = WS-XFR2-TRXN-ID
                   MOVE "XFRP" TO WS-XFR-FAIL-CODE
                   MOVE "transfer legs share one TRXN-ID"
                       TO WS-XFR-FAIL-TEXT
               WHEN WS-XFR1-VALID-SW = "N"
                   MOVE WS-XFR1-REJ-CODE TO WS-XFR-FAIL-CODE
                   MOVE WS-XFR1-REJ-TEXT TO WS-XFR-FAIL-TEXT
               WHEN WS-XFR2-VALID-SW = "N"
                   MOVE WS-XFR2-REJ-CODE TO WS-XFR-FAIL-CODE
                   MOVE WS-XFR2-REJ-TEXT TO WS-XFR-FAIL-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STAMP-TRANSFER-DESC.
           MOVE WS-DESC TO WS-XFR-MEMO
           MOVE SPACES TO WS-DESC
           STRING "XFR "             DELIMITED BY SIZE
                  WS-XFR-REF         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-XFR-MEMO(1:5)   DELIMITED BY SIZE
               INTO WS-DESC
           END-STRING.

       SAVE-TRANSFER-LEG-1.
           MOVE WS-TRXN-ID            TO WS-XFR1-TRXN-ID
           MOVE WS-ACCT-ID            TO WS-XFR1-ACCT-ID
           MOVE WS-AMT-N              TO WS-XFR1-AMT-N
           MOVE WS-TYPE-TXT           TO WS-XFR1-TYPE
           MOVE WS-TRXN-DATE-N        TO WS-XFR1-TRXN-DATE
           MOVE WS-TRXN-TIME-N        TO WS-XFR1-TRXN-TIME
           MOVE WS-POST-DATE-N        TO WS-XFR1-POST-DATE
           MOVE WS-POST-TIME-N        TO WS-XFR1-POST-TIME
           MOVE WS-CURR               TO WS-XFR1-CURR
           MOVE WS-CHANNEL            TO WS-XFR1-CHANNEL
           MOVE WS-DESC               TO WS-XFR1-DESC
           MOVE WS-BRANCH             TO WS-XFR1-BRANCH
           MOVE WS-ADJ-FLAG           TO WS-XFR1-ADJ-FLAG
           MOVE WS-TRXN-VALID-SW      TO WS-XFR1-VALID-SW
           MOVE WS-REJECT-REASON-CODE TO WS-XFR1-REJ-CODE
           MOVE WS-REJECT-REASON-TEXT TO WS-XFR1-REJ-TEXT.

       RESTORE-TRANSFER-LEG-1.
           MOVE WS-XFR1-TRXN-ID       TO WS-TRXN-ID
           MOVE WS-XFR1-ACCT-ID       TO WS-ACCT-ID
           MOVE WS-XFR1-AMT-N         TO WS-AMT-N
           MOVE WS-XFR1-TYPE          TO WS-TYPE-TXT
           MOVE WS-XFR1-TRXN-DATE     TO WS-TRXN-DATE-N
           MOVE WS-XFR1-TRXN-TIME     TO WS-TRXN-TIME-N
           MOVE WS-XFR1-POST-DATE     TO WS-POST-DATE-N
           MOVE WS-XFR1-POST-TIME     TO WS-POST-TIME-N
           MOVE WS-XFR1-CURR          TO WS-CURR
           MOVE WS-XFR1-CHANNEL       TO WS-CHANNEL
           MOVE WS-XFR1-DESC          TO WS-DESC
           MOVE WS-XFR1-BRANCH        TO WS-BRANCH
           MOVE WS-XFR1-ADJ-FLAG      TO WS-ADJ-FLAG
           MOVE WS-XFR1-VALID-SW      TO WS-TRXN-VALID-SW
           MOVE WS-XFR1-REJ-CODE      TO WS-REJECT-REASON-CODE
           MOVE WS-XFR1-REJ-TEXT      TO WS-REJECT-REASON-TEXT.

       SAVE-TRANSFER-LEG-2.
           MOVE WS-TRXN-ID            TO WS-XFR2-TRXN-ID
           MOVE WS-ACCT-ID            TO WS-XFR2-ACCT-ID
           MOVE WS-AMT-N              TO WS-XFR2-AMT-N
           MOVE WS-TYPE-TXT           TO WS-XFR2-TYPE
           MOVE WS-TRXN-DATE-N        TO WS-XFR2-TRXN-DATE
           MOVE WS-TRXN-TIME-N        TO WS-XFR2-TRXN-TIME
           MOVE WS-POST-DATE-N        TO WS-XFR2-POST-DATE
           MOVE WS-POST-TIME-N        TO WS-XFR2-POST-TIME
           MOVE WS-CURR               TO WS-XFR2-CURR
           MOVE WS-CHANNEL            TO WS-XFR2-CHANNEL
           MOVE WS-DESC               TO WS-XFR2-DESC
           MOVE WS-BRANCH             TO WS-XFR2-BRANCH
           MOVE WS-ADJ-FLAG           TO WS-XFR2-ADJ-FLAG
           MOVE WS-TRXN-VALID-SW      TO WS-XFR2-VALID-SW
           MOVE WS-REJECT-REASON-CODE TO WS-XFR2-REJ-CODE
           MOVE WS-REJECT-REASON-TEXT TO WS-XFR2-REJ-TEXT.

       RESTORE-TRANSFER-LEG-2.
           MOVE WS-XFR2-TRXN-ID       TO WS-TRXN-ID
           MOVE WS-XFR2-ACCT-ID       TO WS-ACCT-ID
           MOVE WS-XFR2-AMT-N         TO WS-AMT-N
           MOVE WS-XFR2-TYPE          TO WS-TYPE-TXT
           MOVE WS-XFR2-TRXN-DATE     TO WS-TRXN-DATE-N
           MOVE WS-XFR2-TRXN-TIME     TO WS-TRXN-TIME-N
           MOVE WS-XFR2-POST-DATE     TO WS-POST-DATE-N
           MOVE WS-XFR2-POST-TIME     TO WS-POST-TIME-N
           MOVE WS-XFR2-CURR          TO WS-CURR
           MOVE WS-XFR2-CHANNEL       TO WS-CHANNEL
           MOVE WS-XFR2-DESC          TO WS-DESC
           MOVE WS-XFR2-BRANCH        TO WS-BRANCH
           MOVE WS-XFR2-ADJ-FLAG      TO WS-ADJ-FLAG
           MOVE WS-XFR2-VALID-SW      TO WS-TRXN-VALID-SW
           MOVE WS-XFR2-REJ-CODE      TO WS-REJECT-REASON-CODE
           MOVE WS-XFR2-REJ-TEXT      TO WS-REJECT-REASON-TEXT.

      *> =================================================================
      *> LISTEN MODE (resident during the online day)
      *> =================================================================

           PERFORM OPEN-ACCT-MASTER
           PERFORM OPEN-BALANCE-MASTER
           PERFORM OPEN-HOLD-FILE
           PERFORM OPEN-OD-FACILITY
           PERFORM OPEN-ID-REGISTRY
           PERFORM OPEN-CHANNEL-REF
           PERFORM OPEN-BRANCH-REF
           PERFORM OPEN-PERIOD-FILE
           PERFORM LOAD-APPROVAL-LIMITS
           PERFORM LOAD-VELOCITY-RULES
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-CURRENCY-ATTRS

           CLOSE TRXN-FILE
           PERFORM CLOSE-ACCT-MASTER
           PERFORM CLOSE-BALANCE-MASTER
           PERFORM CLOSE-HOLD-FILE
           PERFORM CLOSE-OD-FACILITY
           PERFORM CLOSE-ID-REGISTRY
           PERFORM CLOSE-CHANNEL-REF
           PERFORM CLOSE-BRANCH-REF

           DISPLAY "Listener shut down cleanly: " WS-LISTEN-ACCEPTS
               " accepted, " WS-LISTEN-REJECTS " rejected, "
               WS-LISTEN-PENDINGS " diverted for approval, "
               WS-LISTEN-FORWARDS " warehoused for a future date".

       POLL-REQUEST-QUEUE.
           MOVE ZERO TO WS-POLL-NEW-COUNT
               PERFORM CHECK-DUPLICATE-TRXN-ID
           END-IF

           IF WS-TRXN-VALID AND WS-FWD-DATED
               PERFORM WRITE-WAREHOUSE-RECORD
           END-IF

           IF WS-TRXN-VALID AND WS-FWD-DATED
               ADD 1 TO WS-LISTEN-FORWARDS
               MOVE "FORWARD" TO WS-RESP-STATUS
               MOVE "FWDW"    TO WS-REJECT-REASON-CODE
               MOVE SPACES    TO WS-REJECT-REASON-TEXT
               STRING "warehoused until " WS-POST-DATE-N
                   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON-TEXT
               END-STRING
           END-IF

           IF WS-TRXN-VALID AND NOT WS-FWD-DATED
               PERFORM CHECK-APPROVAL-THRESHOLD
               IF WS-DIVERT-PENDING
                   PERFORM WRITE-PENDING-RECORD
                   MOVE SPACES    TO WS-REJECT-REASON-CODE
                   MOVE "posted"  TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF

           IF WS-TRXN-INVALID
               ADD 1 TO WS-LISTEN-REJECTS
               MOVE "REJECT " TO WS-RESP-STATUS
           END-IF
           MOVE SPACES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE SPACE  TO WS-ADJ-FLAG
           MOVE "N"    TO WS-FWD-DATED-SW

           IF WS-TYPE-TXT(1:1) NOT = "D" AND WS-TYPE-TXT(1:1) NOT = "C"
               MOVE "N" TO WS-TRXN-VALID-SW
               END-IF
           END-IF

           IF WS-TRXN-VALID AND WS-POST-DATE-N > WS-FWD-TODAY
               PERFORM CHECK-FUTURE-DATED
           END-IF

           *> The period, stop and funds checks belong to the day the
           *> money moves -- a warehoused item meets them at release.
           IF WS-TRXN-VALID AND NOT WS-FWD-DATED
               MOVE WS-POST-DATE-N TO WS-PERCK-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PERCK-CLOSED
               PERFORM CHECK-BRANCH-REF
           END-IF

           IF WS-TRXN-VALID AND WS-ACKD-ON
               PERFORM CHECK-ACCT-NUMBER
           END-IF

           IF WS-TRXN-VALID AND WS-ACCT-CHECK-ON
               PERFORM CHECK-ACCT-MASTER
           END-IF

           IF WS-TRXN-VALID AND WS-STPCK-ON AND WS-TYPE-TXT(1:1) = "D"
               AND NOT WS-FWD-DATED
               PERFORM CHECK-ACCT-STOPS
           END-IF

           IF WS-TRXN-VALID AND WS-BAL-CHECK-ON AND NOT WS-FWD-DATED
               PERFORM CHECK-AVAILABLE-FUNDS
           END-IF.

      *> -----------------------------------------------------------------
      *> A POST-DATE after the business date goes to the warehouse --
      *> except inside a transfer pair, whose legs must post together
      *> today or not at all.
      *> -----------------------------------------------------------------
       CHECK-FUTURE-DATED.
           IF WS-XFR-MODE
               MOVE "N" TO WS-TRXN-VALID-SW
               MOVE "FWDX" TO WS-REJECT-REASON-CODE
               STRING "POST-DATE " WS-POST-DATE-N
                      " is future-dated -- transfers are not warehoused"
                   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF

           SET WS-FWD-DATED TO TRUE.

      *> -----------------------------------------------------------------
      *> An amount with more decimal places than its currency carries
      *> (JPY has none) is almost always a unit error -- 1500.50 JPY
      *> A posting into a closed period survives only as a flagged
      *> adjustment: a reason in LEDGER_ADJUSTMENT_REASON plus
      *> supervisor rights on the signed-on operator. Anything less is
      *> the PERD reject it always was. Inside a year-end-locked
      *> fiscal year the reason comes from LEDGER_YEAR_ADJUSTMENT_REASON
      *> and the operator needs admin rights.
      *> -----------------------------------------------------------------
       TRY-ADJUSTMENT-POSTING.
           IF WS-PERCK-YEAR-CLOSED
               DISPLAY "LEDGER_YEAR_ADJUSTMENT_REASON"
                   UPON ENVIRONMENT-NAME
               MOVE "A" TO WS-ADJ-ROLE
           ELSE
               DISPLAY "LEDGER_ADJUSTMENT_REASON" UPON ENVIRONMENT-NAME
               MOVE "S" TO WS-ADJ-ROLE
           END-IF
           ACCEPT WS-ADJ-REASON FROM ENVIRONMENT-VALUE

           IF WS-ADJ-REASON NOT = SPACES
                   PERFORM OPERATOR-SIGN-ON
                   SET WS-ADJ-SIGNON-DONE TO TRUE
               END-IF
               MOVE WS-ADJ-ROLE TO WS-OPSGN-REQUIRED-ROLE
               PERFORM CHECK-OPERATOR-ROLE
           END-IF

               OR NOT WS-OPSGN-OK OR NOT WS-OPSGN-ALLOWED
               MOVE "N" TO WS-TRXN-VALID-SW
               MOVE "PERD" TO WS-REJECT-REASON-CODE
               IF WS-PERCK-YEAR-CLOSED
                   STRING "POST-DATE " WS-POST-DATE-N
                          " falls in closed fiscal year " WS-PERCK-FY
                       DELIMITED BY SIZE
                       INTO WS-REJECT-REASON-TEXT
                   END-STRING
               ELSE
                   STRING "POST-DATE " WS-POST-DATE-N
                          " falls in closed period " WS-PERCK-PERIOD
                       DELIMITED BY SIZE
                       INTO WS-REJECT-REASON-TEXT
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           *> The adjustment rides inside the standard 6-field audit
           *> entry's key, the same way the period override does.
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           IF WS-PERCK-YEAR-CLOSED
               STRING "YRADJ " WS-PERCK-FY " " WS-PERCK-PERIOD " "
                      WS-TRXN-ID " " FUNCTION TRIM(WS-ADJ-REASON)
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-RECORD-KEY
               END-STRING
           ELSE
               STRING "PERADJ " WS-PERCK-PERIOD " " WS-TRXN-ID " "
                      FUNCTION TRIM(WS-ADJ-REASON)
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-RECORD-KEY
               END-STRING
           END-IF
           MOVE WS-FILE-PATH TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD

               CLOSE CHANNEL-REF-FILE
           END-IF.

      *> -----------------------------------------------------------------
      *> A mistyped ACCT-ID can still be a real account -- someone
      *> else's. The check digit catches it before the master lookup
      *> would happily accept it; legacy numbers pass on their list.
      *> -----------------------------------------------------------------
       CHECK-ACCT-NUMBER.
           MOVE WS-ACCT-ID TO WS-ACKD-ACCT-ID
           PERFORM CHECK-ACCT-CHECK-DIGIT
           IF NOT WS-ACKD-OK
               MOVE "N" TO WS-TRXN-VALID-SW
               MOVE "ACKD" TO WS-REJECT-REASON-CODE
               MOVE WS-ACKD-REASON TO WS-REJECT-REASON-TEXT
           END-IF.

       CHECK-ACCT-MASTER.
           *> Same one-I-O random READ CHECK-DUPLICATE-TRXN-ID uses
           *> against TRXN-FILE: the master is keyed on AM-ACCT-ID, so a
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
                       END-STRING
                   ELSE
                       PERFORM CHECK-ACCT-PRODUCT
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> The account's product decides which currencies and channels
      *> it may be posted in -- a savings product with no foreign-
      *> currency buckets, or one not served by the ATM network.
      *> -----------------------------------------------------------------
       CHECK-ACCT-PRODUCT.
           MOVE AM-PRODUCT-CODE TO WS-PRDCK-CODE
           MOVE WS-CURR         TO WS-PRDCK-CURR
           MOVE WS-CHANNEL      TO WS-PRDCK-CHANNEL
           PERFORM CHECK-PRODUCT-RULES
           IF NOT WS-PRDCK-OK
               MOVE "N" TO WS-TRXN-VALID-SW
               MOVE "PROD" TO WS-REJECT-REASON-CODE
               STRING "ACCT-ID " WS-ACCT-ID " "
                      FUNCTION TRIM(WS-PRDCK-REASON)
                   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON-TEXT
               END-STRING
           END-IF.

      *> -----------------------------------------------------------------
      *> A debit on a cheque or direct-debit channel (REF-STOP-FLAG 'Y')
      *> is refused when the customer has an active stop that matches
      *> it. Without the channel table every debit is tested.
      *> -----------------------------------------------------------------
       CHECK-ACCT-STOPS.
           IF WS-CHNL-CHECK-ON
               MOVE WS-CHANNEL TO REF-CODE
               READ CHANNEL-REF-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF REF-STOP-FLAG NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-ACCT-ID     TO WS-STPCK-ACCT
           MOVE WS-DESC        TO WS-STPCK-DESC
           MOVE WS-AMT-N       TO WS-STPCK-AMT
           MOVE WS-POST-DATE-N TO WS-STPCK-DATE
           PERFORM CHECK-STOP-PAYMENT
           IF WS-STPCK-STOPPED
               MOVE "N" TO WS-TRXN-VALID-SW
               MOVE "STOP" TO WS-REJECT-REASON-CODE
               STRING "ACCT-ID " WS-ACCT-ID " "
                      FUNCTION TRIM(WS-STPCK-REASON)
                   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON-TEXT
               END-STRING
           END-IF.

       LOAD-APPROVAL-LIMITS.
           DISPLAY "LEDGER_APPR_LIMITS" UPON ENVIRONMENT-NAME
           ACCEPT WS-APPR-LIMIT-PATH FROM ENVIRONMENT-VALUE

           IF NOT WS-DIVERT-PENDING AND WS-VELO-TBL-COUNT > ZERO
               PERFORM CHECK-VELOCITY-LIMITS
           END-IF

           *> A payee named in the description that scores against the
           *> watch list goes to the same queue, for the compliance
           *> officer rather than the amount supervisor.
           IF NOT WS-DIVERT-PENDING
               MOVE WS-DESC TO WS-SCRN-SUBJECT
               PERFORM SCREEN-NAME
               IF WS-SCRN-HIT
                   SET WS-DIVERT-PENDING TO TRUE
                   MOVE "SCRN" TO WS-DIVERT-REASON
               END-IF
           END-IF.

       LOAD-VELOCITY-RULES.
               SET WS-DIVERT-PENDING TO TRUE
           END-IF.

       RESOLVE-PENDING-PATH.
           DISPLAY "LEDGER_PENDING_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PENDING-PATH FROM ENVIRONMENT-VALUE
           IF WS-PENDING-PATH = SPACES
               MOVE "./pending_trxn.dat" TO WS-PENDING-PATH
           END-IF.

       WRITE-PENDING-RECORD.
           PERFORM RESOLVE-PENDING-PATH

           OPEN I-O PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "35"
           MOVE FUNCTION NUMVAL(WS-SUBMIT-DATE) TO PND-SUBMIT-DATE
           MOVE SPACES           TO PND-DECIDE-USER
           MOVE ZERO             TO PND-DECIDE-DATE
           MOVE WS-DIVERT-REASON TO PND-HOLD-REASON
           WRITE PENDING-REC
               INVALID KEY
                   DISPLAY "ERROR: TRXN-ID " WS-TRXN-ID

           CLOSE PENDING-FILE

           EVALUATE WS-DIVERT-REASON
               WHEN "VELO"
                   DISPLAY "PENDING: " WS-TRXN-ID " breaches " WS-ACCT-ID
                       "'s cumulative velocity limits -- diverted to "
                       FUNCTION TRIM(WS-PENDING-PATH)
                       " for supervisor approval"
               WHEN "SCRN"
                   DISPLAY "PENDING: " WS-TRXN-ID " description scores "
                       WS-SCRN-SCORE " against watch-list entry "
                       WS-SCRN-HIT-ENTRY " -- diverted to "
                       FUNCTION TRIM(WS-PENDING-PATH)
                       " for screening review"
               WHEN OTHER
                   DISPLAY "PENDING: " WS-TRXN-ID " exceeds the " WS-CURR
                       " approval threshold -- diverted to "
                       FUNCTION TRIM(WS-PENDING-PATH)
                       " for supervisor approval"
           END-EVALUATE.

      *> -----------------------------------------------------------------
      *> Park a future-dated posting in the warehouse, the same
      *> open-per-record way WRITE-PENDING-RECORD queues an item for
      *> approval. An ID already warehoused is refused as a duplicate.
      *> -----------------------------------------------------------------
       WRITE-WAREHOUSE-RECORD.
           DISPLAY "LEDGER_FWD_WAREHOUSE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FWD-PATH FROM ENVIRONMENT-VALUE
           IF WS-FWD-PATH = SPACES
               MOVE "./fwd_payments.dat" TO WS-FWD-PATH
           END-IF

           OPEN I-O FWD-PAYMENT-FILE
           IF WS-FWD-FILE-STATUS = "35"
               OPEN OUTPUT FWD-PAYMENT-FILE
           END-IF
           IF WS-FWD-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open future-dated warehouse "
                   FUNCTION TRIM(WS-FWD-PATH)
               DISPLAY "       FILE STATUS = " WS-FWD-FILE-STATUS
               PERFORM RELEASE-POSTING-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-SUBMIT-USER FROM ENVIRONMENT-VALUE

           MOVE WS-TRXN-ID       TO FWD-TRXN-ID
           MOVE WS-ACCT-ID       TO FWD-ACCT-ID
           MOVE WS-AMT-N         TO FWD-TRXN-AMT
           MOVE WS-TYPE-TXT(1:1) TO FWD-TRXN-TYPE
           MOVE WS-TRXN-DATE-N   TO FWD-TRXN-DATE
           MOVE WS-TRXN-TIME-N   TO FWD-TRXN-TIME
           MOVE WS-POST-DATE-N   TO FWD-POST-DATE
           MOVE WS-POST-TIME-N   TO FWD-POST-TIME
           MOVE WS-CURR          TO FWD-CURRENCY
           MOVE WS-CHANNEL       TO FWD-CHANNEL
           MOVE WS-DESC          TO FWD-DESC
           MOVE WS-BRANCH        TO FWD-BRANCH
           MOVE "W"              TO FWD-STATUS
           MOVE WS-SUBMIT-USER   TO FWD-CAPTURE-USER
           MOVE WS-FWD-TODAY     TO FWD-CAPTURE-DATE
           MOVE SPACES           TO FWD-ACTION-USER
           MOVE ZERO             TO FWD-ACTION-DATE
           MOVE SPACES           TO FWD-FAIL-REASON
           WRITE FWD-PAYMENT-REC
               INVALID KEY
                   MOVE "N" TO WS-TRXN-VALID-SW
                   MOVE "DUPE" TO WS-REJECT-REASON-CODE
                   STRING "TRXN-ID " WS-TRXN-ID
                          " is already in the future-dated warehouse"
                       DELIMITED BY SIZE
                       INTO WS-REJECT-REASON-TEXT
                   END-STRING
           END-WRITE

           CLOSE FWD-PAYMENT-FILE

           IF WS-TRXN-INVALID
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "FWDCAP " WS-TRXN-ID " " WS-ACCT-ID
                  " DUE " WS-POST-DATE-N
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           MOVE WS-FWD-PATH TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD

           DISPLAY "WAREHOUSED: " WS-TRXN-ID " for " WS-ACCT-ID
               " held in " FUNCTION TRIM(WS-FWD-PATH)
               " until " WS-POST-DATE-N.

       OPEN-ACCT-MASTER.
           DISPLAY "LEDGER_ACCT_MASTER" UPON ENVIRONMENT-NAME
                   FUNCTION TRIM(WS-ACCT-MASTER-PATH)
                   " not available (FILE STATUS " WS-ACCT-FILE-STATUS
                   ") -- account status checking is OFF for this run"
           END-IF

           *> Product rules and stop payments ride on the account
           *> master's row, so both files open and close with it, as
           *> does the legacy-number list behind the check digit.
           PERFORM OPEN-PRODUCT-MASTER
           PERFORM OPEN-STOP-FILE
           PERFORM OPEN-ACCT-GRANDFATHER.

       CLOSE-ACCT-MASTER.
           IF WS-ACCT-CHECK-ON
               CLOSE ACCT-MASTER-FILE
           END-IF
           PERFORM CLOSE-PRODUCT-MASTER
           PERFORM CLOSE-STOP-FILE
           PERFORM CLOSE-ACCT-GRANDFATHER.

       OPEN-BALANCE-MASTER.
           DISPLAY "LEDGER_BALANCE_MASTER" UPON ENVIRONMENT-NAME
      *> Available funds = last night's BAL-CURRENT-BAL, plus every
      *> posting for the account still sitting in TRXN-FILE (the file
      *> only ever holds postings the balance run has not applied yet),
      *> plus the account's overdraft allowance (its facility on the
      *> register, or AM-OVERDRAFT-LIMIT where there is no register),
      *> less the product's minimum balance, less the bucket's active
      *> funds holds.
      *> -----------------------------------------------------------------
       CHECK-AVAILABLE-FUNDS.
           IF WS-TYPE-TXT(1:1) NOT = "D"
               EXIT PARAGRAPH
           END-IF

           IF WS-CHANNEL = "FXM" AND WS-ACCT-ID = WS-FX-POSITION-ACCT
               EXIT PARAGRAPH
           END-IF

           *> The funds check is per currency bucket -- a healthy INR
           *> balance must not underwrite a USD debit.
           MOVE ZERO TO WS-AVAIL-BAL
           PERFORM NET-TODAYS-POSTINGS

           MOVE ZERO TO WS-OD-LIMIT
           MOVE "N"  TO WS-ODF-LAPSED-SW
           IF WS-ODF-CHECK-ON
               PERFORM LOOKUP-OD-FACILITY
           ELSE
               IF WS-ACCT-CHECK-ON
                   *> CHECK-ACCT-MASTER has already read this account's
                   *> master row (it runs first in the edit order).
                   MOVE AM-OVERDRAFT-LIMIT TO WS-OD-LIMIT
               END-IF
           END-IF
           ADD WS-OD-LIMIT TO WS-AVAIL-BAL

           *> CHECK-ACCT-PRODUCT has the product row in hand when the
           *> account has one.
           IF WS-PRDCK-FOUND
               SUBTRACT PRD-MIN-BALANCE FROM WS-AVAIL-BAL
           END-IF

           MOVE ZERO TO WS-HOLD-TOTAL
           IF WS-HOLD-CHECK-ON
               PERFORM TOTAL-ACTIVE-HOLDS
               SUBTRACT WS-HOLD-TOTAL FROM WS-AVAIL-BAL
           END-IF

           IF WS-AMT-N > WS-AVAIL-BAL
               MOVE "N" TO WS-TRXN-VALID-SW
               MOVE "NSFD" TO WS-REJECT-REASON-CODE
               MOVE WS-AVAIL-BAL TO WS-AVAIL-ED
               EVALUATE TRUE
                   WHEN WS-HOLD-TOTAL > ZERO
                       MOVE WS-HOLD-TOTAL TO WS-HOLD-ED
                       STRING "debit exceeds available funds "
                              FUNCTION TRIM(WS-AVAIL-ED)
                              " after holds of "
                              FUNCTION TRIM(WS-HOLD-ED)
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
                       END-STRING
                   WHEN WS-ODF-LAPSED
                       STRING "debit exceeds available funds "
                              FUNCTION TRIM(WS-AVAIL-ED)
                              "; overdraft expired " ODF-EXPIRY-DATE
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
                       END-STRING
                   WHEN OTHER
                       STRING "debit exceeds available funds "
                              FUNCTION TRIM(WS-AVAIL-ED)
                              " on ACCT-ID " WS-ACCT-ID
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
                       END-STRING
               END-EVALUATE
           END-IF.

      *> -----------------------------------------------------------------
      *> The account's overdraft from the facility register: active and
      *> not past its review/expiry date on the posting date, or zero.
      *> -----------------------------------------------------------------
       LOOKUP-OD-FACILITY.
           MOVE WS-ACCT-ID TO ODF-ACCT-ID
           READ OD-FACILITY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF ODF-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF

           IF ODF-EXPIRY-DATE < WS-POST-DATE-N
               SET WS-ODF-LAPSED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ODF-LIMIT TO WS-OD-LIMIT.

      *> -----------------------------------------------------------------
      *> Total the bucket's live holds: START on the account/currency
      *> prefix of HLD-KEY and read forward until either changes. A
      *> hold counts while it is active and its expiry date is zero
      *> (a legal order) or not yet behind the posting date -- the
      *> nightly expiry run catching up late must not free the money
      *> early or late.
      *> -----------------------------------------------------------------
       TOTAL-ACTIVE-HOLDS.
           MOVE "N" TO WS-HOLD-EOF-SW
           MOVE WS-ACCT-ID TO HLD-ACCT-ID
           MOVE WS-CURR    TO HLD-CURRENCY
           MOVE LOW-VALUES TO HLD-HOLD-ID
           START HOLD-FILE KEY >= HLD-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START

           PERFORM ADD-ONE-ACTIVE-HOLD UNTIL WS-HOLD-EOF.

       ADD-ONE-ACTIVE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HLD-ACCT-ID NOT = WS-ACCT-ID
                       OR HLD-CURRENCY NOT = WS-CURR
                       SET WS-HOLD-EOF TO TRUE
                   ELSE
                       IF HLD-STATUS = "A"
                           AND (HLD-EXPIRY-DATE = ZERO
                             OR HLD-EXPIRY-DATE >= WS-POST-DATE-N)
                           ADD HLD-AMT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

       OPEN-HOLD-FILE.
           DISPLAY "LEDGER_HOLD_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-PATH FROM ENVIRONMENT-VALUE
           IF WS-HOLD-PATH = SPACES
               MOVE "./funds_hold.dat" TO WS-HOLD-PATH
           END-IF

           MOVE "Y" TO WS-HOLD-CHECK-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-HOLD-CHECK-SW
               DISPLAY "WARNING: funds-hold file "
                   FUNCTION TRIM(WS-HOLD-PATH)
                   " not available (FILE STATUS " WS-HOLD-FILE-STATUS
                   ") -- holds are not deducted this run"
           END-IF.

       CLOSE-HOLD-FILE.
           IF WS-HOLD-CHECK-ON
               CLOSE HOLD-FILE
           END-IF.

       OPEN-OD-FACILITY.
           DISPLAY "LEDGER_OD_FACILITY" UPON ENVIRONMENT-NAME
           ACCEPT WS-ODF-PATH FROM ENVIRONMENT-VALUE
           IF WS-ODF-PATH = SPACES
               MOVE "./od_facility.dat" TO WS-ODF-PATH
           END-IF

           MOVE "Y" TO WS-ODF-CHECK-SW
           OPEN INPUT OD-FACILITY-FILE
           IF WS-ODF-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ODF-CHECK-SW
               DISPLAY "WARNING: overdraft facility register "
                   FUNCTION TRIM(WS-ODF-PATH)
                   " not available (FILE STATUS " WS-ODF-FILE-STATUS
                   ") -- overdrafts come from the account master"
           END-IF.

       CLOSE-OD-FACILITY.
           IF WS-ODF-CHECK-ON
               CLOSE OD-FACILITY-FILE
           END-IF.

       NET-TODAYS-POSTINGS.
       COPY "period_check.cpy".

       COPY "batch_lock.cpy".

       COPY "sanction_screen.cpy".

       COPY "product_check.cpy".

       COPY "stop_check.cpy".

       COPY "acct_check_digit.cpy".
