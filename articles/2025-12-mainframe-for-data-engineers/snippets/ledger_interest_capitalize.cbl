               ALTERNATE RECORD KEY IS ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT WHT-RATE-FILE ASSIGN TO WS-WHT-RATE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHT-KEY
               FILE STATUS IS WS-WHT-RATE-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRC-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT CUST-TAX-FILE ASSIGN TO WS-TAX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTX-CUST-ID
               FILE STATUS IS WS-TAX-FILE-STATUS.

           SELECT WHT-REGISTER-FILE ASSIGN TO WS-WHT-REG-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WHT-REG-FILE-STATUS.

           COPY "recovery_journal_select.cpy".

           COPY "batch_lock_select.cpy".
           BLOCK CONTAINS 100 RECORDS.
       COPY "ledger_trxn_writer.cpy".

       FD  WHT-RATE-FILE.
       COPY "wht_rate.cpy".

       FD  CUST-XREF-FILE.
       COPY "cust_acct_xref.cpy".

       FD  CUST-TAX-FILE.
       COPY "cust_tax.cpy".

       FD  WHT-REGISTER-FILE.
       COPY "wht_register.cpy".

       COPY "recovery_journal_fd.cpy".

       COPY "batch_lock_fd.cpy".
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES.
              10 WS-T-ACCT-NO    PIC X(16).
              10 WS-T-INTEREST   PIC S9(9)V99 COMP-3.
              10 WS-T-CUST-ID    PIC X(10).
              10 WS-T-TAX-STATUS PIC X(1).
              10 WS-T-WHT-RATE   PIC 9(2)V9(4) COMP-3.
              10 WS-T-REG-SW     PIC X(1).
                 88 WS-T-REG-HAVE            VALUE "Y".
              10 WS-T-REG-WHT-ID PIC X(10).

       *> Capitalization postings use a reserved TRXN-ID series --
       *> "I" + YYMM + a 5-digit sequence -- and their own channel
       *> code, so interest is unmistakable on every downstream report
       *> and the duplicate check makes a month's re-run a no-op. The
       *> sequence is wider than the account table, so no table index
       *> can ever fold onto an earlier account's ID. Tax withheld
       *> from a credit is the matching "W" series on channel WHT.
       01 WS-GEN-TRXN-ID.
           05 WS-GEN-SERIES      PIC X(1)    VALUE "I".
           05 WS-GEN-PERIOD      PIC 9(4).
           05 WS-GEN-SEQ         PIC 9(5).

       *> Idempotence is tied to the ACCOUNT, not to where it happens
       *> to sit in this run's table: before posting, the account's own
       *> key range is walked (ACCT-ID alternate key) looking for an
       *> existing I+YYMM posting for the period, and for the W+YYMM
       *> tax debit that should go with it.
       01 WS-PAID-SW             PIC X(1)    VALUE "N".
           88 WS-ALREADY-PAID                VALUE "Y".
       01 WS-PAID-TRXN-ID        PIC X(10).
       01 WS-PAID-AMT            PIC S9(7)V99.
       01 WS-PAID-TYPE           PIC X(1).
       01 WS-WHT-POSTED-SW       PIC X(1)    VALUE "N".
           88 WS-WHT-POSTED                  VALUE "Y".
       01 WS-PAID-WHT-ID         PIC X(10).
       01 WS-PAID-WHT-AMT        PIC S9(7)V99.
       01 WS-CHK-INT-PFX         PIC X(5).
       01 WS-CHK-WHT-PFX         PIC X(5).
       01 WS-CHK-EOF-SW          PIC X(1)    VALUE "N".
           88 WS-CHK-EOF                     VALUE "Y".
       01 WS-CHK-ACCT-ID         PIC X(10).
       01 WS-FREE-SW             PIC X(1)    VALUE "N".
           88 WS-SEQ-IS-FREE                 VALUE "Y".

       *> Withholding tax. The rate table (LEDGER_WHT_RATES, default
       *> ./wht_rates.dat) is optional: without it nothing is withheld
       *> and the gross credit posts exactly as before. With it, each
       *> account's customer is found on the cross-reference
       *> (LEDGER_CUST_XREF), the customer's status on the tax file
       *> (LEDGER_CUST_TAX -- no row means resident), and every credit
       *> is written to the withholding register (LEDGER_WHT_REGISTER).
       *> A joint account withholds at the highest of its holders'
       *> rates.
       01 WS-WHT-RATE-PATH       PIC X(200).
       01 WS-WHT-RATE-FILE-STATUS
                                 PIC XX.
       01 WS-XREF-PATH           PIC X(200).
       01 WS-XREF-FILE-STATUS    PIC XX.
       01 WS-TAX-PATH            PIC X(200).
       01 WS-TAX-FILE-STATUS     PIC XX.
       01 WS-WHT-REG-PATH        PIC X(200).
       01 WS-WHT-REG-FILE-STATUS PIC XX.

       01 WS-WHT-ON-SW           PIC X(1)    VALUE "N".
           88 WS-WHT-ON                      VALUE "Y".
       01 WS-TAX-ON-SW           PIC X(1)    VALUE "N".
           88 WS-TAX-ON                      VALUE "Y".

       *> The rate in force on the posting date, one per status.
       01 WS-WHT-RATE-TABLE.
           05 WS-WHT-RATE-ENTRY OCCURS 3 TIMES.
              10 WS-WR-STATUS    PIC X(1).
              10 WS-WR-HAVE-SW   PIC X(1).
                 88 WS-WR-HAVE               VALUE "Y".
              10 WS-WR-EFF-DATE  PIC 9(8).
              10 WS-WR-PCT       PIC 9(2)V9(4) COMP-3.
       01 WS-WR-IDX              PIC 9(1).

       01 WS-RATE-EOF-SW         PIC X(1)    VALUE "N".
           88 WS-RATE-EOF                    VALUE "Y".
       01 WS-XREF-EOF-SW         PIC X(1)    VALUE "N".
           88 WS-XREF-EOF                    VALUE "Y".
       01 WS-REG-EOF-SW          PIC X(1)    VALUE "N".
           88 WS-REG-EOF                     VALUE "Y".
       01 WS-CUST-STATUS         PIC X(1).
       01 WS-CUST-RATE           PIC 9(2)V9(4) COMP-3.
       01 WS-EXPIRED-COUNT       PIC 9(4)    VALUE ZERO.

       01 WS-INT-TRXN-ID         PIC X(10).
       01 WS-WHT-AMT             PIC S9(7)V99.
       01 WS-WHT-COUNT           PIC 9(4)    VALUE ZERO.
       01 WS-WHT-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01 WS-WHT-TOTAL-DISP      PIC -(10)9.99.

       COPY "recovery_journal_ws.cpy".

       COPY "batch_lock_ws.cpy".
               STOP RUN
           END-IF

           PERFORM LOAD-WHT-RATES
           IF WS-WHT-ON
               PERFORM RESOLVE-ACCOUNT-TAX-STATUS
               PERFORM OPEN-WHT-REGISTER
           END-IF

           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-RECOVERY-JRNL

               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-ACCT-TBL-COUNT

           IF WS-WHT-ON
               CLOSE WHT-REGISTER-FILE
           END-IF
           CLOSE TRXN-FILE
           PERFORM CLOSE-AUDIT-LOG
           PERFORM CLOSE-RECOVERY-JRNL
           DISPLAY "Capitalization for " WS-PERIOD ": " WS-POST-COUNT
               " interest posting(s) written, " WS-SKIP-COUNT
               " already posted (skipped)"
           IF WS-WHT-ON
               MOVE WS-WHT-TOTAL TO WS-WHT-TOTAL-DISP
               DISPLAY "Withholding tax: " WS-WHT-COUNT
                   " deduction(s) posted, total "
                   FUNCTION TRIM(WS-WHT-TOTAL-DISP)
               IF WS-EXPIRED-COUNT > ZERO
                   DISPLAY "WARNING: " WS-EXPIRED-COUNT
                       " customer(s) taxed as resident on an expired "
                       "exemption certificate"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

           DISPLAY "Usage:"
           DISPLAY "  ./ledger_interest_capitalize ACCRUAL_FILE TRXN_FILE PERIOD POST_DATE POST_TIME"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_interest_capitalize /data/accruals/transactions.acr /data/transactions.dat 202608 20260831 235900"
           DISPLAY "Withholding tax is deducted when LEDGER_WHT_RATES (default"
           DISPLAY "./wht_rates.dat) is available; customer status is read from"
           DISPLAY "LEDGER_CUST_XREF and LEDGER_CUST_TAX and each credit is"
           DISPLAY "appended to LEDGER_WHT_REGISTER (default ./wht_register.dat).".

       SUM-ONE-ACCRUAL.
           READ ACCRUAL-FILE
               MOVE WS-ACCT-TBL-COUNT TO WS-SRCH-IDX
               MOVE ACRL-ACCT-NO TO WS-T-ACCT-NO(WS-SRCH-IDX)
               MOVE ZERO         TO WS-T-INTEREST(WS-SRCH-IDX)
               MOVE SPACES       TO WS-T-CUST-ID(WS-SRCH-IDX)
               MOVE SPACE        TO WS-T-TAX-STATUS(WS-SRCH-IDX)
               MOVE ZERO         TO WS-T-WHT-RATE(WS-SRCH-IDX)
               MOVE "N"          TO WS-T-REG-SW(WS-SRCH-IDX)
               MOVE SPACES       TO WS-T-REG-WHT-ID(WS-SRCH-IDX)
           END-IF

           ADD ACRL-INTEREST-AMT TO WS-T-INTEREST(WS-SRCH-IDX).
           *> run, whatever order that run's accrual file was in.
           PERFORM CHECK-ACCOUNT-ALREADY-PAID
           IF WS-ALREADY-PAID
               *> The credit is on file, but a run that died between
               *> it and its withholding left the tax side unfinished.
               IF WS-WHT-ON AND WS-PAID-TYPE = "C"
                   PERFORM COMPLETE-PAID-WITHHOLDING
               END-IF
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "SKIP   " WS-CHK-ACCT-ID
                   " already capitalized for " WS-PERIOD
           *> The sequence is only a tie-breaker within the series:
           *> start from this run's table position and walk forward to
           *> the first free TRXN-ID.
           MOVE "I"         TO WS-GEN-SERIES
           MOVE WS-SRCH-IDX TO WS-GEN-SEQ
           PERFORM FIND-FREE-SERIES-ID

           MOVE WS-FILE-PATH   TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD

           ADD 1 TO WS-POST-COUNT

           IF WS-WHT-ON AND WS-POST-TYPE = "C"
               PERFORM POST-WITHHOLDING
           END-IF.

      *> -----------------------------------------------------------------
      *> The tax deduction goes on alongside the credit it is taken
      *> from: a W-series debit for the same account and posting date,
      *> and a register row whether or not anything was withheld. When
      *> a rerun is completing an earlier credit whose debit did post,
      *> the register row is written against that debit instead.
      *> -----------------------------------------------------------------
       POST-WITHHOLDING.
           MOVE WS-GEN-TRXN-ID TO WS-INT-TRXN-ID
           COMPUTE WS-WHT-AMT ROUNDED =
               WS-POST-AMT * WS-T-WHT-RATE(WS-SRCH-IDX) / 100
           IF WS-WHT-POSTED
               MOVE WS-PAID-WHT-AMT TO WS-WHT-AMT
           END-IF

           MOVE SPACES                      TO WHT-REGISTER-REC
           MOVE WS-POST-DATE-N              TO WHR-POST-DATE
           MOVE WS-PERIOD                   TO WHR-PERIOD
           MOVE WS-T-ACCT-NO(WS-SRCH-IDX)(1:10) TO WHR-ACCT-ID
           MOVE WS-T-CUST-ID(WS-SRCH-IDX)   TO WHR-CUST-ID
           MOVE WS-T-TAX-STATUS(WS-SRCH-IDX) TO WHR-TAX-STATUS
           MOVE WS-T-WHT-RATE(WS-SRCH-IDX)  TO WHR-RATE-PCT
           MOVE WS-POST-AMT                 TO WHR-GROSS-AMT
           MOVE WS-WHT-AMT                  TO WHR-TAX-AMT
           MOVE WS-INT-TRXN-ID              TO WHR-INT-TRXN-ID
           MOVE SPACES                      TO WHR-WHT-TRXN-ID

           IF WS-WHT-POSTED
               MOVE WS-PAID-WHT-ID TO WHR-WHT-TRXN-ID
           END-IF

           IF WS-WHT-AMT > ZERO AND NOT WS-WHT-POSTED
               MOVE "W"         TO WS-GEN-SERIES
               MOVE WS-SRCH-IDX TO WS-GEN-SEQ
               PERFORM FIND-FREE-SERIES-ID

               MOVE WS-GEN-TRXN-ID               TO TRXN-ID
               MOVE WS-T-ACCT-NO(WS-SRCH-IDX)(1:10) TO ACCT-ID
               MOVE WS-WHT-AMT                   TO TRXN-AMT
               MOVE "D"                          TO TRXN-TYPE
               MOVE WS-POST-DATE-N               TO TRXN-DATE
               MOVE WS-POST-TIME-N               TO TRXN-TIME
               MOVE WS-POST-DATE-N               TO POST-DATE
               MOVE WS-POST-TIME-N               TO POST-TIME
               MOVE "INR"                        TO CURRENCY-CODE
               MOVE "WHT"                        TO CHANNEL-CODE
               MOVE "INT TAX WITHHELD"           TO TRXN-DESC
               MOVE SPACES                       TO TRXN-BRANCH
               MOVE SPACE                        TO TRXN-ADJ-FLAG
               WRITE TRXN-REC

               MOVE "W"          TO WS-JRNL-ACTION
               MOVE SPACES       TO WS-JRNL-BEFORE
               MOVE TRXN-REC     TO WS-JRNL-AFTER
               MOVE WS-FILE-PATH TO WS-JRNL-TARGET
               PERFORM APPEND-RECOVERY-JRNL-RECORD

               MOVE WS-GEN-TRXN-ID TO WS-AUDIT-RECORD-KEY
               MOVE WS-FILE-PATH   TO WS-AUDIT-TARGET-PATH
               PERFORM APPEND-AUDIT-LOG-RECORD

               MOVE WS-GEN-TRXN-ID TO WHR-WHT-TRXN-ID
               ADD 1          TO WS-WHT-COUNT
               ADD WS-WHT-AMT TO WS-WHT-TOTAL
               MOVE "I"       TO WS-GEN-SERIES
           END-IF

           WRITE WHT-REGISTER-REC
           IF WS-WHT-REG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: withholding register write failed for "
                   WHR-ACCT-ID " (FILE STATUS "
                   WS-WHT-REG-FILE-STATUS ")"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> -----------------------------------------------------------------
      *> An account capitalized by an earlier run is finished only once
      *> its register row is down (and, when tax was taken, the W-series
      *> debit that row names). A missing row is written now from the
      *> credit actually posted, reusing a debit already on file; a row
      *> naming a debit that is not on file cannot be repaired here.
      *> -----------------------------------------------------------------
       COMPLETE-PAID-WITHHOLDING.
           IF WS-T-REG-HAVE(WS-SRCH-IDX)
               IF WS-T-REG-WHT-ID(WS-SRCH-IDX) NOT = SPACES
                   AND NOT WS-WHT-POSTED
                   DISPLAY "ERROR: account " WS-CHK-ACCT-ID
                       " withholding register names tax debit "
                       WS-T-REG-WHT-ID(WS-SRCH-IDX) " for " WS-PERIOD
                       " but no W-series posting is on file"
                   DISPLAY "       repair the account by hand and re-run"
                   CLOSE WHT-REGISTER-FILE
                   CLOSE TRXN-FILE
                   PERFORM CLOSE-AUDIT-LOG
                   PERFORM CLOSE-RECOVERY-JRNL
                   PERFORM RELEASE-POSTING-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAID-TRXN-ID TO WS-GEN-TRXN-ID
           MOVE WS-PAID-AMT     TO WS-POST-AMT
           PERFORM POST-WITHHOLDING
           SET WS-T-REG-HAVE(WS-SRCH-IDX) TO TRUE
           DISPLAY "RESTART " WS-CHK-ACCT-ID " interest "
               WS-PAID-TRXN-ID " already credited for " WS-PERIOD
               " -- withholding completed".

      *> -----------------------------------------------------------------
      *> Rates in force on the posting date: the table is keyed status
      *> then effective date, so a straight read leaves the newest
      *> qualifying row of each status in its slot.
      *> -----------------------------------------------------------------
       LOAD-WHT-RATES.
           MOVE "R" TO WS-WR-STATUS(1)
           MOVE "N" TO WS-WR-STATUS(2)
           MOVE "E" TO WS-WR-STATUS(3)
           PERFORM CLEAR-ONE-WHT-RATE
               VARYING WS-WR-IDX FROM 1 BY 1 UNTIL WS-WR-IDX > 3

           DISPLAY "LEDGER_WHT_RATES" UPON ENVIRONMENT-NAME
           ACCEPT WS-WHT-RATE-PATH FROM ENVIRONMENT-VALUE
           IF WS-WHT-RATE-PATH = SPACES
               MOVE "./wht_rates.dat" TO WS-WHT-RATE-PATH
           END-IF

           OPEN INPUT WHT-RATE-FILE
           IF WS-WHT-RATE-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: withholding rate table "
                   FUNCTION TRIM(WS-WHT-RATE-PATH)
                   " not available (FILE STATUS "
                   WS-WHT-RATE-FILE-STATUS
                   ") -- interest posted gross, nothing withheld"
               EXIT PARAGRAPH
           END-IF

           SET WS-WHT-ON TO TRUE
           MOVE "N" TO WS-RATE-EOF-SW
           PERFORM READ-ONE-WHT-RATE UNTIL WS-RATE-EOF
           CLOSE WHT-RATE-FILE

           *> Exempt customers withhold nothing unless a rate is keyed
           *> for 'E'; a taxable status with no rate in force is a
           *> table gap the operator must hear about.
           PERFORM CHECK-ONE-WHT-RATE
               VARYING WS-WR-IDX FROM 1 BY 1 UNTIL WS-WR-IDX > 2.

       CLEAR-ONE-WHT-RATE.
           MOVE "N"  TO WS-WR-HAVE-SW(WS-WR-IDX)
           MOVE ZERO TO WS-WR-EFF-DATE(WS-WR-IDX)
           MOVE ZERO TO WS-WR-PCT(WS-WR-IDX).

       READ-ONE-WHT-RATE.
           READ WHT-RATE-FILE NEXT RECORD
               AT END
                   SET WS-RATE-EOF TO TRUE
               NOT AT END
                   IF WHT-EFF-DATE <= WS-POST-DATE-N
                       PERFORM STORE-ONE-WHT-RATE
                           VARYING WS-WR-IDX FROM 1 BY 1
                           UNTIL WS-WR-IDX > 3
                   END-IF
           END-READ.

       STORE-ONE-WHT-RATE.
           IF WS-WR-STATUS(WS-WR-IDX) = WHT-TAX-STATUS
               SET WS-WR-HAVE(WS-WR-IDX) TO TRUE
               MOVE WHT-EFF-DATE TO WS-WR-EFF-DATE(WS-WR-IDX)
               MOVE WHT-RATE-PCT TO WS-WR-PCT(WS-WR-IDX)
           END-IF.

       CHECK-ONE-WHT-RATE.
           IF NOT WS-WR-HAVE(WS-WR-IDX)
               DISPLAY "WARNING: no withholding rate in force on "
                   WS-POST-DATE-N " for status "
                   WS-WR-STATUS(WS-WR-IDX) " -- nothing withheld"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> -----------------------------------------------------------------
      *> Every account starts resident; one pass over the customer
      *> cross-reference then applies each holder's status, keeping the
      *> highest rate where an account has more than one holder.
      *> -----------------------------------------------------------------
       RESOLVE-ACCOUNT-TAX-STATUS.
           PERFORM DEFAULT-ONE-ACCOUNT-STATUS
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-ACCT-TBL-COUNT

           DISPLAY "LEDGER_CUST_TAX" UPON ENVIRONMENT-NAME
           ACCEPT WS-TAX-PATH FROM ENVIRONMENT-VALUE
           IF WS-TAX-PATH = SPACES
               MOVE "./cust_tax.dat" TO WS-TAX-PATH
           END-IF
           OPEN INPUT CUST-TAX-FILE
           IF WS-TAX-FILE-STATUS = "00"
               SET WS-TAX-ON TO TRUE
           ELSE
               DISPLAY "WARNING: customer tax file "
                   FUNCTION TRIM(WS-TAX-PATH)
                   " not available (FILE STATUS " WS-TAX-FILE-STATUS
                   ") -- every customer taxed as resident"
           END-IF

           DISPLAY "LEDGER_CUST_XREF" UPON ENVIRONMENT-NAME
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT-VALUE
           IF WS-XREF-PATH = SPACES
               MOVE "./cust_acct_xref.dat" TO WS-XREF-PATH
           END-IF
           OPEN INPUT CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: customer cross-reference "
                   FUNCTION TRIM(WS-XREF-PATH)
                   " not available (FILE STATUS " WS-XREF-FILE-STATUS
                   ") -- every account taxed as resident"
           ELSE
               MOVE "N" TO WS-XREF-EOF-SW
               PERFORM APPLY-ONE-XREF-LINK UNTIL WS-XREF-EOF
               CLOSE CUST-XREF-FILE
           END-IF

           IF WS-TAX-ON
               CLOSE CUST-TAX-FILE
           END-IF.

       DEFAULT-ONE-ACCOUNT-STATUS.
           MOVE "R"          TO WS-T-TAX-STATUS(WS-SRCH-IDX)
           MOVE WS-WR-PCT(1) TO WS-T-WHT-RATE(WS-SRCH-IDX).

       APPLY-ONE-XREF-LINK.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           MOVE "N" TO WS-FOUND-SW
           PERFORM SEARCH-XREF-ACCOUNT
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-ACCT-TBL-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-SRCH-IDX

           PERFORM LOOKUP-CUSTOMER-STATUS

           *> First holder seen always replaces the unlinked default;
           *> a later joint holder only if taxed more heavily.
           IF WS-T-CUST-ID(WS-SRCH-IDX) = SPACES
               OR WS-CUST-RATE > WS-T-WHT-RATE(WS-SRCH-IDX)
               MOVE XRC-CUST-ID    TO WS-T-CUST-ID(WS-SRCH-IDX)
               MOVE WS-CUST-STATUS TO WS-T-TAX-STATUS(WS-SRCH-IDX)
               MOVE WS-CUST-RATE   TO WS-T-WHT-RATE(WS-SRCH-IDX)
           END-IF.

       SEARCH-XREF-ACCOUNT.
           IF WS-T-ACCT-NO(WS-SRCH-IDX)(1:10) = XRC-ACCT-ID
               SET WS-FOUND TO TRUE
           END-IF.

       LOOKUP-CUSTOMER-STATUS.
           MOVE "R" TO WS-CUST-STATUS
           IF WS-TAX-ON
               MOVE XRC-CUST-ID TO CTX-CUST-ID
               READ CUST-TAX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTX-TAX-STATUS TO WS-CUST-STATUS
               END-READ
           END-IF

           *> An exemption lapses the day after its certificate expires.
           IF WS-CUST-STATUS = "E"
               AND CTX-CERT-EXPIRY < WS-POST-DATE-N
               DISPLAY "WARNING: customer " XRC-CUST-ID
                   " exemption certificate "
                   FUNCTION TRIM(CTX-CERT-REF) " expired "
                   CTX-CERT-EXPIRY " -- taxed as resident"
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "R" TO WS-CUST-STATUS
           END-IF

           EVALUATE WS-CUST-STATUS
               WHEN "N"
                   MOVE WS-WR-PCT(2) TO WS-CUST-RATE
               WHEN "E"
                   MOVE WS-WR-PCT(3) TO WS-CUST-RATE
               WHEN OTHER
                   MOVE "R" TO WS-CUST-STATUS
                   MOVE WS-WR-PCT(1) TO WS-CUST-RATE
           END-EVALUATE.

       OPEN-WHT-REGISTER.
           DISPLAY "LEDGER_WHT_REGISTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-WHT-REG-PATH FROM ENVIRONMENT-VALUE
           IF WS-WHT-REG-PATH = SPACES
               MOVE "./wht_register.dat" TO WS-WHT-REG-PATH
           END-IF

           *> Note which accounts already have a row for the period, so
           *> a rerun can tell a finished account from a half-done one.
           OPEN INPUT WHT-REGISTER-FILE
           IF WS-WHT-REG-FILE-STATUS = "00"
               MOVE "N" TO WS-REG-EOF-SW
               PERFORM NOTE-ONE-REGISTER-ROW UNTIL WS-REG-EOF
               CLOSE WHT-REGISTER-FILE
           END-IF

           OPEN EXTEND WHT-REGISTER-FILE
           IF WS-WHT-REG-FILE-STATUS = "35"
               OPEN OUTPUT WHT-REGISTER-FILE
           END-IF
           IF WS-WHT-REG-FILE-STATUS NOT = "00"
               *> Tax that cannot be registered cannot be remitted, so
               *> nothing is posted without it.
               DISPLAY "ERROR: Unable to open withholding register "
                   FUNCTION TRIM(WS-WHT-REG-PATH)
               DISPLAY "       FILE STATUS = " WS-WHT-REG-FILE-STATUS
               CLOSE TRXN-FILE
               PERFORM RELEASE-POSTING-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-ONE-REGISTER-ROW.
           READ WHT-REGISTER-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF WHR-PERIOD NOT = WS-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND-SW
           PERFORM SEARCH-REGISTER-ACCOUNT
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-ACCT-TBL-COUNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SRCH-IDX
               SET WS-T-REG-HAVE(WS-SRCH-IDX) TO TRUE
               MOVE WHR-WHT-TRXN-ID TO WS-T-REG-WHT-ID(WS-SRCH-IDX)
           END-IF.

       SEARCH-REGISTER-ACCOUNT.
           IF WS-T-ACCT-NO(WS-SRCH-IDX)(1:10) = WHR-ACCT-ID
               SET WS-FOUND TO TRUE
           END-IF.

       CHECK-ACCOUNT-ALREADY-PAID.
           MOVE "N" TO WS-PAID-SW
           MOVE "N" TO WS-WHT-POSTED-SW
           MOVE "N" TO WS-CHK-EOF-SW
           MOVE WS-T-ACCT-NO(WS-SRCH-IDX)(1:10) TO WS-CHK-ACCT-ID
           MOVE "I"           TO WS-CHK-INT-PFX(1:1)
           MOVE WS-GEN-PERIOD TO WS-CHK-INT-PFX(2:4)
           MOVE "W"           TO WS-CHK-WHT-PFX(1:1)
           MOVE WS-GEN-PERIOD TO WS-CHK-WHT-PFX(2:4)

           MOVE WS-CHK-ACCT-ID TO ACCT-ID
           START TRXN-FILE KEY = ACCT-ID
                   SET WS-CHK-EOF TO TRUE
           END-START

           PERFORM SCAN-ONE-ACCOUNT-POSTING UNTIL WS-CHK-EOF.

       SCAN-ONE-ACCOUNT-POSTING.
           READ TRXN-FILE NEXT RECORD
                   IF ACCT-ID NOT = WS-CHK-ACCT-ID
                       SET WS-CHK-EOF TO TRUE
                   ELSE
                       IF TRXN-ID(1:5) = WS-CHK-INT-PFX
                           SET WS-ALREADY-PAID TO TRUE
                           MOVE TRXN-ID   TO WS-PAID-TRXN-ID
                           MOVE TRXN-AMT  TO WS-PAID-AMT
                           MOVE TRXN-TYPE TO WS-PAID-TYPE
                       END-IF
                       IF TRXN-ID(1:5) = WS-CHK-WHT-PFX
                           SET WS-WHT-POSTED TO TRUE
                           MOVE TRXN-ID   TO WS-PAID-WHT-ID
                           MOVE TRXN-AMT  TO WS-PAID-WHT-AMT
                       END-IF
                   END-IF
           END-READ.
