               RECORD KEY IS PND-TRXN-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO WS-HOLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT FWD-PAYMENT-FILE ASSIGN TO WS-FWD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWD-TRXN-ID
               ALTERNATE RECORD KEY IS FWD-ACCT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS FWD-POST-DATE WITH DUPLICATES
               FILE STATUS IS WS-FWD-FILE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT OD-FACILITY-FILE ASSIGN TO WS-ODF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODF-ACCT-ID
               FILE STATUS IS WS-ODF-FILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO WS-CUST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRC-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO WS-SUSP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-TRXN-ID
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT ORDER-FILE ASSIGN TO WS-ORDER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           COPY "period_check_select.cpy".

           COPY "business_day_select.cpy".

           COPY "audit_log_select.cpy".

           COPY "sanction_screen_select.cpy".

           COPY "product_check_select.cpy".

           COPY "stop_check_select.cpy".

           COPY "acct_check_digit_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  TRXN-FILE
       FD  PENDING-FILE.
       COPY "pending_trxn.cpy".

       FD  HOLD-FILE.
       COPY "funds_hold.cpy".

       FD  HIST-FILE.
       COPY "balance_history.cpy".

       FD  FWD-PAYMENT-FILE.
       COPY "fwd_payment.cpy".

       FD  BALANCE-FILE.
       COPY "balance_master.cpy".

       FD  OD-FACILITY-FILE.
       COPY "od_facility.cpy".

       FD  CUST-MASTER-FILE.
       COPY "cust_master.cpy".

       FD  CUST-XREF-FILE.
       COPY "cust_acct_xref.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspense_master.cpy".

       FD  ORDER-FILE.
       COPY "standing_order.cpy".

       COPY "period_check_fd.cpy".

       COPY "business_day_fd.cpy".

       COPY "audit_log_fd.cpy".

       COPY "sanction_screen_fd.cpy".

       COPY "product_check_fd.cpy".

       COPY "stop_check_fd.cpy".

       COPY "acct_check_digit_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-PENDING-FILE-STATUS PIC XX.
       01 WS-DIVERT-SW           PIC X(1)    VALUE "N".
           88 WS-DIVERT-PENDING              VALUE "Y".
       01 WS-DIVERT-REASON       PIC X(4)    VALUE "APPR".
       01 WS-SUBMIT-USER         PIC X(30).
       01 WS-SUBMIT-DATE         PIC X(8).

       *> ------------------ Funds-hold working storage -----------------
       *> The hold file HOLD-MAINT maintains (LEDGER_HOLD_FILE, default
       *> ./funds_hold.dat), placed, released and listed from screens.
       01 WS-HOLD-PATH           PIC X(200).
       01 WS-HOLD-FILE-STATUS    PIC XX.
       01 WS-HOLD-ACCT-ID        PIC X(10).
       01 WS-HOLD-CURR           PIC X(3).
       01 WS-HOLD-ID             PIC X(10).
       01 WS-HOLD-AMT-TXT        PIC X(20).
       01 WS-HOLD-REASON         PIC X(1).
       01 WS-HOLD-EXPIRY-TXT     PIC X(8).
       01 WS-HOLD-TEXT           PIC X(30).
       01 WS-HOLD-AMT-ED         PIC -(9).99.
       01 WS-HOLD-ACTIVE-TOTAL   PIC S9(11)V99 COMP-3.
       01 WS-HOLD-TOTAL-ED       PIC -(11).99.
       *> Audited with the verbs HOLD-MAINT uses for the same change.
       01 WS-HOLD-AUDIT-VERB     PIC X(8).
       01 WS-TODAY-DATE          PIC X(8).

       *> ----------------- Stop-payment working storage ----------------
       *> The stop-payment file the posting edits check
       *> (LEDGER_STOP_FILE, default ./stop_payment.dat), placed,
       *> renewed, cancelled and listed from screens through the same
       *> STOP-FILE. A stop keyed with no expiry runs WS-STOP-DFLT-DAYS.
       01 WS-STOP-ACCT-ID        PIC X(10).
       01 WS-STOP-REF            PIC X(20).
       01 WS-STOP-KIND           PIC X(1).
       01 WS-STOP-LOW-TXT        PIC X(20).
       01 WS-STOP-HIGH-TXT       PIC X(20).
       01 WS-STOP-EXPIRY-TXT     PIC X(8).
       01 WS-STOP-FEE            PIC X(1).
       01 WS-STOP-TEXT           PIC X(30).
       01 WS-STOP-DFLT-DAYS      PIC 9(3)    VALUE 180.
       01 WS-STOP-LOW-ED         PIC -(9).99.
       01 WS-STOP-HIGH-ED        PIC -(9).99.
       01 WS-STOP-ACTIVE-COUNT   PIC 9(5).

       *> ---------------- Balance-history working storage --------------
       *> The end-of-day snapshots LEDGER-BALANCE-POST keeps
       *> (LEDGER_BAL_HISTORY, default ./balance_history.dat), read for
       *> the balance an account closed on at any past date.
       01 WS-HIST-PATH           PIC X(200).
       01 WS-HIST-FILE-STATUS    PIC XX.
       01 WS-ASOF-ACCT-ID        PIC X(10).
       01 WS-ASOF-DATE-TXT       PIC X(8).
       01 WS-ASOF-CURR           PIC X(3).
       01 WS-ASOF-DATE           PIC 9(8).
       01 WS-ASOF-CUR-CURRENCY   PIC X(3).
       01 WS-ASOF-HIT-SW         PIC X(1)    VALUE "N".
           88 WS-ASOF-HIT                    VALUE "Y".
       01 WS-ASOF-HIT-DATE       PIC 9(8).
       01 WS-ASOF-HIT-CLOSE      PIC S9(11)V99.
       01 WS-ASOF-HIT-BASE       PIC S9(11)V99.
       01 WS-ASOF-HIT-MOVED      PIC X(1).
       01 WS-ASOF-BAL-ED         PIC -(11).99.
       01 WS-ASOF-BASE-ED        PIC -(11).99.

       *> Internal transfer between two of a customer's accounts: a D
       *> leg and a C leg for the same amount, linked by the debit
       *> leg's TRXN-ID carried in both descriptions as "XFR <ref>".
       *> Both legs are edited before either is written.
       01 WS-XFR-DR-TRXN-ID      PIC X(10).
       01 WS-XFR-CR-TRXN-ID      PIC X(10).
       01 WS-XFR-FROM-ACCT       PIC X(10).
       01 WS-XFR-TO-ACCT         PIC X(10).
       01 WS-XFR-MEMO            PIC X(5).
       01 WS-XFR-DESC            PIC X(20).
       01 WS-PAIR-NEW-TRXN-ID    PIC X(10).
       01 WS-PART-FOUND-SW       PIC X(1)    VALUE "N".
           88 WS-PART-FOUND                  VALUE "Y".
       01 WS-PART-EOF-SW         PIC X(1)    VALUE "N".
           88 WS-PART-EOF                    VALUE "Y".
       01 WS-PART-TRXN-ID        PIC X(10)   VALUE SPACES.
       01 WS-PART-ACCT-ID        PIC X(10).
       01 WS-PART-AMT            PIC S9(7)V99 COMP-3.
       01 WS-PART-TYPE           PIC X(1).
       01 WS-PART-CURR           PIC X(3).
       01 WS-PART-CHANNEL        PIC X(3).
       01 WS-PART-BRANCH         PIC X(3).
       01 WS-PART-ADJ-FLAG       PIC X(1).
       01 WS-FIRST-ORIG-ID       PIC X(10).
       01 WS-FIRST-NEW-ID        PIC X(10).

       *> ------------- Future-dated warehouse working storage ----------
       *> A posting keyed with a POST-DATE after the business date
       *> (LEDGER_BUSINESS_DATE, else the system date) is warehoused in
       *> LEDGER_FWD_WAREHOUSE (default ./fwd_payments.dat), exactly as
       *> the writer does, until LEDGER-FWD-RELEASE posts it on the day.
       *> Waiting items are listed and cancelled from screens.
       01 WS-FWD-PATH            PIC X(200).
       01 WS-FWD-FILE-STATUS     PIC XX.
       01 WS-FWD-TODAY           PIC 9(8).
       01 WS-FWD-TODAY-TXT       PIC X(8).
       01 WS-FWD-DATED-SW        PIC X(1)    VALUE "N".
           88 WS-FWD-DATED                   VALUE "Y".
       01 WS-FWD-ACCT-ID         PIC X(10).
       01 WS-FWD-TRXN-ID         PIC X(10).
       01 WS-FWD-STATUS-TEXT     PIC X(10).
       01 WS-FWD-WAITING-COUNT   PIC 9(5).

       *> ----------------- Account 360 working storage -----------------
       *> One page per account for a customer call: the master row,
       *> every currency bucket with its available figure (worked the
       *> way the writer's CHECK-AVAILABLE-FUNDS works it), the linked
       *> customer, open pending-approval and suspense items, live
       *> standing orders and the account's last postings. A file that
       *> will not open prints as unavailable -- the rest of the page
       *> still shows. Suspense and standing orders come from
       *> LEDGER_SUSPENSE_FILE (default ./suspense.dat) and
       *> LEDGER_STANDING_ORDERS (default ./standing_orders.dat).
       01 WS-BALANCE-PATH        PIC X(200).
       01 WS-BALANCE-FILE-STATUS PIC XX.
       01 WS-ODF-PATH            PIC X(200).
       01 WS-ODF-FILE-STATUS     PIC XX.
       01 WS-ODF-CHECK-SW        PIC X(1)    VALUE "N".
           88 WS-ODF-CHECK-ON                VALUE "Y".
       01 WS-CUST-PATH           PIC X(200).
       01 WS-CUST-FILE-STATUS    PIC XX.
       01 WS-CUST-CHECK-SW       PIC X(1)    VALUE "N".
           88 WS-CUST-CHECK-ON               VALUE "Y".
       01 WS-XREF-PATH           PIC X(200).
       01 WS-XREF-FILE-STATUS    PIC XX.
       01 WS-SUSP-PATH           PIC X(200).
       01 WS-SUSP-FILE-STATUS    PIC XX.
       01 WS-ORDER-PATH          PIC X(200).
       01 WS-ORDER-FILE-STATUS   PIC XX.
       01 WS-A360-HOLD-SW        PIC X(1)    VALUE "N".
           88 WS-A360-HOLD-ON                VALUE "Y".
       01 WS-A360-HOLD-EOF-SW    PIC X(1)    VALUE "N".
           88 WS-A360-HOLD-EOF               VALUE "Y".

       01 WS-A360-ACCT-ID        PIC X(10).
       01 WS-A360-LAST-TXT       PIC X(2).
       01 WS-A360-LAST-N         PIC 9(2).
       01 WS-A360-LAST-DFLT      PIC 9(2)    VALUE 10.
       01 WS-A360-LAST-MAX       PIC 9(2)    VALUE 20.
       01 WS-A360-STATUS-TEXT    PIC X(14).
       01 WS-A360-OD-LIMIT       PIC S9(7)V99 COMP-3.
       01 WS-A360-MIN-BAL        PIC S9(7)V99 COMP-3.
       01 WS-A360-CURR           PIC X(3).
       01 WS-A360-LEDGER-BAL     PIC S9(11)V99 COMP-3.
       01 WS-A360-UNPOSTED       PIC S9(11)V99 COMP-3.
       01 WS-A360-HOLD-TOTAL     PIC S9(11)V99 COMP-3.
       01 WS-A360-AVAIL-BAL      PIC S9(11)V99 COMP-3.
       01 WS-A360-LEDGER-ED      PIC -(11).99.
       01 WS-A360-UNPOSTED-ED    PIC -(11).99.
       01 WS-A360-HOLD-ED        PIC -(11).99.
       01 WS-A360-AVAIL-ED       PIC -(11).99.
       01 WS-A360-OD-ED          PIC -(9).99.
       01 WS-A360-MIN-ED         PIC -(9).99.
       01 WS-A360-ITEM-COUNT     PIC 9(5).

       *> Postings still in TRXN-FILE, netted per currency (debits
       *> negative) for the available figure ...
       01 WS-A360-NET-COUNT      PIC 9(2)    VALUE ZERO.
       01 WS-A360-NET-TABLE.
           05 WS-A360-NET-ENTRY OCCURS 20 TIMES.
              10 WS-A360-NET-CURR   PIC X(3).
              10 WS-A360-NET-AMT    PIC S9(11)V99 COMP-3.
              10 WS-A360-NET-SHOWN  PIC X(1).
       01 WS-A360-NET-IDX        PIC 9(2).
       01 WS-A360-NET-HIT        PIC 9(2).
       *> ... and the last WS-A360-LAST-N of them, kept round-robin so
       *> one pass of the account's key range leaves the newest.
       01 WS-A360-POST-SEEN      PIC 9(9)    VALUE ZERO.
       01 WS-A360-LAST-TABLE.
           05 WS-A360-LAST-LINE OCCURS 20 TIMES PIC X(80).
       01 WS-A360-LAST-IDX       PIC 9(2).
       01 WS-A360-LAST-SHOWN     PIC 9(2).

       COPY "period_check_ws.cpy".

       COPY "business_day_ws.cpy".

       COPY "audit_log_ws.cpy".

       COPY "sanction_screen_ws.cpy".

       COPY "product_check_ws.cpy".

       COPY "stop_check_ws.cpy".

       COPY "acct_check_digit_ws.cpy".

       SCREEN SECTION.
       01  MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 5  COL 10 VALUE "1. ACCOUNT/DATE-RANGE INQUIRY".
           05 LINE 6  COL 10 VALUE "2. POST A SINGLE TRANSACTION".
           05 LINE 7  COL 10 VALUE "3. REVERSE A TRANSACTION".
           05 LINE 8  COL 10 VALUE "4. FUNDS HOLD INQUIRY".
           05 LINE 9  COL 10 VALUE "5. PLACE A FUNDS HOLD".
           05 LINE 10 COL 10 VALUE "6. RELEASE A FUNDS HOLD".
           05 LINE 11 COL 10 VALUE "7. TRANSFER BETWEEN OWN ACCOUNTS".
           05 LINE 12 COL 10 VALUE "8. STOP PAYMENT INQUIRY".
           05 LINE 13 COL 10 VALUE "9. PLACE A STOP PAYMENT".
           05 LINE 14 COL 10 VALUE "A. RENEW A STOP PAYMENT".
           05 LINE 15 COL 10 VALUE "B. CANCEL A STOP PAYMENT".
           05 LINE 16 COL 10 VALUE "C. BALANCE AS AT A PAST DATE".
           05 LINE 17 COL 10 VALUE "D. FUTURE-DATED PAYMENT INQUIRY".
           05 LINE 18 COL 10 VALUE "E. CANCEL A FUTURE-DATED PAYMENT".
           05 LINE 19 COL 10 VALUE "F. ACCOUNT 360 INQUIRY".
           05 LINE 20 COL 10 VALUE "X. EXIT".
           05 LINE 22 COL 10 VALUE "CHOICE:".
           05 LINE 22 COL 18 PIC X(1) USING WS-MENU-CHOICE
              AUTO REQUIRED.

       01  INQUIRY-SCREEN.
           05 LINE 9  COL 28 PIC X(3)  FROM WS-ORIG-CHANNEL.
           05 LINE 10 COL 10 VALUE "DESCRIPTION ....:".
           05 LINE 10 COL 28 PIC X(20) FROM WS-ORIG-DESC.
           05 LINE 11 COL 10 VALUE "TRANSFER PARTNER:".
           05 LINE 11 COL 28 PIC X(10) FROM WS-PART-TRXN-ID.
           05 LINE 12 COL 10 VALUE "NEW TRXN-ID ....:".
           05 LINE 12 COL 28 PIC X(10) USING WS-NEW-TRXN-ID.
           05 LINE 13 COL 10 VALUE "POST-DATE ......:".
           05 LINE 13 COL 28 PIC X(8)  USING WS-POST-DATE-TXT.
           05 LINE 14 COL 10 VALUE "POST-TIME ......:".
           05 LINE 14 COL 28 PIC X(6)  USING WS-POST-TIME-TXT.
           05 LINE 15 COL 10 VALUE "PARTNER NEW ID .:".
           05 LINE 15 COL 28 PIC X(10) USING WS-PAIR-NEW-TRXN-ID.
           05 LINE 15 COL 40 VALUE "(TRANSFER LEGS ONLY)".
           05 LINE 16 COL 10 VALUE "CONFIRM (Y/N) ..:".
           05 LINE 16 COL 28 PIC X(1)  USING WS-CONFIRM.

       01  HOLD-INQUIRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 10 VALUE "FUNDS HOLD INQUIRY".
           05 LINE 4 COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4 COL 28 PIC X(10) USING WS-HOLD-ACCT-ID.

       01  HOLD-PLACE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2  COL 10 VALUE "PLACE A FUNDS HOLD".
           05 LINE 4  COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4  COL 28 PIC X(10) USING WS-HOLD-ACCT-ID.
           05 LINE 5  COL 10 VALUE "CURRENCY .......:".
           05 LINE 5  COL 28 PIC X(3)  USING WS-HOLD-CURR.
           05 LINE 6  COL 10 VALUE "HOLD-ID ........:".
           05 LINE 6  COL 28 PIC X(10) USING WS-HOLD-ID.
           05 LINE 7  COL 10 VALUE "AMOUNT .........:".
           05 LINE 7  COL 28 PIC X(20) USING WS-HOLD-AMT-TXT.
           05 LINE 8  COL 10 VALUE "REASON (A/C/L/O):".
           05 LINE 8  COL 28 PIC X(1)  USING WS-HOLD-REASON.
           05 LINE 9  COL 10 VALUE "EXPIRY DATE ....:".
           05 LINE 9  COL 28 PIC X(8)  USING WS-HOLD-EXPIRY-TXT.
           05 LINE 10 COL 10 VALUE "REASON TEXT ....:".
           05 LINE 10 COL 28 PIC X(30) USING WS-HOLD-TEXT.
           05 LINE 12 COL 10 VALUE
              "A=CARD PRE-AUTH C=CHEQUE CLEARING L=LEGAL ORDER O=OTHER".

       01  HOLD-RELEASE-KEY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 10 VALUE "RELEASE A FUNDS HOLD".
           05 LINE 4 COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4 COL 28 PIC X(10) USING WS-HOLD-ACCT-ID.
           05 LINE 5 COL 10 VALUE "CURRENCY .......:".
           05 LINE 5 COL 28 PIC X(3)  USING WS-HOLD-CURR.
           05 LINE 6 COL 10 VALUE "HOLD-ID ........:".
           05 LINE 6 COL 28 PIC X(10) USING WS-HOLD-ID.

       01  HOLD-RELEASE-CONFIRM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2  COL 10 VALUE "RELEASE A FUNDS HOLD -- HOLD".
           05 LINE 4  COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4  COL 28 PIC X(10) FROM HLD-ACCT-ID.
           05 LINE 5  COL 10 VALUE "CURRENCY .......:".
           05 LINE 5  COL 28 PIC X(3)  FROM HLD-CURRENCY.
           05 LINE 6  COL 10 VALUE "HOLD-ID ........:".
           05 LINE 6  COL 28 PIC X(10) FROM HLD-HOLD-ID.
           05 LINE 7  COL 10 VALUE "AMOUNT .........:".
           05 LINE 7  COL 28 PIC X(13) FROM WS-HOLD-AMT-ED.
           05 LINE 8  COL 10 VALUE "REASON .........:".
           05 LINE 8  COL 28 PIC X(1)  FROM HLD-REASON.
           05 LINE 8  COL 30 PIC X(30) FROM HLD-REASON-TEXT.
           05 LINE 9  COL 10 VALUE "PLACED BY ......:".
           05 LINE 9  COL 28 PIC X(8)  FROM HLD-PLACED-BY.
           05 LINE 10 COL 10 VALUE "EXPIRY DATE ....:".
           05 LINE 10 COL 28 PIC 9(8)  FROM HLD-EXPIRY-DATE.
           05 LINE 12 COL 10 VALUE "CONFIRM (Y/N) ..:".
           05 LINE 12 COL 28 PIC X(1)  USING WS-CONFIRM.

       01  STOP-INQUIRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 10 VALUE "STOP PAYMENT INQUIRY".
           05 LINE 4 COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4 COL 28 PIC X(10) USING WS-STOP-ACCT-ID.

       01  BALANCE-ASOF-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 10 VALUE "BALANCE AS AT A PAST DATE".
           05 LINE 4 COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4 COL 28 PIC X(10) USING WS-ASOF-ACCT-ID.
           05 LINE 5 COL 10 VALUE "AS-OF DATE .....:".
           05 LINE 5 COL 28 PIC X(8)  USING WS-ASOF-DATE-TXT.
           05 LINE 6 COL 10 VALUE "CURRENCY .......:".
           05 LINE 6 COL 28 PIC X(3)  USING WS-ASOF-CURR.
           05 LINE 6 COL 40 VALUE "(BLANK = ALL CURRENCIES)".

       01  STOP-PLACE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2  COL 10 VALUE "PLACE A STOP PAYMENT".
           05 LINE 4  COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4  COL 28 PIC X(10) USING WS-STOP-ACCT-ID.
           05 LINE 5  COL 10 VALUE "CHEQUE NO / REF.:".
           05 LINE 5  COL 28 PIC X(20) USING WS-STOP-REF.
           05 LINE 6  COL 10 VALUE "KIND (Q/D) .....:".
           05 LINE 6  COL 28 PIC X(1)  USING WS-STOP-KIND.
           05 LINE 7  COL 10 VALUE "AMOUNT FROM ....:".
           05 LINE 7  COL 28 PIC X(20) USING WS-STOP-LOW-TXT.
           05 LINE 8  COL 10 VALUE "AMOUNT TO ......:".
           05 LINE 8  COL 28 PIC X(20) USING WS-STOP-HIGH-TXT.
           05 LINE 9  COL 10 VALUE "EXPIRY DATE ....:".
           05 LINE 9  COL 28 PIC X(8)  USING WS-STOP-EXPIRY-TXT.
           05 LINE 10 COL 10 VALUE "FEE (Y/N) ......:".
           05 LINE 10 COL 28 PIC X(1)  USING WS-STOP-FEE.
           05 LINE 11 COL 10 VALUE "REASON TEXT ....:".
           05 LINE 11 COL 28 PIC X(30) USING WS-STOP-TEXT.
           05 LINE 13 COL 10 VALUE
              "Q=CHEQUE D=PAYEE/DIRECT DEBIT  BLANK AMOUNTS=ANY AMOUNT".
           05 LINE 14 COL 10 VALUE
              "AMOUNT TO BLANK=EXACTLY AMOUNT FROM  BLANK EXPIRY=180 DAYS".

       01  STOP-RENEW-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 10 VALUE "RENEW A STOP PAYMENT".
           05 LINE 4 COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4 COL 28 PIC X(10) USING WS-STOP-ACCT-ID.
           05 LINE 5 COL 10 VALUE "CHEQUE NO / REF.:".
           05 LINE 5 COL 28 PIC X(20) USING WS-STOP-REF.
           05 LINE 6 COL 10 VALUE "NEW EXPIRY DATE :".
           05 LINE 6 COL 28 PIC X(8)  USING WS-STOP-EXPIRY-TXT.

       01  STOP-CANCEL-KEY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 10 VALUE "CANCEL A STOP PAYMENT".
           05 LINE 4 COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4 COL 28 PIC X(10) USING WS-STOP-ACCT-ID.
           05 LINE 5 COL 10 VALUE "CHEQUE NO / REF.:".
           05 LINE 5 COL 28 PIC X(20) USING WS-STOP-REF.

       01  STOP-CANCEL-CONFIRM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2  COL 10 VALUE "CANCEL A STOP PAYMENT -- STOP".
           05 LINE 4  COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4  COL 28 PIC X(10) FROM STP-ACCT-ID.
           05 LINE 5  COL 10 VALUE "CHEQUE NO / REF.:".
           05 LINE 5  COL 28 PIC X(20) FROM STP-REFERENCE.
           05 LINE 6  COL 10 VALUE "KIND ...........:".
           05 LINE 6  COL 28 PIC X(1)  FROM STP-KIND.
           05 LINE 7  COL 10 VALUE "AMOUNT FROM ....:".
           05 LINE 7  COL 28 PIC X(13) FROM WS-STOP-LOW-ED.
           05 LINE 8  COL 10 VALUE "AMOUNT TO ......:".
           05 LINE 8  COL 28 PIC X(13) FROM WS-STOP-HIGH-ED.
           05 LINE 9  COL 10 VALUE "EXPIRY DATE ....:".
           05 LINE 9  COL 28 PIC 9(8)  FROM STP-EXPIRY-DATE.
           05 LINE 10 COL 10 VALUE "PLACED BY ......:".
           05 LINE 10 COL 28 PIC X(8)  FROM STP-PLACED-BY.
           05 LINE 11 COL 10 VALUE "REASON .........:".
           05 LINE 11 COL 28 PIC X(30) FROM STP-REASON-TEXT.
           05 LINE 13 COL 10 VALUE "CONFIRM (Y/N) ..:".
           05 LINE 13 COL 28 PIC X(1)  USING WS-CONFIRM.

       01  FWD-INQUIRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 10 VALUE "FUTURE-DATED PAYMENT INQUIRY".
           05 LINE 4 COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4 COL 28 PIC X(10) USING WS-FWD-ACCT-ID.

       01  ACCT360-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 10 VALUE "ACCOUNT 360 INQUIRY".
           05 LINE 4 COL 10 VALUE "ACCT-ID ........:".
           05 LINE 4 COL 28 PIC X(10) USING WS-A360-ACCT-ID.
           05 LINE 5 COL 10 VALUE "LAST N POSTINGS :".
           05 LINE 5 COL 28 PIC X(2)  USING WS-A360-LAST-TXT.
           05 LINE 5 COL 40 VALUE "(BLANK = 10, AT MOST 20)".

       01  FWD-CANCEL-KEY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 10 VALUE "CANCEL A FUTURE-DATED PAYMENT".
           05 LINE 4 COL 10 VALUE "TRXN-ID ........:".
           05 LINE 4 COL 28 PIC X(10) USING WS-FWD-TRXN-ID.

       01  FWD-CANCEL-CONFIRM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2  COL 10 VALUE "CANCEL A FUTURE-DATED PAYMENT -- ITEM".
           05 LINE 4  COL 10 VALUE "TRXN-ID ........:".
           05 LINE 4  COL 28 PIC X(10) FROM FWD-TRXN-ID.
           05 LINE 5  COL 10 VALUE "ACCT-ID ........:".
           05 LINE 5  COL 28 PIC X(10) FROM FWD-ACCT-ID.
           05 LINE 6  COL 10 VALUE "AMOUNT .........:".
           05 LINE 6  COL 28 PIC X(10) FROM WS-AMT-ED.
           05 LINE 7  COL 10 VALUE "TYPE ...........:".
           05 LINE 7  COL 28 PIC X(1)  FROM FWD-TRXN-TYPE.
           05 LINE 8  COL 10 VALUE "CURRENCY .......:".
           05 LINE 8  COL 28 PIC X(3)  FROM FWD-CURRENCY.
           05 LINE 9  COL 10 VALUE "DUE DATE .......:".
           05 LINE 9  COL 28 PIC 9(8)  FROM FWD-POST-DATE.
           05 LINE 10 COL 10 VALUE "DESCRIPTION ....:".
           05 LINE 10 COL 28 PIC X(20) FROM FWD-DESC.
           05 LINE 12 COL 10 VALUE "CONFIRM (Y/N) ..:".
           05 LINE 12 COL 28 PIC X(1)  USING WS-CONFIRM.

       01  TRANSFER-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2  COL 10 VALUE "TRANSFER BETWEEN OWN ACCOUNTS".
           05 LINE 4  COL 10 VALUE "DEBIT TRXN-ID ..:".
           05 LINE 4  COL 28 PIC X(10) USING WS-XFR-DR-TRXN-ID.
           05 LINE 5  COL 10 VALUE "CREDIT TRXN-ID .:".
           05 LINE 5  COL 28 PIC X(10) USING WS-XFR-CR-TRXN-ID.
           05 LINE 6  COL 10 VALUE "FROM ACCT-ID ...:".
           05 LINE 6  COL 28 PIC X(10) USING WS-XFR-FROM-ACCT.
           05 LINE 7  COL 10 VALUE "TO ACCT-ID .....:".
           05 LINE 7  COL 28 PIC X(10) USING WS-XFR-TO-ACCT.
           05 LINE 8  COL 10 VALUE "AMOUNT .........:".
           05 LINE 8  COL 28 PIC X(20) USING WS-AMT-TXT.
           05 LINE 9  COL 10 VALUE "CURRENCY .......:".
           05 LINE 9  COL 28 PIC X(3)  USING WS-CURR.
           05 LINE 10 COL 10 VALUE "TRXN-DATE ......:".
           05 LINE 10 COL 28 PIC X(8)  USING WS-TRXN-DATE-TXT.
           05 LINE 11 COL 10 VALUE "TRXN-TIME ......:".
           05 LINE 11 COL 28 PIC X(6)  USING WS-TRXN-TIME-TXT.
           05 LINE 12 COL 10 VALUE "POST-DATE ......:".
           05 LINE 12 COL 28 PIC X(8)  USING WS-POST-DATE-TXT.
           05 LINE 13 COL 10 VALUE "POST-TIME ......:".
           05 LINE 13 COL 28 PIC X(6)  USING WS-POST-TIME-TXT.
           05 LINE 14 COL 10 VALUE "CHANNEL ........:".
           05 LINE 14 COL 28 PIC X(3)  USING WS-CHANNEL.
           05 LINE 15 COL 10 VALUE "MEMO ...........:".
           05 LINE 15 COL 28 PIC X(5)  USING WS-XFR-MEMO.

       PROCEDURE DIVISION.
       MAIN-PARA.

                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "4"
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM HOLD-INQUIRY-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "5"
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM HOLD-PLACE-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "6"
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM HOLD-RELEASE-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "7"
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM TRANSFER-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "8"
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM STOP-INQUIRY-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "9"
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM STOP-PLACE-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "A"
               WHEN "a"
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM STOP-RENEW-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "B"
               WHEN "b"
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM STOP-CANCEL-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "C"
               WHEN "c"
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM BALANCE-ASOF-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM FWD-INQUIRY-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "E"
               WHEN "e"
                   MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM FWD-CANCEL-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "F"
               WHEN "f"
                   MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
                   PERFORM CHECK-OPERATOR-ROLE
                   IF WS-OPSGN-ALLOWED
                       PERFORM ACCT360-SCREEN-PARA
                   ELSE
                       PERFORM PRESS-ENTER-PAUSE
                   END-IF
               WHEN "X"
               WHEN "x"
                   SET WS-EXIT-REQUESTED TO TRUE
           PERFORM OPEN-CHANNEL-REF
           PERFORM OPEN-PERIOD-FILE
           PERFORM LOAD-APPROVAL-LIMITS
           PERFORM LOAD-WATCH-LIST

           PERFORM ACQUIRE-POSTING-LOCK
           IF NOT WS-LOCK-OK
           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-RECOVERY-JRNL

           PERFORM LOAD-BUSINESS-DATE
           PERFORM VALIDATE-ENTRY-FIELDS

           IF WS-TRXN-INVALID
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "LEDGER_BRANCH" UPON ENVIRONMENT-NAME
           ACCEPT WS-BRANCH FROM ENVIRONMENT-VALUE

           *> A future POST-DATE waits in the warehouse; the approval
           *> gate and the funds check meet it on its release day.
           IF WS-FWD-DATED
               PERFORM WRITE-WAREHOUSE-RECORD
               PERFORM CLOSE-POSTING-FILES
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           *> The same dual-authorization gate the writer applies in
           *> all of its modes -- an over-threshold posting keyed at
           *> the menu goes to the approval queue, not into TRXN-FILE.
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRXN-ID       TO TRXN-ID
           MOVE WS-ACCT-ID       TO ACCT-ID
           MOVE WS-AMT-N         TO TRXN-AMT
           MOVE "Y" TO WS-TRXN-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE "N"    TO WS-FWD-DATED-SW

           IF WS-TYPE-TXT NOT = "D" AND WS-TYPE-TXT NOT = "C"
               MOVE "N" TO WS-TRXN-VALID-SW
               END-IF
           END-IF

           IF WS-TRXN-VALID AND WS-POST-DATE-N > WS-FWD-TODAY
               SET WS-FWD-DATED TO TRUE
           END-IF

           *> The period and stop checks belong to the day the money
           *> moves -- a warehoused item meets them at release.
           IF WS-TRXN-VALID AND NOT WS-FWD-DATED
               MOVE WS-POST-DATE-N TO WS-PERCK-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PERCK-CLOSED
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON-TEXT
                           END-STRING
                       ELSE
                           PERFORM CHECK-ACCT-PRODUCT
                       END-IF
               END-READ
           END-IF

           IF WS-TRXN-VALID AND WS-STPCK-ON AND WS-TYPE-TXT(1:1) = "D"
               AND NOT WS-FWD-DATED
               PERFORM CHECK-ACCT-STOPS
           END-IF.

       OPEN-ACCT-MASTER.
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ACCT-CHECK-SW
           END-IF

           PERFORM OPEN-PRODUCT-MASTER
           PERFORM OPEN-STOP-FILE.

       CLOSE-ACCT-MASTER.
           IF WS-ACCT-CHECK-ON
               CLOSE ACCT-MASTER-FILE
           END-IF
           PERFORM CLOSE-PRODUCT-MASTER
           PERFORM CLOSE-STOP-FILE.

      *> Same product rules the writer applies: the account's product
      *> must allow the posting's currency and channel.
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

       OPEN-CHANNEL-REF.
               EXIT PARAGRAPH
           END-IF

           *> One leg of an internal transfer is never reversed alone
           *> -- the partner is found now and shown on the confirmation
           *> screen, and both legs are reversed together.
           MOVE SPACES TO WS-PART-TRXN-ID WS-PAIR-NEW-TRXN-ID
           MOVE "N" TO WS-PART-FOUND-SW
           IF WS-ORIG-DESC(1:4) = "XFR "
               PERFORM FIND-TRANSFER-PARTNER
               IF NOT WS-PART-FOUND
                   DISPLAY WS-ORIG-TRXN-ID " is one leg of transfer "
                       WS-ORIG-DESC(5:10) " but the other leg is not"
                       " on file -- reversal abandoned"
                   PERFORM CLOSE-REVERSAL-FILES
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-ORIG-AMT TO WS-ORIG-AMT-ED
           MOVE SPACES TO WS-NEW-TRXN-ID WS-CONFIRM
           MOVE SPACES TO WS-POST-DATE-TXT WS-POST-TIME-TXT
                   EXIT PARAGRAPH
           END-READ

           IF WS-PART-FOUND
               IF WS-PAIR-NEW-TRXN-ID = SPACES
                   OR WS-PAIR-NEW-TRXN-ID = WS-NEW-TRXN-ID
                   DISPLAY WS-ORIG-TRXN-ID " is one leg of transfer "
                       WS-ORIG-DESC(5:10) " -- a separate PARTNER NEW ID"
                       " is needed to reverse " WS-PART-TRXN-ID
                   PERFORM CLOSE-REVERSAL-FILES
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PAIR-NEW-TRXN-ID TO TRXN-ID
               READ TRXN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Partner new TRXN-ID " WS-PAIR-NEW-TRXN-ID
                           " is already posted -- reversal abandoned"
                       PERFORM CLOSE-REVERSAL-FILES
                       PERFORM PRESS-ENTER-PAUSE
                       EXIT PARAGRAPH
               END-READ
           END-IF

           PERFORM WRITE-REVERSAL-RECORD

           IF WS-PART-FOUND
               MOVE WS-ORIG-TRXN-ID     TO WS-FIRST-ORIG-ID
               MOVE WS-NEW-TRXN-ID      TO WS-FIRST-NEW-ID
               MOVE WS-PART-TRXN-ID     TO WS-ORIG-TRXN-ID
               MOVE WS-PAIR-NEW-TRXN-ID TO WS-NEW-TRXN-ID
               MOVE WS-PART-ACCT-ID     TO WS-ORIG-ACCT-ID
               MOVE WS-PART-AMT         TO WS-ORIG-AMT
               MOVE WS-PART-TYPE        TO WS-ORIG-TYPE
               MOVE WS-PART-CURR        TO WS-ORIG-CURR
               MOVE WS-PART-CHANNEL     TO WS-ORIG-CHANNEL
               MOVE WS-PART-BRANCH      TO WS-ORIG-BRANCH
               MOVE WS-PART-ADJ-FLAG    TO WS-ORIG-ADJ-FLAG
               PERFORM WRITE-REVERSAL-RECORD
               DISPLAY "Posted reversal " WS-FIRST-NEW-ID
                   " for " WS-FIRST-ORIG-ID
           END-IF

           PERFORM CLOSE-REVERSAL-FILES

           DISPLAY "Posted reversal " WS-NEW-TRXN-ID
               " for " WS-ORIG-TRXN-ID
           PERFORM PRESS-ENTER-PAUSE.

       WRITE-REVERSAL-RECORD.
           IF WS-ORIG-TYPE = "D"
               MOVE "C" TO WS-REV-TYPE
           ELSE

           MOVE WS-NEW-TRXN-ID TO WS-AUDIT-RECORD-KEY
           MOVE WS-FILE-PATH   TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD.

       CLOSE-REVERSAL-FILES.
           CLOSE TRXN-FILE
           PERFORM CLOSE-RECOVERY-JRNL
           PERFORM RELEASE-POSTING-LOCK.

      *> -----------------------------------------------------------------
      *> The partner leg is the other posting whose TRXN-DESC carries the
      *> same "XFR <reference>" prefix -- a full pass, as there is no
      *> key on TRXN-DESC.
      *> A currency conversion and its margin pair share one reference;
      *> the margin legs ("FXINC" memo) pair only with each other.
      *> -----------------------------------------------------------------
       FIND-TRANSFER-PARTNER.
           MOVE "N" TO WS-PART-FOUND-SW
           MOVE "N" TO WS-PART-EOF-SW
           MOVE LOW-VALUES TO TRXN-ID
           START TRXN-FILE KEY IS >= TRXN-ID
               INVALID KEY
                   SET WS-PART-EOF TO TRUE
           END-START
           PERFORM READ-ONE-PARTNER-CANDIDATE
               UNTIL WS-PART-EOF OR WS-PART-FOUND.

       READ-ONE-PARTNER-CANDIDATE.
           READ TRXN-FILE NEXT RECORD
               AT END
                   SET WS-PART-EOF TO TRUE
               NOT AT END
                   IF TRXN-DESC(1:14) = WS-ORIG-DESC(1:14)
                       AND TRXN-ID NOT = WS-ORIG-TRXN-ID
                       AND ((TRXN-DESC(16:5) = "FXINC"
                             AND WS-ORIG-DESC(16:5) = "FXINC")
                         OR (TRXN-DESC(16:5) NOT = "FXINC"
                             AND WS-ORIG-DESC(16:5) NOT = "FXINC"))
                       SET WS-PART-FOUND TO TRUE
                       MOVE TRXN-ID       TO WS-PART-TRXN-ID
                       MOVE ACCT-ID       TO WS-PART-ACCT-ID
                       MOVE TRXN-AMT      TO WS-PART-AMT
                       MOVE TRXN-TYPE     TO WS-PART-TYPE
                       MOVE CURRENCY-CODE TO WS-PART-CURR
                       MOVE CHANNEL-CODE  TO WS-PART-CHANNEL
                       MOVE TRXN-BRANCH   TO WS-PART-BRANCH
                       MOVE TRXN-ADJ-FLAG TO WS-PART-ADJ-FLAG
                   END-IF
           END-READ.

      *> =================================================================
      *> 7 -- transfer between two of the customer's own accounts: both
      *> legs get the full posting edits and the duplicate check before
      *> either is written, so the pair posts together or not at all.
      *> =================================================================
       TRANSFER-SCREEN-PARA.
           MOVE SPACES TO WS-XFR-DR-TRXN-ID WS-XFR-CR-TRXN-ID
           MOVE SPACES TO WS-XFR-FROM-ACCT WS-XFR-TO-ACCT WS-XFR-MEMO
           MOVE SPACES TO WS-AMT-TXT WS-CURR WS-CHANNEL
           MOVE SPACES TO WS-TRXN-DATE-TXT WS-TRXN-TIME-TXT
           MOVE SPACES TO WS-POST-DATE-TXT WS-POST-TIME-TXT
           ACCEPT TRANSFER-SCREEN

           IF WS-XFR-DR-TRXN-ID = SPACES OR WS-XFR-CR-TRXN-ID = SPACES
               OR WS-XFR-DR-TRXN-ID = WS-XFR-CR-TRXN-ID
               DISPLAY SPACE
               DISPLAY "REJECTED (XFRP): the two legs need two"
                   " different TRXN-IDs"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           IF WS-XFR-FROM-ACCT = WS-XFR-TO-ACCT
               DISPLAY SPACE
               DISPLAY "REJECTED (XFRP): transfer debits and credits"
                   " the same account"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AMT-N =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-AMT-TXT))
           COMPUTE WS-TRXN-DATE-N = FUNCTION NUMVAL(WS-TRXN-DATE-TXT)
           COMPUTE WS-TRXN-TIME-N = FUNCTION NUMVAL(WS-TRXN-TIME-TXT)
           COMPUTE WS-POST-DATE-N = FUNCTION NUMVAL(WS-POST-DATE-TXT)
           COMPUTE WS-POST-TIME-N = FUNCTION NUMVAL(WS-POST-TIME-TXT)

           MOVE SPACES TO WS-XFR-DESC
           STRING "XFR "             DELIMITED BY SIZE
                  WS-XFR-DR-TRXN-ID  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-XFR-MEMO        DELIMITED BY SIZE
               INTO WS-XFR-DESC
           END-STRING

           PERFORM OPEN-ACCT-MASTER
           PERFORM OPEN-CHANNEL-REF
           PERFORM OPEN-PERIOD-FILE
           PERFORM LOAD-APPROVAL-LIMITS
           PERFORM LOAD-WATCH-LIST

           PERFORM ACQUIRE-POSTING-LOCK
           IF NOT WS-LOCK-OK
               PERFORM CLOSE-ACCT-MASTER
               PERFORM CLOSE-CHANNEL-REF
               PERFORM CLOSE-PERIOD-FILE
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           PERFORM SAFE-OPEN-TRXN-FILE-IO
           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-RECOVERY-JRNL

           PERFORM LOAD-BUSINESS-DATE
           PERFORM SET-TRANSFER-DEBIT-LEG
           PERFORM VALIDATE-ENTRY-FIELDS
           PERFORM CHECK-TRANSFER-LEG-DATE
           IF WS-TRXN-VALID
               PERFORM CHECK-TRANSFER-LEG-DUPE
           END-IF
           IF WS-TRXN-VALID
               PERFORM SET-TRANSFER-CREDIT-LEG
               PERFORM VALIDATE-ENTRY-FIELDS
               PERFORM CHECK-TRANSFER-LEG-DATE
               IF WS-TRXN-VALID
                   PERFORM CHECK-TRANSFER-LEG-DUPE
               END-IF
           END-IF

           IF WS-TRXN-INVALID
               DISPLAY SPACE
               DISPLAY "REJECTED (" WS-REJECT-REASON-CODE "): "
                   WS-REJECT-REASON-TEXT
               DISPLAY "Neither leg of the transfer was posted"
               PERFORM CLOSE-POSTING-FILES
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           *> Both legs carry one amount and currency, so one threshold
           *> test covers the pair -- and an over-threshold transfer
           *> goes to the approval queue as a pair.
           PERFORM CHECK-APPROVAL-THRESHOLD
           IF WS-DIVERT-PENDING
               PERFORM SET-TRANSFER-DEBIT-LEG
               PERFORM WRITE-PENDING-RECORD
               PERFORM SET-TRANSFER-CREDIT-LEG
               PERFORM WRITE-PENDING-RECORD
               PERFORM CLOSE-POSTING-FILES
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "LEDGER_BRANCH" UPON ENVIRONMENT-NAME
           ACCEPT WS-BRANCH FROM ENVIRONMENT-VALUE

           PERFORM SET-TRANSFER-DEBIT-LEG
           PERFORM WRITE-TRANSFER-LEG
           PERFORM SET-TRANSFER-CREDIT-LEG
           PERFORM WRITE-TRANSFER-LEG

           PERFORM CLOSE-POSTING-FILES

           DISPLAY SPACE
           DISPLAY "Posted transfer " WS-XFR-DR-TRXN-ID " / "
               WS-XFR-CR-TRXN-ID " to " FUNCTION TRIM(WS-FILE-PATH)
           PERFORM PRESS-ENTER-PAUSE.

       SET-TRANSFER-DEBIT-LEG.
           MOVE WS-XFR-DR-TRXN-ID TO WS-TRXN-ID
           MOVE WS-XFR-FROM-ACCT  TO WS-ACCT-ID
           MOVE "D"               TO WS-TYPE-TXT
           MOVE WS-XFR-DESC       TO WS-DESC.

       SET-TRANSFER-CREDIT-LEG.
           MOVE WS-XFR-CR-TRXN-ID TO WS-TRXN-ID
           MOVE WS-XFR-TO-ACCT    TO WS-ACCT-ID
           MOVE "C"               TO WS-TYPE-TXT
           MOVE WS-XFR-DESC       TO WS-DESC.

      *> -----------------------------------------------------------------
      *> The two legs post together today or not at all, so a future
      *> POST-DATE is refused rather than warehoused -- the rule the
      *> writer's TRANSFER mode applies.
      *> -----------------------------------------------------------------
       CHECK-TRANSFER-LEG-DATE.
           IF WS-TRXN-VALID AND WS-FWD-DATED
               MOVE "N" TO WS-TRXN-VALID-SW
               MOVE "FWDX" TO WS-REJECT-REASON-CODE
               MOVE SPACES TO WS-REJECT-REASON-TEXT
               STRING "POST-DATE " WS-POST-DATE-N
                      " is future-dated -- transfers are not warehoused"
                   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON-TEXT
               END-STRING
           END-IF.

       CHECK-TRANSFER-LEG-DUPE.
           MOVE WS-TRXN-ID TO TRXN-ID
           READ TRXN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-TRXN-VALID-SW
                   MOVE "DUPE" TO WS-REJECT-REASON-CODE
                   STRING "TRXN-ID " WS-TRXN-ID " is already posted"
                       DELIMITED BY SIZE
                       INTO WS-REJECT-REASON-TEXT
                   END-STRING
           END-READ.

       WRITE-TRANSFER-LEG.
           MOVE WS-TRXN-ID       TO TRXN-ID
           MOVE WS-ACCT-ID       TO ACCT-ID
           MOVE WS-AMT-N         TO TRXN-AMT
           MOVE WS-TYPE-TXT      TO TRXN-TYPE
           MOVE WS-TRXN-DATE-N   TO TRXN-DATE
           MOVE WS-TRXN-TIME-N   TO TRXN-TIME
           MOVE WS-POST-DATE-N   TO POST-DATE
           MOVE WS-POST-TIME-N   TO POST-TIME
           MOVE WS-CURR          TO CURRENCY-CODE
           MOVE WS-CHANNEL       TO CHANNEL-CODE
           MOVE WS-DESC          TO TRXN-DESC
           MOVE WS-BRANCH        TO TRXN-BRANCH
           MOVE SPACE            TO TRXN-ADJ-FLAG
           WRITE TRXN-REC

           MOVE "W"          TO WS-JRNL-ACTION
           MOVE SPACES       TO WS-JRNL-BEFORE
           MOVE TRXN-REC     TO WS-JRNL-AFTER
           MOVE WS-FILE-PATH TO WS-JRNL-TARGET
           PERFORM APPEND-RECOVERY-JRNL-RECORD

           MOVE WS-TRXN-ID   TO WS-AUDIT-RECORD-KEY
           MOVE WS-FILE-PATH TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD.

      *> =================================================================
      *> 4 -- funds holds on one account: every hold, all currencies,
      *> and the active total the writer is ring-fencing.
      *> =================================================================
       HOLD-INQUIRY-SCREEN-PARA.
           MOVE SPACES TO WS-HOLD-ACCT-ID
           ACCEPT HOLD-INQUIRY-SCREEN

           PERFORM RESOLVE-HOLD-PATH
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-HOLD-PATH)
                   " -- FILE STATUS " WS-HOLD-FILE-STATUS
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "CUR HOLD-ID    AMOUNT        R ST PLACED   BY       EXPIRES  REASON"
           MOVE "N"  TO WS-EOF-SW
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-HOLD-ACTIVE-TOTAL

           MOVE WS-HOLD-ACCT-ID TO HLD-ACCT-ID
           MOVE LOW-VALUES      TO HLD-CURRENCY
           MOVE LOW-VALUES      TO HLD-HOLD-ID
           START HOLD-FILE KEY >= HLD-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM READ-ONE-HOLD-RECORD UNTIL WS-EOF

           CLOSE HOLD-FILE

           MOVE WS-HOLD-ACTIVE-TOTAL TO WS-HOLD-TOTAL-ED
           DISPLAY "Matched " WS-MATCH-COUNT " hold(s), active total "
               FUNCTION TRIM(WS-HOLD-TOTAL-ED)
           PERFORM PRESS-ENTER-PAUSE.

       READ-ONE-HOLD-RECORD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HLD-ACCT-ID NOT = WS-HOLD-ACCT-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       IF HLD-STATUS = "A"
                           ADD HLD-AMT TO WS-HOLD-ACTIVE-TOTAL
                       END-IF
                       MOVE HLD-AMT TO WS-HOLD-AMT-ED
                       DISPLAY HLD-CURRENCY " " HLD-HOLD-ID " "
                           WS-HOLD-AMT-ED " " HLD-REASON " "
                           HLD-STATUS "  " HLD-PLACED-DATE " "
                           HLD-PLACED-BY " " HLD-EXPIRY-DATE " "
                           HLD-REASON-TEXT
                   END-IF
           END-READ.

      *> =================================================================
      *> 5 -- place a hold: the same edits HOLD-MAINT's PLACE applies,
      *> keyed field by field. A legal order is written with no expiry.
      *> =================================================================
       HOLD-PLACE-SCREEN-PARA.
           MOVE SPACES TO WS-HOLD-ACCT-ID WS-HOLD-CURR WS-HOLD-ID
           MOVE SPACES TO WS-HOLD-AMT-TXT WS-HOLD-REASON
           MOVE SPACES TO WS-HOLD-EXPIRY-TXT WS-HOLD-TEXT
           ACCEPT HOLD-PLACE-SCREEN

           MOVE FUNCTION UPPER-CASE(WS-HOLD-CURR)   TO WS-HOLD-CURR
           MOVE FUNCTION UPPER-CASE(WS-HOLD-REASON) TO WS-HOLD-REASON
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           INITIALIZE FUNDS-HOLD-REC
           MOVE WS-HOLD-ACCT-ID TO HLD-ACCT-ID
           MOVE WS-HOLD-CURR    TO HLD-CURRENCY
           MOVE WS-HOLD-ID      TO HLD-HOLD-ID
           COMPUTE HLD-AMT = FUNCTION NUMVAL(FUNCTION TRIM(WS-HOLD-AMT-TXT))
           MOVE WS-HOLD-REASON  TO HLD-REASON
           MOVE WS-HOLD-TEXT    TO HLD-REASON-TEXT
           COMPUTE HLD-EXPIRY-DATE = FUNCTION NUMVAL(WS-HOLD-EXPIRY-TXT)

           IF HLD-REASON NOT = "A" AND HLD-REASON NOT = "C"
               AND HLD-REASON NOT = "L" AND HLD-REASON NOT = "O"
               DISPLAY "REASON must be A, C, L or O -- nothing written"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           IF HLD-AMT NOT > ZERO
               DISPLAY "AMOUNT must be greater than zero -- nothing "
                   "written"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           IF HLD-REASON = "L"
               MOVE ZERO TO HLD-EXPIRY-DATE
           ELSE
               IF HLD-EXPIRY-DATE < FUNCTION NUMVAL(WS-TODAY-DATE)
                   DISPLAY "EXPIRY DATE is missing or already past"
                       " -- nothing written"
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CHECK-HOLD-ACCOUNT
           IF WS-TRXN-INVALID
               DISPLAY "(" WS-REJECT-REASON-CODE ") "
                   FUNCTION TRIM(WS-REJECT-REASON-TEXT)
                   " -- nothing written"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           MOVE "A"              TO HLD-STATUS
           MOVE WS-OPSGN-OPER-ID TO HLD-PLACED-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO HLD-PLACED-DATE
           MOVE SPACES           TO HLD-RELEASED-BY
           MOVE ZERO             TO HLD-RELEASED-DATE

           PERFORM RESOLVE-HOLD-PATH
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-HOLD-PATH)
                   " -- FILE STATUS " WS-HOLD-FILE-STATUS
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           WRITE FUNDS-HOLD-REC
               INVALID KEY
                   DISPLAY "Hold " WS-HOLD-ID " already exists on "
                       WS-HOLD-ACCT-ID " " WS-HOLD-CURR
                       " -- nothing written"
                   CLOSE HOLD-FILE
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
           END-WRITE

           CLOSE HOLD-FILE

           PERFORM AUDIT-HOLD-CHANGE

           MOVE HLD-AMT TO WS-HOLD-AMT-ED
           DISPLAY "Placed hold " WS-HOLD-ID " on " WS-HOLD-ACCT-ID
               " " WS-HOLD-CURR " for " FUNCTION TRIM(WS-HOLD-AMT-ED)
           PERFORM PRESS-ENTER-PAUSE.

      *> -----------------------------------------------------------------
      *> The account a hold is placed on must pass the check digit and
      *> be open on the account master -- the same checks the writer
      *> makes on a posting, with the same fallback when the master
      *> is not there.
      *> -----------------------------------------------------------------
       CHECK-HOLD-ACCOUNT.
           MOVE "Y"    TO WS-TRXN-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON-CODE WS-REJECT-REASON-TEXT

           PERFORM OPEN-ACCT-GRANDFATHER
           MOVE WS-HOLD-ACCT-ID TO WS-ACKD-ACCT-ID
           PERFORM CHECK-ACCT-CHECK-DIGIT
           PERFORM CLOSE-ACCT-GRANDFATHER
           IF NOT WS-ACKD-OK
               MOVE "N" TO WS-TRXN-VALID-SW
               MOVE "ACKD" TO WS-REJECT-REASON-CODE
               MOVE WS-ACKD-REASON TO WS-REJECT-REASON-TEXT
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ACCT-MASTER
           IF NOT WS-ACCT-CHECK-ON
               DISPLAY "WARNING: account master "
                   FUNCTION TRIM(WS-ACCT-MASTER-PATH)
                   " not available -- account status not checked"
           ELSE
               MOVE WS-HOLD-ACCT-ID TO AM-ACCT-ID
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-TRXN-VALID-SW
                       MOVE "ACCT" TO WS-REJECT-REASON-CODE
                       STRING "ACCT-ID " WS-HOLD-ACCT-ID
                              " is not on the account master"
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON-TEXT
                       END-STRING
                   NOT INVALID KEY
                       IF AM-ACCT-STATUS NOT = "O"
                           MOVE "N" TO WS-TRXN-VALID-SW
                           MOVE "STAT" TO WS-REJECT-REASON-CODE
                           STRING "ACCT-ID " WS-HOLD-ACCT-ID
                                  " status is " AM-ACCT-STATUS
                                  ", account is not open"
                               DELIMITED BY SIZE
                               INTO WS-REJECT-REASON-TEXT
                           END-STRING
                       END-IF
               END-READ
           END-IF
           PERFORM CLOSE-ACCT-MASTER.

      *> =================================================================
      *> 6 -- release a hold: fetch it, show it, confirm. Releasing a
      *> legal order needs supervisor rights on top of the posting
      *> role that opened this screen.
      *> =================================================================
       HOLD-RELEASE-SCREEN-PARA.
           MOVE SPACES TO WS-HOLD-ACCT-ID WS-HOLD-CURR WS-HOLD-ID
           ACCEPT HOLD-RELEASE-KEY-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-HOLD-CURR) TO WS-HOLD-CURR

           PERFORM RESOLVE-HOLD-PATH
           OPEN I-O HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-HOLD-PATH)
                   " -- FILE STATUS " WS-HOLD-FILE-STATUS
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HOLD-ACCT-ID TO HLD-ACCT-ID
           MOVE WS-HOLD-CURR    TO HLD-CURRENCY
           MOVE WS-HOLD-ID      TO HLD-HOLD-ID
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "Hold " WS-HOLD-ID " not found on "
                       WS-HOLD-ACCT-ID " " WS-HOLD-CURR
                   CLOSE HOLD-FILE
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
           END-READ

           IF HLD-STATUS NOT = "A"
               DISPLAY "Hold " WS-HOLD-ID " is not active (status "
                   HLD-STATUS ")"
               CLOSE HOLD-FILE
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           IF HLD-REASON = "L"
               MOVE "S" TO WS-OPSGN-REQUIRED-ROLE
               PERFORM CHECK-OPERATOR-ROLE
               IF NOT WS-OPSGN-ALLOWED
                   DISPLAY "Hold " WS-HOLD-ID " is a legal order -- "
                       "release needs a supervisor"
                   CLOSE HOLD-FILE
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE HLD-AMT TO WS-HOLD-AMT-ED
           MOVE SPACE TO WS-CONFIRM
           ACCEPT HOLD-RELEASE-CONFIRM-SCREEN

           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Release abandoned -- nothing written"
               CLOSE HOLD-FILE
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE "R"              TO HLD-STATUS
           MOVE WS-OPSGN-OPER-ID TO HLD-RELEASED-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO HLD-RELEASED-DATE
           REWRITE FUNDS-HOLD-REC

           CLOSE HOLD-FILE

           PERFORM AUDIT-HOLD-CHANGE

           DISPLAY "Released hold " WS-HOLD-ID " on " WS-HOLD-ACCT-ID
               " " WS-HOLD-CURR
           PERFORM PRESS-ENTER-PAUSE.

       RESOLVE-HOLD-PATH.
           DISPLAY "LEDGER_HOLD_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-HOLD-PATH FROM ENVIRONMENT-VALUE
           IF WS-HOLD-PATH = SPACES
               MOVE "./funds_hold.dat" TO WS-HOLD-PATH
           END-IF.

       AUDIT-HOLD-CHANGE.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-HOLD-PATH TO WS-AUDIT-TARGET-PATH
           IF HLD-STATUS = "A"
               MOVE "PLACE"   TO WS-HOLD-AUDIT-VERB
           ELSE
               MOVE "RELEASE" TO WS-HOLD-AUDIT-VERB
           END-IF
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "HOLD " FUNCTION TRIM(WS-HOLD-AUDIT-VERB) " "
                  HLD-ACCT-ID " "
                  HLD-CURRENCY " " HLD-HOLD-ID " " HLD-REASON
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG.

      *> =================================================================
      *> 8 -- stop-payment inquiry: every stop on the account, active or
      *> not, read from the account's prefix of STP-KEY.
      *> =================================================================
       STOP-INQUIRY-SCREEN-PARA.
           MOVE SPACES TO WS-STOP-ACCT-ID
           ACCEPT STOP-INQUIRY-SCREEN

           PERFORM RESOLVE-STOP-PATH
           OPEN INPUT STOP-FILE
           IF WS-STPCK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-STPCK-PATH)
                   " -- FILE STATUS " WS-STPCK-FILE-STATUS
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "REFERENCE            K AMOUNT FROM   AMOUNT TO     EXPIRES  F ST PLACED   BY"
           MOVE "N"  TO WS-EOF-SW
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-STOP-ACTIVE-COUNT

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-STOP-ACCT-ID TO STP-ACCT-ID
           MOVE LOW-VALUES      TO STP-REFERENCE
           START STOP-FILE KEY >= STP-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM READ-ONE-STOP-RECORD UNTIL WS-EOF

           CLOSE STOP-FILE

           DISPLAY "Matched " WS-MATCH-COUNT " stop(s), "
               WS-STOP-ACTIVE-COUNT " in force"
           PERFORM PRESS-ENTER-PAUSE.

       READ-ONE-STOP-RECORD.
           READ STOP-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF STP-ACCT-ID NOT = WS-STOP-ACCT-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       IF STP-STATUS = "A" AND STP-EXPIRY-DATE
                           >= FUNCTION NUMVAL(WS-TODAY-DATE)
                           ADD 1 TO WS-STOP-ACTIVE-COUNT
                       END-IF
                       MOVE STP-AMT-LOW  TO WS-STOP-LOW-ED
                       MOVE STP-AMT-HIGH TO WS-STOP-HIGH-ED
                       DISPLAY STP-REFERENCE " " STP-KIND " "
                           WS-STOP-LOW-ED " " WS-STOP-HIGH-ED " "
                           STP-EXPIRY-DATE " " STP-FEE-FLAG " "
                           STP-STATUS "  " STP-PLACED-DATE " "
                           STP-PLACED-BY
                   END-IF
           END-READ.

      *> =================================================================
      *> 9 -- place a stop payment on a cheque number or a payee /
      *> direct-debit reference, for any amount, one amount or a range.
      *> =================================================================
       STOP-PLACE-SCREEN-PARA.
           MOVE SPACES TO WS-STOP-ACCT-ID WS-STOP-REF WS-STOP-KIND
           MOVE SPACES TO WS-STOP-LOW-TXT WS-STOP-HIGH-TXT
           MOVE SPACES TO WS-STOP-EXPIRY-TXT WS-STOP-FEE WS-STOP-TEXT
           ACCEPT STOP-PLACE-SCREEN

           MOVE FUNCTION UPPER-CASE(WS-STOP-KIND) TO WS-STOP-KIND
           MOVE FUNCTION UPPER-CASE(WS-STOP-FEE)  TO WS-STOP-FEE
           MOVE FUNCTION UPPER-CASE(WS-STOP-REF)  TO WS-STOP-REF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           INITIALIZE STOP-PAYMENT-REC
           MOVE WS-STOP-ACCT-ID TO STP-ACCT-ID
           MOVE FUNCTION TRIM(WS-STOP-REF) TO STP-REFERENCE
           MOVE WS-STOP-KIND    TO STP-KIND
           COMPUTE STP-AMT-LOW =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-STOP-LOW-TXT))
           COMPUTE STP-AMT-HIGH =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-STOP-HIGH-TXT))
           MOVE WS-STOP-FEE     TO STP-FEE-FLAG
           MOVE WS-STOP-TEXT    TO STP-REASON-TEXT
           IF WS-STOP-EXPIRY-TXT = SPACES
               COMPUTE STP-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TODAY-DATE))
                   + WS-STOP-DFLT-DAYS)
           ELSE
               COMPUTE STP-EXPIRY-DATE =
                   FUNCTION NUMVAL(WS-STOP-EXPIRY-TXT)
           END-IF

           IF STP-ACCT-ID = SPACES OR STP-REFERENCE = SPACES
               DISPLAY "ACCT-ID and CHEQUE NO / REF are required -- "
                   "nothing written"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           IF STP-KIND NOT = "Q" AND STP-KIND NOT = "D"
               DISPLAY "KIND must be Q or D -- nothing written"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           IF STP-FEE-FLAG NOT = "Y" AND STP-FEE-FLAG NOT = "N"
               DISPLAY "FEE must be Y or N -- nothing written"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           IF STP-AMT-LOW < ZERO OR STP-AMT-HIGH < ZERO
               OR (STP-AMT-HIGH NOT = ZERO
                   AND STP-AMT-HIGH < STP-AMT-LOW)
               DISPLAY "AMOUNT TO must not be below AMOUNT FROM -- "
                   "nothing written"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           IF STP-EXPIRY-DATE < FUNCTION NUMVAL(WS-TODAY-DATE)
               DISPLAY "EXPIRY DATE is already past -- nothing written"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           MOVE "A"              TO STP-STATUS
           MOVE WS-OPSGN-OPER-ID TO STP-PLACED-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO STP-PLACED-DATE

           PERFORM RESOLVE-STOP-PATH
           OPEN I-O STOP-FILE
           IF WS-STPCK-FILE-STATUS = "35"
               OPEN OUTPUT STOP-FILE
           END-IF
           IF WS-STPCK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-STPCK-PATH)
                   " -- FILE STATUS " WS-STPCK-FILE-STATUS
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           WRITE STOP-PAYMENT-REC
               INVALID KEY
                   DISPLAY "A stop on " FUNCTION TRIM(STP-REFERENCE)
                       " already exists on " WS-STOP-ACCT-ID
                       " -- renew or cancel it instead"
                   CLOSE STOP-FILE
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
           END-WRITE

           CLOSE STOP-FILE

           PERFORM AUDIT-STOP-CHANGE

           DISPLAY "Placed stop on " FUNCTION TRIM(STP-REFERENCE)
               " for " WS-STOP-ACCT-ID " until " STP-EXPIRY-DATE
           PERFORM PRESS-ENTER-PAUSE.

      *> =================================================================
      *> A -- renew a stop: a new expiry date on a stop still active or
      *> only lately run out. A cancelled stop is placed afresh.
      *> =================================================================
       STOP-RENEW-SCREEN-PARA.
           MOVE SPACES TO WS-STOP-ACCT-ID WS-STOP-REF WS-STOP-EXPIRY-TXT
           ACCEPT STOP-RENEW-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-STOP-REF) TO WS-STOP-REF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           PERFORM RESOLVE-STOP-PATH
           OPEN I-O STOP-FILE
           IF WS-STPCK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-STPCK-PATH)
                   " -- FILE STATUS " WS-STPCK-FILE-STATUS
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STOP-ACCT-ID TO STP-ACCT-ID
           MOVE FUNCTION TRIM(WS-STOP-REF) TO STP-REFERENCE
           READ STOP-FILE
               INVALID KEY
                   DISPLAY "No stop on " FUNCTION TRIM(WS-STOP-REF)
                       " for " WS-STOP-ACCT-ID
                   CLOSE STOP-FILE
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
           END-READ

           IF STP-STATUS NOT = "A"
               DISPLAY "Stop on " FUNCTION TRIM(STP-REFERENCE)
                   " was cancelled -- place a new one"
               CLOSE STOP-FILE
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           IF WS-STOP-EXPIRY-TXT = SPACES
               COMPUTE STP-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TODAY-DATE))
                   + WS-STOP-DFLT-DAYS)
           ELSE
               IF FUNCTION NUMVAL(WS-STOP-EXPIRY-TXT)
                   <= FUNCTION NUMVAL(WS-TODAY-DATE)
                   DISPLAY "NEW EXPIRY DATE must be after today -- "
                       "nothing written"
                   CLOSE STOP-FILE
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE STP-EXPIRY-DATE =
                   FUNCTION NUMVAL(WS-STOP-EXPIRY-TXT)
           END-IF

           MOVE WS-OPSGN-OPER-ID TO STP-RENEWED-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO STP-RENEWED-DATE
           REWRITE STOP-PAYMENT-REC

           CLOSE STOP-FILE

           PERFORM AUDIT-STOP-CHANGE

           DISPLAY "Renewed stop on " FUNCTION TRIM(STP-REFERENCE)
               " for " WS-STOP-ACCT-ID " until " STP-EXPIRY-DATE
           PERFORM PRESS-ENTER-PAUSE.

      *> =================================================================
      *> B -- cancel a stop: fetch it, show it, confirm.
      *> =================================================================
       STOP-CANCEL-SCREEN-PARA.
           MOVE SPACES TO WS-STOP-ACCT-ID WS-STOP-REF
           ACCEPT STOP-CANCEL-KEY-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-STOP-REF) TO WS-STOP-REF

           PERFORM RESOLVE-STOP-PATH
           OPEN I-O STOP-FILE
           IF WS-STPCK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-STPCK-PATH)
                   " -- FILE STATUS " WS-STPCK-FILE-STATUS
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STOP-ACCT-ID TO STP-ACCT-ID
           MOVE FUNCTION TRIM(WS-STOP-REF) TO STP-REFERENCE
           READ STOP-FILE
               INVALID KEY
                   DISPLAY "No stop on " FUNCTION TRIM(WS-STOP-REF)
                       " for " WS-STOP-ACCT-ID
                   CLOSE STOP-FILE
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
           END-READ

           IF STP-STATUS NOT = "A"
               DISPLAY "Stop on " FUNCTION TRIM(STP-REFERENCE)
                   " is already cancelled"
               CLOSE STOP-FILE
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           MOVE STP-AMT-LOW  TO WS-STOP-LOW-ED
           MOVE STP-AMT-HIGH TO WS-STOP-HIGH-ED
           MOVE SPACE TO WS-CONFIRM
           ACCEPT STOP-CANCEL-CONFIRM-SCREEN

           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Cancel abandoned -- nothing written"
               CLOSE STOP-FILE
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE "C"              TO STP-STATUS
           MOVE WS-OPSGN-OPER-ID TO STP-CANCELLED-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO STP-CANCELLED-DATE
           REWRITE STOP-PAYMENT-REC

           CLOSE STOP-FILE

           PERFORM AUDIT-STOP-CHANGE

           DISPLAY "Cancelled stop on " FUNCTION TRIM(STP-REFERENCE)
               " for " WS-STOP-ACCT-ID
           PERFORM PRESS-ENTER-PAUSE.

       RESOLVE-STOP-PATH.
           DISPLAY "LEDGER_STOP_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-STPCK-PATH FROM ENVIRONMENT-VALUE
           IF WS-STPCK-PATH = SPACES
               MOVE "./stop_payment.dat" TO WS-STPCK-PATH
           END-IF.

       AUDIT-STOP-CHANGE.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-STPCK-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "STOP " STP-STATUS " " STP-ACCT-ID " "
                  STP-REFERENCE " " STP-KIND " " STP-EXPIRY-DATE " "
                  STP-FEE-FLAG
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG.

      *> =================================================================
      *> C -- balance as at a past date: the account's snapshot rows,
      *> read as one keyed range, and per currency the last one on or
      *> before the date keyed -- the same answer LEDGER-BALANCE-ASOF
      *> gives from the command line.
      *> =================================================================
       BALANCE-ASOF-SCREEN-PARA.
           MOVE SPACES TO WS-ASOF-ACCT-ID
           MOVE SPACES TO WS-ASOF-DATE-TXT
           MOVE SPACES TO WS-ASOF-CURR
           ACCEPT BALANCE-ASOF-SCREEN

           COMPUTE WS-ASOF-DATE = FUNCTION NUMVAL(WS-ASOF-DATE-TXT)
           MOVE FUNCTION UPPER-CASE(WS-ASOF-CURR) TO WS-ASOF-CURR
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = ZERO
               DISPLAY "AS-OF DATE " WS-ASOF-DATE-TXT
                   " is not a valid date"
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "LEDGER_BAL_HISTORY" UPON ENVIRONMENT-NAME
           ACCEPT WS-HIST-PATH FROM ENVIRONMENT-VALUE
           IF WS-HIST-PATH = SPACES
               MOVE "./balance_history.dat" TO WS-HIST-PATH
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-HIST-PATH)
                   " -- FILE STATUS " WS-HIST-FILE-STATUS
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "CUR          BALANCE  BASE-EQUIVALENT FROM-DAY MOVED"
           MOVE "N"    TO WS-EOF-SW
           MOVE "N"    TO WS-ASOF-HIT-SW
           MOVE SPACES TO WS-ASOF-CUR-CURRENCY
           MOVE ZERO   TO WS-MATCH-COUNT

           MOVE WS-ASOF-ACCT-ID TO BH-ACCT-ID
           IF WS-ASOF-CURR = SPACES
               MOVE LOW-VALUES TO BH-CURRENCY
           ELSE
               MOVE WS-ASOF-CURR TO BH-CURRENCY
           END-IF
           MOVE ZERO TO BH-BUS-DATE
           START HIST-FILE KEY >= BH-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM READ-ONE-BAL-SNAPSHOT UNTIL WS-EOF
           PERFORM SHOW-ASOF-BALANCE

           CLOSE HIST-FILE

           DISPLAY WS-MATCH-COUNT " currency balance(s) for "
               WS-ASOF-ACCT-ID " at the close of " WS-ASOF-DATE
           PERFORM PRESS-ENTER-PAUSE.

       READ-ONE-BAL-SNAPSHOT.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF BH-ACCT-ID NOT = WS-ASOF-ACCT-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       IF WS-ASOF-CURR NOT = SPACES
                           AND BH-CURRENCY NOT = WS-ASOF-CURR
                           SET WS-EOF TO TRUE
                       ELSE
                           PERFORM TAKE-ONE-BAL-SNAPSHOT
                       END-IF
                   END-IF
           END-READ.

       TAKE-ONE-BAL-SNAPSHOT.
           IF BH-CURRENCY NOT = WS-ASOF-CUR-CURRENCY
               PERFORM SHOW-ASOF-BALANCE
               MOVE BH-CURRENCY TO WS-ASOF-CUR-CURRENCY
           END-IF
           IF BH-BUS-DATE <= WS-ASOF-DATE
               SET WS-ASOF-HIT TO TRUE
               MOVE BH-BUS-DATE   TO WS-ASOF-HIT-DATE
               MOVE BH-CLOSE-BAL  TO WS-ASOF-HIT-CLOSE
               MOVE BH-BASE-EQUIV TO WS-ASOF-HIT-BASE
               MOVE BH-MOVED-SW   TO WS-ASOF-HIT-MOVED
           END-IF.

       SHOW-ASOF-BALANCE.
           IF NOT WS-ASOF-HIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           MOVE WS-ASOF-HIT-CLOSE TO WS-ASOF-BAL-ED
           MOVE WS-ASOF-HIT-BASE  TO WS-ASOF-BASE-ED
           DISPLAY WS-ASOF-CUR-CURRENCY " " WS-ASOF-BAL-ED " "
               WS-ASOF-BASE-ED " " WS-ASOF-HIT-DATE " "
               WS-ASOF-HIT-MOVED
           MOVE "N" TO WS-ASOF-HIT-SW.

      *> =================================================================
      *> D -- future-dated payment inquiry: every warehouse item for
      *> the account, read on the FWD-ACCT-ID alternate key, whatever
      *> its state -- waiting, released, failed or cancelled.
      *> =================================================================
       FWD-INQUIRY-SCREEN-PARA.
           MOVE SPACES TO WS-FWD-ACCT-ID
           ACCEPT FWD-INQUIRY-SCREEN

           PERFORM RESOLVE-FWD-PATH
           OPEN INPUT FWD-PAYMENT-FILE
           IF WS-FWD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-FWD-PATH)
                   " -- FILE STATUS " WS-FWD-FILE-STATUS
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           DISPLAY SPACE
           DISPLAY "TRXN_ID    DUE DATE T AMOUNT     CUR DESC                 STATUS     RSN"
           MOVE "N"  TO WS-EOF-SW
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-FWD-WAITING-COUNT

           MOVE WS-FWD-ACCT-ID TO FWD-ACCT-ID
           START FWD-PAYMENT-FILE KEY = FWD-ACCT-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM READ-ONE-FWD-RECORD UNTIL WS-EOF

           CLOSE FWD-PAYMENT-FILE

           DISPLAY "Matched " WS-MATCH-COUNT " item(s), "
               WS-FWD-WAITING-COUNT " waiting"
           PERFORM PRESS-ENTER-PAUSE.

       READ-ONE-FWD-RECORD.
           READ FWD-PAYMENT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF FWD-ACCT-ID NOT = WS-FWD-ACCT-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       IF FWD-WAREHOUSED
                           ADD 1 TO WS-FWD-WAITING-COUNT
                       END-IF
                       PERFORM DESCRIBE-FWD-STATUS
                       MOVE FWD-TRXN-AMT TO WS-AMT-ED
                       DISPLAY FWD-TRXN-ID " " FWD-POST-DATE " "
                           FWD-TRXN-TYPE " " WS-AMT-ED " "
                           FWD-CURRENCY " " FWD-DESC " "
                           WS-FWD-STATUS-TEXT " " FWD-FAIL-REASON
                   END-IF
           END-READ.

       DESCRIBE-FWD-STATUS.
           EVALUATE TRUE
               WHEN FWD-WAREHOUSED
                   MOVE "WAITING"   TO WS-FWD-STATUS-TEXT
               WHEN FWD-SUBMITTED
                   MOVE "SUBMITTED" TO WS-FWD-STATUS-TEXT
               WHEN FWD-RELEASED
                   MOVE "RELEASED"  TO WS-FWD-STATUS-TEXT
               WHEN FWD-FAILED
                   MOVE "FAILED"    TO WS-FWD-STATUS-TEXT
               WHEN FWD-CANCELLED
                   MOVE "CANCELLED" TO WS-FWD-STATUS-TEXT
               WHEN OTHER
                   MOVE FWD-STATUS  TO WS-FWD-STATUS-TEXT
           END-EVALUATE.

      *> =================================================================
      *> E -- cancel a future-dated payment: only an item still
      *> waiting, and only before its date -- on the day itself the
      *> start-of-day release has already taken it.
      *> =================================================================
       FWD-CANCEL-SCREEN-PARA.
           MOVE SPACES TO WS-FWD-TRXN-ID
           ACCEPT FWD-CANCEL-KEY-SCREEN

           PERFORM RESOLVE-FWD-PATH
           OPEN I-O FWD-PAYMENT-FILE
           IF WS-FWD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-FWD-PATH)
                   " -- FILE STATUS " WS-FWD-FILE-STATUS
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FWD-TRXN-ID TO FWD-TRXN-ID
           READ FWD-PAYMENT-FILE
               INVALID KEY
                   DISPLAY "No future-dated payment " WS-FWD-TRXN-ID
                   CLOSE FWD-PAYMENT-FILE
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
           END-READ

           IF NOT FWD-WAREHOUSED
               PERFORM DESCRIBE-FWD-STATUS
               DISPLAY "Payment " FWD-TRXN-ID " is "
                   FUNCTION TRIM(WS-FWD-STATUS-TEXT)
                   " -- only a waiting payment can be cancelled"
               CLOSE FWD-PAYMENT-FILE
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-BUSINESS-DATE
           IF FWD-POST-DATE <= WS-FWD-TODAY
               DISPLAY "Payment " FWD-TRXN-ID " is due " FWD-POST-DATE
                   " -- too late to cancel"
               CLOSE FWD-PAYMENT-FILE
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           MOVE FWD-TRXN-AMT TO WS-AMT-ED
           MOVE SPACE TO WS-CONFIRM
           ACCEPT FWD-CANCEL-CONFIRM-SCREEN

           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Cancel abandoned -- nothing written"
               CLOSE FWD-PAYMENT-FILE
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           MOVE "X"              TO FWD-STATUS
           MOVE WS-OPSGN-OPER-ID TO FWD-ACTION-USER
           MOVE WS-FWD-TODAY     TO FWD-ACTION-DATE
           REWRITE FWD-PAYMENT-REC

           CLOSE FWD-PAYMENT-FILE

           PERFORM OPEN-AUDIT-LOG
           MOVE WS-FWD-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "FWDCANCEL " FWD-TRXN-ID " " FWD-ACCT-ID
                  " DUE " FWD-POST-DATE
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG

           DISPLAY "Cancelled future-dated payment " FWD-TRXN-ID
               " for " FWD-ACCT-ID
           PERFORM PRESS-ENTER-PAUSE.

      *> =================================================================
      *> F -- account 360: everything a customer call needs on one
      *> page, instead of the reader, the account and suspense
      *> managers, the pending review and the standing-order
      *> maintenance in turn. The lookup is audit-logged whether or
      *> not the account is found.
      *> =================================================================
       ACCT360-SCREEN-PARA.
           MOVE SPACES TO WS-A360-ACCT-ID WS-A360-LAST-TXT
           ACCEPT ACCT360-SCREEN

           MOVE WS-A360-LAST-DFLT TO WS-A360-LAST-N
           IF WS-A360-LAST-TXT NOT = SPACES
               COMPUTE WS-A360-LAST-N =
                   FUNCTION NUMVAL(WS-A360-LAST-TXT)
           END-IF
           IF WS-A360-LAST-N = ZERO
               MOVE WS-A360-LAST-DFLT TO WS-A360-LAST-N
           END-IF
           IF WS-A360-LAST-N > WS-A360-LAST-MAX
               MOVE WS-A360-LAST-MAX TO WS-A360-LAST-N
           END-IF

           PERFORM LOAD-BUSINESS-DATE
           PERFORM OPEN-ACCT-MASTER

           PERFORM OPEN-AUDIT-LOG
           MOVE WS-ACCT-MASTER-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "ACCT360 " WS-A360-ACCT-ID
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG

           IF NOT WS-ACCT-CHECK-ON
               DISPLAY "Unable to open " FUNCTION TRIM(WS-ACCT-MASTER-PATH)
                   " -- FILE STATUS " WS-ACCT-FILE-STATUS
               PERFORM CLOSE-ACCT-MASTER
               PERFORM PRESS-ENTER-PAUSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-A360-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ACCT-ID " WS-A360-ACCT-ID
                       " is not on the account master"
                   PERFORM CLOSE-ACCT-MASTER
                   PERFORM PRESS-ENTER-PAUSE
                   EXIT PARAGRAPH
           END-READ

           PERFORM SHOW-A360-MASTER
           PERFORM SHOW-A360-CUSTOMER
           PERFORM SCAN-A360-POSTINGS
           PERFORM SHOW-A360-BUCKETS
           PERFORM SHOW-A360-PENDING
           PERFORM SHOW-A360-SUSPENSE
           PERFORM SHOW-A360-ORDERS
           PERFORM SHOW-A360-LAST-POSTINGS

           PERFORM CLOSE-ACCT-MASTER
           PERFORM PRESS-ENTER-PAUSE.

      *> -----------------------------------------------------------------
      *> The master row, with the overdraft allowance and product
      *> minimum balance that feed every bucket's available figure.
      *> -----------------------------------------------------------------
       SHOW-A360-MASTER.
           EVALUATE AM-ACCT-STATUS
               WHEN "O"
                   MOVE "OPEN"           TO WS-A360-STATUS-TEXT
               WHEN "C"
                   MOVE "CLOSED"         TO WS-A360-STATUS-TEXT
               WHEN "F"
                   MOVE "FROZEN"         TO WS-A360-STATUS-TEXT
               WHEN "P"
                   MOVE "CLOSING"        TO WS-A360-STATUS-TEXT
               WHEN "S"
                   MOVE "SCREENING HOLD" TO WS-A360-STATUS-TEXT
               WHEN OTHER
                   MOVE AM-ACCT-STATUS   TO WS-A360-STATUS-TEXT
           END-EVALUATE

           *> The writer's allowance: the facility register when there
           *> is one (no live facility = no overdraft), else the
           *> master's own limit.
           MOVE ZERO TO WS-A360-OD-LIMIT
           PERFORM OPEN-A360-OD-FACILITY
           IF WS-ODF-CHECK-ON
               MOVE AM-ACCT-ID TO ODF-ACCT-ID
               READ OD-FACILITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ODF-STATUS = "A"
                           AND ODF-EXPIRY-DATE >= WS-FWD-TODAY
                           MOVE ODF-LIMIT TO WS-A360-OD-LIMIT
                       END-IF
               END-READ
               CLOSE OD-FACILITY-FILE
           ELSE
               MOVE AM-OVERDRAFT-LIMIT TO WS-A360-OD-LIMIT
           END-IF

           MOVE ZERO            TO WS-A360-MIN-BAL
           MOVE AM-PRODUCT-CODE TO WS-PRDCK-CODE
           MOVE SPACES          TO WS-PRDCK-CURR WS-PRDCK-CHANNEL
           PERFORM CHECK-PRODUCT-RULES
           IF WS-PRDCK-FOUND
               MOVE PRD-MIN-BALANCE TO WS-A360-MIN-BAL
           END-IF

           MOVE WS-A360-OD-LIMIT TO WS-A360-OD-ED
           MOVE WS-A360-MIN-BAL  TO WS-A360-MIN-ED
           DISPLAY SPACE
           DISPLAY "ACCOUNT  " AM-ACCT-ID " " AM-CUST-NAME
           DISPLAY "STATUS   " WS-A360-STATUS-TEXT
               "  BRANCH " AM-BRANCH-CODE
               "  PRODUCT " AM-PRODUCT-CODE
               "  OPENED " AM-OPEN-DATE
               "  BASE " AM-BASE-CURR
           DISPLAY "OVERDRAFT " FUNCTION TRIM(WS-A360-OD-ED)
               "  MIN BALANCE " FUNCTION TRIM(WS-A360-MIN-ED).

      *> -----------------------------------------------------------------
      *> The cross-reference is keyed customer-first, so the account's
      *> customers are found by one pass of the file -- a joint account
      *> shows every linked customer.
      *> -----------------------------------------------------------------
       SHOW-A360-CUSTOMER.
           DISPLAY "LEDGER_CUST_XREF" UPON ENVIRONMENT-NAME
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT-VALUE
           IF WS-XREF-PATH = SPACES
               MOVE "./cust_acct_xref.dat" TO WS-XREF-PATH
           END-IF
           DISPLAY "LEDGER_CUST_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-CUST-PATH FROM ENVIRONMENT-VALUE
           IF WS-CUST-PATH = SPACES
               MOVE "./cust_master.dat" TO WS-CUST-PATH
           END-IF

           DISPLAY SPACE
           OPEN INPUT CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER  cross-reference "
                   FUNCTION TRIM(WS-XREF-PATH)
                   " not available (FILE STATUS " WS-XREF-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CUST-CHECK-SW
           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-CUST-CHECK-SW
           END-IF

           MOVE "N"  TO WS-EOF-SW
           MOVE ZERO TO WS-A360-ITEM-COUNT
           PERFORM READ-ONE-A360-XREF UNTIL WS-EOF

           IF WS-A360-ITEM-COUNT = ZERO
               DISPLAY "CUSTOMER  none linked"
           END-IF

           CLOSE CUST-XREF-FILE
           IF WS-CUST-CHECK-ON
               CLOSE CUST-MASTER-FILE
           END-IF.

       READ-ONE-A360-XREF.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF XRC-ACCT-ID = WS-A360-ACCT-ID
                       ADD 1 TO WS-A360-ITEM-COUNT
                       PERFORM SHOW-A360-ONE-CUSTOMER
                   END-IF
           END-READ.

       SHOW-A360-ONE-CUSTOMER.
           IF NOT WS-CUST-CHECK-ON
               DISPLAY "CUSTOMER  " XRC-CUST-ID " linked " XRC-LINK-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE XRC-CUST-ID TO CM-CUST-ID
           READ CUST-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER  " XRC-CUST-ID
                       " linked " XRC-LINK-DATE
                       " -- not on the customer master"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER  " CM-CUST-ID " " CM-CUST-NAME
                       " STATUS " CM-CUST-STATUS
                       " linked " XRC-LINK-DATE
           END-READ.

      *> -----------------------------------------------------------------
      *> One pass of the account's ACCT-ID key range in TRXN-FILE nets
      *> the not-yet-applied postings per currency and keeps the
      *> newest WS-A360-LAST-N for the foot of the page.
      *> -----------------------------------------------------------------
       SCAN-A360-POSTINGS.
           MOVE ZERO   TO WS-A360-NET-COUNT
           MOVE ZERO   TO WS-A360-POST-SEEN
           MOVE SPACES TO WS-A360-LAST-TABLE

           OPEN INPUT TRXN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "POSTINGS  " FUNCTION TRIM(WS-FILE-PATH)
                   " not available (FILE STATUS " WS-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-SW
           MOVE WS-A360-ACCT-ID TO ACCT-ID
           START TRXN-FILE KEY = ACCT-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM READ-ONE-A360-POSTING UNTIL WS-EOF

           CLOSE TRXN-FILE.

       READ-ONE-A360-POSTING.
           READ TRXN-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ACCT-ID NOT = WS-A360-ACCT-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       PERFORM TAKE-ONE-A360-POSTING
                   END-IF
           END-READ.

       TAKE-ONE-A360-POSTING.
           MOVE CURRENCY-CODE TO WS-A360-CURR
           PERFORM FIND-A360-NET-CURR
           IF WS-A360-NET-HIT > ZERO
               IF TRXN-TYPE = "D"
                   SUBTRACT TRXN-AMT
                       FROM WS-A360-NET-AMT(WS-A360-NET-HIT)
               ELSE
                   ADD TRXN-AMT TO WS-A360-NET-AMT(WS-A360-NET-HIT)
               END-IF
           END-IF

           ADD 1 TO WS-A360-POST-SEEN
           COMPUTE WS-A360-LAST-IDX =
               FUNCTION MOD(WS-A360-POST-SEEN - 1, WS-A360-LAST-N) + 1
           MOVE TRXN-AMT TO WS-AMT-ED
           MOVE SPACES TO WS-A360-LAST-LINE(WS-A360-LAST-IDX)
           STRING TRXN-ID " " POST-DATE " " TRXN-TYPE " " WS-AMT-ED " "
                  CURRENCY-CODE " " CHANNEL-CODE " " TRXN-DESC
               DELIMITED BY SIZE
               INTO WS-A360-LAST-LINE(WS-A360-LAST-IDX)
           END-STRING.

      *> Leaves WS-A360-NET-HIT on WS-A360-CURR's entry, adding one when
      *> the currency is new; zero only when the table is full.
       FIND-A360-NET-CURR.
           MOVE ZERO TO WS-A360-NET-HIT
           PERFORM MATCH-ONE-A360-NET-CURR
               VARYING WS-A360-NET-IDX FROM 1 BY 1
               UNTIL WS-A360-NET-IDX > WS-A360-NET-COUNT
               OR WS-A360-NET-HIT > ZERO
           IF WS-A360-NET-HIT = ZERO AND WS-A360-NET-COUNT < 20
               ADD 1 TO WS-A360-NET-COUNT
               MOVE WS-A360-NET-COUNT TO WS-A360-NET-HIT
               MOVE WS-A360-CURR TO WS-A360-NET-CURR(WS-A360-NET-HIT)
               MOVE ZERO TO WS-A360-NET-AMT(WS-A360-NET-HIT)
               MOVE "N"  TO WS-A360-NET-SHOWN(WS-A360-NET-HIT)
           END-IF.

       MATCH-ONE-A360-NET-CURR.
           IF WS-A360-NET-CURR(WS-A360-NET-IDX) = WS-A360-CURR
               MOVE WS-A360-NET-IDX TO WS-A360-NET-HIT
           END-IF.

      *> -----------------------------------------------------------------
      *> Each currency bucket: last night's balance, plus what is still
      *> unposted in TRXN-FILE, plus the overdraft allowance, less the
      *> product minimum and the bucket's live holds -- the figure a
      *> debit is held to at posting. A currency posted today with no
      *> bucket yet shows from a zero balance.
      *> -----------------------------------------------------------------
       SHOW-A360-BUCKETS.
           DISPLAY "LEDGER_BALANCE_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-BALANCE-PATH FROM ENVIRONMENT-VALUE
           IF WS-BALANCE-PATH = SPACES
               MOVE "./balance_master.dat" TO WS-BALANCE-PATH
           END-IF

           PERFORM RESOLVE-HOLD-PATH
           MOVE "Y" TO WS-A360-HOLD-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-A360-HOLD-SW
           END-IF

           DISPLAY SPACE
           DISPLAY "CUR  LEDGER BALANCE      UNPOSTED         HOLDS"
               "     AVAILABLE"
           MOVE ZERO TO WS-A360-ITEM-COUNT

           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "     balance master " FUNCTION TRIM(WS-BALANCE-PATH)
                   " not available (FILE STATUS " WS-BALANCE-FILE-STATUS
                   ")"
           ELSE
               MOVE "N" TO WS-EOF-SW
               MOVE WS-A360-ACCT-ID TO BAL-ACCT-ID
               MOVE LOW-VALUES      TO BAL-CURRENCY
               START BALANCE-FILE KEY >= BAL-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM READ-ONE-A360-BUCKET UNTIL WS-EOF
               CLOSE BALANCE-FILE
           END-IF

           PERFORM SHOW-A360-UNBOOKED-CURR
               VARYING WS-A360-NET-IDX FROM 1 BY 1
               UNTIL WS-A360-NET-IDX > WS-A360-NET-COUNT

           IF WS-A360-ITEM-COUNT = ZERO
               DISPLAY "     no currency buckets"
           END-IF

           IF WS-A360-HOLD-ON
               CLOSE HOLD-FILE
           END-IF.

       READ-ONE-A360-BUCKET.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF BAL-ACCT-ID NOT = WS-A360-ACCT-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       MOVE BAL-CURRENCY    TO WS-A360-CURR
                       MOVE BAL-CURRENT-BAL TO WS-A360-LEDGER-BAL
                       MOVE ZERO TO WS-A360-UNPOSTED
                       PERFORM FIND-A360-NET-CURR
                       IF WS-A360-NET-HIT > ZERO
                           MOVE WS-A360-NET-AMT(WS-A360-NET-HIT)
                               TO WS-A360-UNPOSTED
                           MOVE "Y" TO WS-A360-NET-SHOWN(WS-A360-NET-HIT)
                       END-IF
                       PERFORM SHOW-ONE-A360-BUCKET
                   END-IF
           END-READ.

       SHOW-A360-UNBOOKED-CURR.
           IF WS-A360-NET-SHOWN(WS-A360-NET-IDX) NOT = "Y"
               MOVE WS-A360-NET-CURR(WS-A360-NET-IDX) TO WS-A360-CURR
               MOVE ZERO TO WS-A360-LEDGER-BAL
               MOVE WS-A360-NET-AMT(WS-A360-NET-IDX) TO WS-A360-UNPOSTED
               MOVE "Y" TO WS-A360-NET-SHOWN(WS-A360-NET-IDX)
               PERFORM SHOW-ONE-A360-BUCKET
           END-IF.

       SHOW-ONE-A360-BUCKET.
           MOVE ZERO TO WS-A360-HOLD-TOTAL
           IF WS-A360-HOLD-ON
               MOVE "N" TO WS-A360-HOLD-EOF-SW
               MOVE WS-A360-ACCT-ID TO HLD-ACCT-ID
               MOVE WS-A360-CURR    TO HLD-CURRENCY
               MOVE LOW-VALUES      TO HLD-HOLD-ID
               START HOLD-FILE KEY >= HLD-KEY
                   INVALID KEY
                       SET WS-A360-HOLD-EOF TO TRUE
               END-START
               PERFORM ADD-ONE-A360-HOLD UNTIL WS-A360-HOLD-EOF
           END-IF

           COMPUTE WS-A360-AVAIL-BAL = WS-A360-LEDGER-BAL
               + WS-A360-UNPOSTED + WS-A360-OD-LIMIT
               - WS-A360-MIN-BAL - WS-A360-HOLD-TOTAL

           ADD 1 TO WS-A360-ITEM-COUNT
           MOVE WS-A360-LEDGER-BAL TO WS-A360-LEDGER-ED
           MOVE WS-A360-UNPOSTED   TO WS-A360-UNPOSTED-ED
           MOVE WS-A360-HOLD-TOTAL TO WS-A360-HOLD-ED
           MOVE WS-A360-AVAIL-BAL  TO WS-A360-AVAIL-ED
           DISPLAY WS-A360-CURR " " WS-A360-LEDGER-ED " "
               WS-A360-UNPOSTED-ED " " WS-A360-HOLD-ED " "
               WS-A360-AVAIL-ED.

      *> Same test the writer's ADD-ONE-ACTIVE-HOLD applies, against
      *> the business date.
       ADD-ONE-A360-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-A360-HOLD-EOF TO TRUE
               NOT AT END
                   IF HLD-ACCT-ID NOT = WS-A360-ACCT-ID
                       OR HLD-CURRENCY NOT = WS-A360-CURR
                       SET WS-A360-HOLD-EOF TO TRUE
                   ELSE
                       IF HLD-STATUS = "A"
                           AND (HLD-EXPIRY-DATE = ZERO
                             OR HLD-EXPIRY-DATE >= WS-FWD-TODAY)
                           ADD HLD-AMT TO WS-A360-HOLD-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> Postings waiting on a supervisor -- pending, or approved and
      *> not yet applied.
      *> -----------------------------------------------------------------
       SHOW-A360-PENDING.
           DISPLAY "LEDGER_PENDING_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-PENDING-PATH FROM ENVIRONMENT-VALUE
           IF WS-PENDING-PATH = SPACES
               MOVE "./pending_trxn.dat" TO WS-PENDING-PATH
           END-IF

           DISPLAY SPACE
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "PENDING   " FUNCTION TRIM(WS-PENDING-PATH)
                   " not available (FILE STATUS "
                   WS-PENDING-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PENDING   TRXN_ID    POSTDATE T AMOUNT     CUR RSN ST SUBMITTED"
           MOVE "N"  TO WS-EOF-SW
           MOVE ZERO TO WS-A360-ITEM-COUNT
           PERFORM READ-ONE-A360-PENDING UNTIL WS-EOF
           CLOSE PENDING-FILE
           DISPLAY "          " WS-A360-ITEM-COUNT " open item(s)".

       READ-ONE-A360-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PND-ACCT-ID = WS-A360-ACCT-ID
                       AND (PND-STATUS = "P" OR PND-STATUS = "A")
                       ADD 1 TO WS-A360-ITEM-COUNT
                       MOVE PND-TRXN-AMT TO WS-AMT-ED
                       DISPLAY "          " PND-TRXN-ID " "
                           PND-POST-DATE " " PND-TRXN-TYPE " "
                           WS-AMT-ED " " PND-CURRENCY " "
                           PND-HOLD-REASON " " PND-STATUS "  "
                           PND-SUBMIT-DATE
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> Rejected postings still open in suspense.
      *> -----------------------------------------------------------------
       SHOW-A360-SUSPENSE.
           DISPLAY "LEDGER_SUSPENSE_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-SUSP-PATH FROM ENVIRONMENT-VALUE
           IF WS-SUSP-PATH = SPACES
               MOVE "./suspense.dat" TO WS-SUSP-PATH
           END-IF

           DISPLAY SPACE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS NOT = "00"
               DISPLAY "SUSPENSE  " FUNCTION TRIM(WS-SUSP-PATH)
                   " not available (FILE STATUS " WS-SUSP-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SUSPENSE  TRXN_ID    REJECTED T AMOUNT     CUR RSN  REASON"
           MOVE "N"  TO WS-EOF-SW
           MOVE ZERO TO WS-A360-ITEM-COUNT
           PERFORM READ-ONE-A360-SUSPENSE UNTIL WS-EOF
           CLOSE SUSPENSE-FILE
           DISPLAY "          " WS-A360-ITEM-COUNT " open item(s)".

       READ-ONE-A360-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SUSP-ACCT-ID = WS-A360-ACCT-ID
                       AND SUSP-STATUS = "O"
                       ADD 1 TO WS-A360-ITEM-COUNT
                       MOVE SUSP-TRXN-AMT TO WS-AMT-ED
                       DISPLAY "          " SUSP-TRXN-ID " "
                           SUSP-REJ-DATE " " SUSP-TRXN-TYPE " "
                           WS-AMT-ED " " SUSP-CURRENCY " "
                           SUSP-REASON-CODE " "
                           SUSP-REASON-TEXT(1:30)
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> Standing orders that will still run -- active, or held and
      *> waiting on a retry. Expired orders are left off.
      *> -----------------------------------------------------------------
       SHOW-A360-ORDERS.
           DISPLAY "LEDGER_STANDING_ORDERS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ORDER-PATH FROM ENVIRONMENT-VALUE
           IF WS-ORDER-PATH = SPACES
               MOVE "./standing_orders.dat" TO WS-ORDER-PATH
           END-IF

           DISPLAY SPACE
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-FILE-STATUS NOT = "00"
               DISPLAY "ORDERS    " FUNCTION TRIM(WS-ORDER-PATH)
                   " not available (FILE STATUS " WS-ORDER-FILE-STATUS ")"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ORDERS    ORDER_ID   NEXT RUN T AMOUNT     CUR F ST RETRY    RSN  DESC"
           MOVE "N"  TO WS-EOF-SW
           MOVE ZERO TO WS-A360-ITEM-COUNT
           PERFORM READ-ONE-A360-ORDER UNTIL WS-EOF
           CLOSE ORDER-FILE
           DISPLAY "          " WS-A360-ITEM-COUNT " live order(s)".

       READ-ONE-A360-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SO-ACCT-ID = WS-A360-ACCT-ID
                       AND (SO-STATUS = "A" OR SO-STATUS = "H")
                       ADD 1 TO WS-A360-ITEM-COUNT
                       MOVE SO-AMT TO WS-AMT-ED
                       DISPLAY "          " SO-ORDER-ID " "
                           SO-NEXT-RUN " " SO-TYPE " "
                           WS-AMT-ED " " SO-CURRENCY " "
                           SO-FREQ " " SO-STATUS "  "
                           SO-RETRY-DATE " " SO-FAIL-REASON " "
                           SO-DESC
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> The newest postings, oldest first. Once more than
      *> WS-A360-LAST-N were seen the round-robin table's oldest entry
      *> is the one after the last written.
      *> -----------------------------------------------------------------
       SHOW-A360-LAST-POSTINGS.
           DISPLAY SPACE
           DISPLAY "POSTINGS  TRXN_ID    POSTDATE T AMOUNT     CUR CHN DESC"
           IF WS-A360-POST-SEEN = ZERO
               DISPLAY "          none in " FUNCTION TRIM(WS-FILE-PATH)
               EXIT PARAGRAPH
           END-IF

           IF WS-A360-POST-SEEN > WS-A360-LAST-N
               COMPUTE WS-A360-LAST-IDX =
                   FUNCTION MOD(WS-A360-POST-SEEN, WS-A360-LAST-N) + 1
               MOVE WS-A360-LAST-N TO WS-A360-LAST-SHOWN
           ELSE
               MOVE 1 TO WS-A360-LAST-IDX
               MOVE WS-A360-POST-SEEN TO WS-A360-LAST-SHOWN
           END-IF

           PERFORM SHOW-ONE-A360-POSTING WS-A360-LAST-SHOWN TIMES
           DISPLAY "          last " WS-A360-LAST-SHOWN " of "
               WS-A360-POST-SEEN " unposted posting(s)".

       SHOW-ONE-A360-POSTING.
           DISPLAY "          " WS-A360-LAST-LINE(WS-A360-LAST-IDX)
           ADD 1 TO WS-A360-LAST-IDX
           IF WS-A360-LAST-IDX > WS-A360-LAST-N
               MOVE 1 TO WS-A360-LAST-IDX
           END-IF.

       OPEN-A360-OD-FACILITY.
           DISPLAY "LEDGER_OD_FACILITY" UPON ENVIRONMENT-NAME
           ACCEPT WS-ODF-PATH FROM ENVIRONMENT-VALUE
           IF WS-ODF-PATH = SPACES
               MOVE "./od_facility.dat" TO WS-ODF-PATH
           END-IF

           MOVE "Y" TO WS-ODF-CHECK-SW
           OPEN INPUT OD-FACILITY-FILE
           IF WS-ODF-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ODF-CHECK-SW
           END-IF.

       RESOLVE-FWD-PATH.
           DISPLAY "LEDGER_FWD_WAREHOUSE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FWD-PATH FROM ENVIRONMENT-VALUE
           IF WS-FWD-PATH = SPACES
               MOVE "./fwd_payments.dat" TO WS-FWD-PATH
           END-IF.

       LOAD-BUSINESS-DATE.
           DISPLAY "LEDGER_BUSINESS_DATE" UPON ENVIRONMENT-NAME
           ACCEPT WS-FWD-TODAY-TXT FROM ENVIRONMENT-VALUE
           IF WS-FWD-TODAY-TXT = SPACES
               ACCEPT WS-FWD-TODAY-TXT FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-FWD-TODAY = FUNCTION NUMVAL(WS-FWD-TODAY-TXT).

       PRESS-ENTER-PAUSE.
           DISPLAY "Press ENTER to return to the menu"
           ACCEPT WS-PAUSE.

       COPY "business_day.cpy".

      *> -----------------------------------------------------------------
      *> The writer's dual-authorization machinery, applied to this
      *> posting path too: load the per-currency thresholds once, test
      *> each posting, and divert over-threshold items to the pending
      *> queue for LEDGER-PENDING-REVIEW / LEDGER-PENDING-APPLY.
      *> -----------------------------------------------------------------
       LOAD-APPROVAL-LIMITS.
           DISPLAY "LEDGER_APPR_LIMITS" UPON ENVIRONMENT-NAME
           ACCEPT WS-APPR-LIMIT-PATH FROM ENVIRONMENT-VALUE
           IF WS-APPR-LIMIT-PATH = SPACES
               MOVE "./approval_limits.dat" TO WS-APPR-LIMIT-PATH
           END-IF

           MOVE ZERO TO WS-APPR-TBL-COUNT
           MOVE "N"  TO WS-APPR-EOF-SW

           OPEN INPUT APPR-LIMIT-FILE
           IF WS-APPR-LIMIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

       CHECK-APPROVAL-THRESHOLD.
           MOVE "N" TO WS-DIVERT-SW
           MOVE "APPR" TO WS-DIVERT-REASON
           PERFORM MATCH-ONE-APPROVAL-LIMIT
               VARYING WS-APPR-IDX FROM 1 BY 1
               UNTIL WS-APPR-IDX > WS-APPR-TBL-COUNT
               OR WS-DIVERT-PENDING

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

       MATCH-ONE-APPROVAL-LIMIT.
           IF WS-APPR-CURR(WS-APPR-IDX) = WS-CURR
           MOVE FUNCTION NUMVAL(WS-SUBMIT-DATE) TO PND-SUBMIT-DATE
           MOVE SPACES           TO PND-DECIDE-USER
           MOVE ZERO             TO PND-DECIDE-DATE
           MOVE WS-DIVERT-REASON TO PND-HOLD-REASON
           WRITE PENDING-REC
               INVALID KEY
                   DISPLAY "ERROR: TRXN-ID " WS-TRXN-ID

           CLOSE PENDING-FILE

           IF WS-DIVERT-REASON = "SCRN"
               DISPLAY "PENDING: " WS-TRXN-ID " description scores "
                   WS-SCRN-SCORE " against watch-list entry "
                   WS-SCRN-HIT-ENTRY " -- diverted to "
                   FUNCTION TRIM(WS-PENDING-PATH)
                   " for screening review"
           ELSE
               DISPLAY "PENDING: " WS-TRXN-ID " exceeds the " WS-CURR
                   " approval threshold -- diverted to "
                   FUNCTION TRIM(WS-PENDING-PATH)
                   " for supervisor approval"
           END-IF.

      *> -----------------------------------------------------------------
      *> Park a future-dated posting in the warehouse -- the writer's
      *> own WRITE-WAREHOUSE-RECORD, for the menu's posting path.
      *> -----------------------------------------------------------------
       WRITE-WAREHOUSE-RECORD.
           PERFORM RESOLVE-FWD-PATH

           OPEN I-O FWD-PAYMENT-FILE
           IF WS-FWD-FILE-STATUS = "35"
               OPEN OUTPUT FWD-PAYMENT-FILE
           END-IF
           IF WS-FWD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " FUNCTION TRIM(WS-FWD-PATH)
                   " -- FILE STATUS " WS-FWD-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRXN-ID       TO FWD-TRXN-ID
           MOVE WS-ACCT-ID       TO FWD-ACCT-ID
           MOVE WS-AMT-N         TO FWD-TRXN-AMT
           MOVE WS-TYPE-TXT      TO FWD-TRXN-TYPE
           MOVE WS-TRXN-DATE-N   TO FWD-TRXN-DATE
           MOVE WS-TRXN-TIME-N   TO FWD-TRXN-TIME
           MOVE WS-POST-DATE-N   TO FWD-POST-DATE
           MOVE WS-POST-TIME-N   TO FWD-POST-TIME
           MOVE WS-CURR          TO FWD-CURRENCY
           MOVE WS-CHANNEL       TO FWD-CHANNEL
           MOVE WS-DESC          TO FWD-DESC
           MOVE WS-BRANCH        TO FWD-BRANCH
           MOVE "W"              TO FWD-STATUS
           MOVE WS-OPSGN-OPER-ID TO FWD-CAPTURE-USER
           MOVE WS-FWD-TODAY     TO FWD-CAPTURE-DATE
           MOVE SPACES           TO FWD-ACTION-USER
           MOVE ZERO             TO FWD-ACTION-DATE
           MOVE SPACES           TO FWD-FAIL-REASON
           WRITE FWD-PAYMENT-REC
               INVALID KEY
                   DISPLAY SPACE
                   DISPLAY "REJECTED (DUPE): TRXN-ID " WS-TRXN-ID
                       " is already in the future-dated warehouse"
                   CLOSE FWD-PAYMENT-FILE
                   EXIT PARAGRAPH
           END-WRITE

           CLOSE FWD-PAYMENT-FILE

           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "FWDCAP " WS-TRXN-ID " " WS-ACCT-ID
                  " DUE " WS-POST-DATE-N
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           MOVE WS-FWD-PATH TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD

           DISPLAY SPACE
           DISPLAY "Warehoused " WS-TRXN-ID " until " WS-POST-DATE-N
               " in " FUNCTION TRIM(WS-FWD-PATH).

       COPY "period_check.cpy".


       COPY "audit_log.cpy".

       COPY "sanction_screen.cpy".

       COPY "product_check.cpy".

       COPY "stop_check.cpy".

       COPY "acct_check_digit.cpy".

       COPY "op_signon.cpy".
