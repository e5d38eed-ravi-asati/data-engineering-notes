       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCH-LIST-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-LIST-FILE ASSIGN TO WS-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO WS-CUST-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT CUST-XREF-FILE ASSIGN TO WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRC-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           COPY "sanction_screen_select.cpy".

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  REG-LIST-FILE.
       01  REG-LIST-REC           PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       FD  CUST-MASTER-FILE.
       COPY "cust_master.cpy".

       FD  CUST-XREF-FILE.
       COPY "cust_acct_xref.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       COPY "sanction_screen_fd.cpy".

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REG-FILE-STATUS     PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.
       01 WS-CUST-FILE-STATUS    PIC XX.
       01 WS-XREF-FILE-STATUS    PIC XX.
       01 WS-ACCT-FILE-STATUS    PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(200).
       01 WS-REG-PATH            PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-CUST-MASTER-PATH    PIC X(200).
       01 WS-XREF-PATH           PIC X(200).
       01 WS-ACCT-MASTER-PATH    PIC X(200).

       01 WS-COMMAND             PIC X(8).
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-TODAY-DATE          PIC X(8).
       01 WS-TODAY-N             PIC 9(8).
       01 WS-SUBJ-TYPE           PIC X(1).
       01 WS-SUBJ-ID             PIC X(10).
       01 WS-ENTRY-ID            PIC X(10).
       01 WS-CLEAR-REASON        PIC X(40).

       *> One regulator line: ENTRY_ID|NAME|SOURCE|TYPE
       01 WS-REG-ENTRY-ID        PIC X(10).
       01 WS-REG-NAME            PIC X(40).
       01 WS-REG-SOURCE          PIC X(8).
       01 WS-REG-TYPE            PIC X(1).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".
       01 WS-XREF-EOF-SW         PIC X(1)    VALUE "N".
           88 WS-XREF-EOF                    VALUE "Y".
       01 WS-HIT-EOF-SW          PIC X(1)    VALUE "N".
           88 WS-HIT-EOF                     VALUE "Y".
       01 WS-XREF-ON-SW          PIC X(1)    VALUE "N".
           88 WS-XREF-ON                     VALUE "Y".
       01 WS-ACCT-ON-SW          PIC X(1)    VALUE "N".
           88 WS-ACCT-ON                     VALUE "Y".

       *> Open-hit count for one subject (COUNT-OPEN-HITS) -- the
       *> subject comes off screening hold only when it reaches zero.
       01 WS-CHK-SUBJ-TYPE       PIC X(1).
       01 WS-CHK-SUBJ-ID         PIC X(10).
       01 WS-OPEN-HIT-COUNT      PIC 9(4).

       01 WS-READ-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-ADDED-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-UPDATED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-DELISTED-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-SCREENED-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-HIT-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-NEW-HIT-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-CUST-HELD-COUNT     PIC 9(7)    VALUE ZERO.
       01 WS-ACCT-HELD-COUNT     PIC 9(7)    VALUE ZERO.
       01 WS-ACCT-FREED-COUNT    PIC 9(7)    VALUE ZERO.
       01 WS-LIST-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.

       COPY "sanction_screen_ws.cpy".

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "WATCH-LIST-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 1
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Sign-on first: listing the open hits is an inquiry; loading
           *> the list, re-screening and every decision on a hit is the
           *> compliance officer's, who signs on as a supervisor.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           IF WS-COMMAND = "LIST    "
               MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
           ELSE
               MOVE "S" TO WS-OPSGN-REQUIRED-ROLE
           END-IF
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO WS-TODAY-N

           PERFORM RESOLVE-SCREEN-PATHS

           EVALUATE WS-COMMAND
               WHEN "LOAD    "
                   PERFORM LOAD-REGULATOR-LIST
               WHEN "RESCREEN"
                   PERFORM RESCREEN-COMMAND
               WHEN "CLEAR   "
                   PERFORM CLEAR-HIT
               WHEN "CONFIRM "
                   PERFORM CONFIRM-HIT
               WHEN "CLEARNAM"
                   PERFORM CLEAR-POSTING-NAME
               WHEN "LIST    "
                   PERFORM LIST-OPEN-HITS
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./watch_list_maint LOAD REG_FILE LOAD_DATE REPORT"
           DISPLAY "  ./watch_list_maint RESCREEN RUN_DATE REPORT"
           DISPLAY "  ./watch_list_maint CLEAR SUBJ_TYPE SUBJ_ID ENTRY_ID REASON"
           DISPLAY "  ./watch_list_maint CONFIRM SUBJ_TYPE SUBJ_ID ENTRY_ID"
           DISPLAY "  ./watch_list_maint CLEARNAME ""POSTING TEXT"" ENTRY_ID REASON"
           DISPLAY "  ./watch_list_maint LIST"
           DISPLAY "Where REG_FILE lines are ENTRY_ID|NAME|SOURCE|TYPE (TYPE I = individual, E = entity)"
           DISPLAY "      SUBJ_TYPE = C (customer) or A (account)"
           DISPLAY "Files: LEDGER_WATCH_LIST, LEDGER_SCREEN_HITS, LEDGER_SCREEN_CLEARED,"
           DISPLAY "       LEDGER_CUST_MASTER, LEDGER_CUST_XREF, LEDGER_ACCT_MASTER"
           DISPLAY "Example:"
           DISPLAY "  ./watch_list_maint LOAD /data/inbound/ofac_sdn.20260915.txt 20260915 /data/watch_load.20260915.rpt"
           DISPLAY "  ./watch_list_maint CLEAR C CUST000042 SDN0001234 ""DOB AND NATIONALITY DIFFER""".

      *> =================================================================
      *> LOAD -- apply the regulator's full list. Every entry on the
      *> file is written or refreshed as active with this load date;
      *> any entry still active from an earlier load is no longer on
      *> the regulator's list and is marked 'D' (delisted) rather than
      *> deleted, so a hit raised against it can still be traced. A
      *> full re-screen of the customer master follows, so a name added
      *> today is caught on customers opened long before.
      *> =================================================================
       LOAD-REGULATOR-LIST.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 2: REG_FILE; Arg 3: LOAD_DATE; Arg 4: REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REG-PATH
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           OPEN INPUT REG-LIST-FILE
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REG-PATH
               DISPLAY "       FILE STATUS = " WS-REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "WATCH LIST LOAD " WS-RUN-DATE " FROM "
                  FUNCTION TRIM(WS-REG-PATH)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           *> Same create-on-35 treatment the other keyed masters get:
           *> the first LOAD creates the list.
           OPEN I-O WATCH-LIST-FILE
           IF WS-SCRN-LIST-STATUS = "35"
               OPEN OUTPUT WATCH-LIST-FILE
               CLOSE WATCH-LIST-FILE
               OPEN I-O WATCH-LIST-FILE
           END-IF
           IF WS-SCRN-LIST-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open watch list "
                   FUNCTION TRIM(WS-SCRN-LIST-PATH)
               DISPLAY "       FILE STATUS = " WS-SCRN-LIST-STATUS
               CLOSE REG-LIST-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM LOAD-ONE-REG-LINE UNTIL WS-EOF
           CLOSE REG-LIST-FILE

           *> Second pass: anything active that this load did not touch
           *> has come off the regulator's list.
           CLOSE WATCH-LIST-FILE
           OPEN I-O WATCH-LIST-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM DELIST-ONE-ENTRY UNTIL WS-EOF
           CLOSE WATCH-LIST-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "LIST LINES " WS-READ-COUNT
                  "  ADDED " WS-ADDED-COUNT
                  "  UPDATED " WS-UPDATED-COUNT
                  "  REJECTED " WS-REJECT-COUNT
                  "  DELISTED " WS-DELISTED-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           PERFORM OPEN-AUDIT-LOG
           MOVE WS-SCRN-LIST-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "SCRN LOAD " WS-RUN-DATE " ADDED " WS-ADDED-COUNT
                  " UPDATED " WS-UPDATED-COUNT
                  " DELISTED " WS-DELISTED-COUNT
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG

           DISPLAY "Watch list load complete: " WS-READ-COUNT
               " line(s), " WS-ADDED-COUNT " added, " WS-UPDATED-COUNT
               " updated, " WS-REJECT-COUNT " rejected, "
               WS-DELISTED-COUNT " delisted"

           PERFORM RESCREEN-CUSTOMERS

           CLOSE REPORT-FILE

           IF WS-REJECT-COUNT > ZERO OR WS-NEW-HIT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-ONE-REG-LINE.
           READ REG-LIST-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF REG-LIST-REC NOT = SPACES
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-ONE-REG-LINE
                   END-IF
           END-READ.

       APPLY-ONE-REG-LINE.
           MOVE SPACES TO WS-REG-ENTRY-ID WS-REG-NAME WS-REG-SOURCE
                          WS-REG-TYPE
           UNSTRING REG-LIST-REC DELIMITED BY "|"
               INTO WS-REG-ENTRY-ID WS-REG-NAME WS-REG-SOURCE
                    WS-REG-TYPE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-REG-TYPE) TO WS-REG-TYPE

           MOVE WS-REG-NAME TO WS-SCRN-SUBJECT
           PERFORM NORMALIZE-SCREEN-NAME

           IF WS-REG-ENTRY-ID = SPACES OR WS-SCRN-TOK-COUNT = ZERO
               OR (WS-REG-TYPE NOT = "I" AND WS-REG-TYPE NOT = "E")
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REJECTED LINE " WS-READ-COUNT ": "
                      REG-LIST-REC(1:100)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-ENTRY-ID TO WL-ENTRY-ID
           READ WATCH-LIST-FILE
               INVALID KEY
                   PERFORM BUILD-WATCH-LIST-REC
                   WRITE WATCH-LIST-REC
                   ADD 1 TO WS-ADDED-COUNT
               NOT INVALID KEY
                   PERFORM BUILD-WATCH-LIST-REC
                   REWRITE WATCH-LIST-REC
                   ADD 1 TO WS-UPDATED-COUNT
           END-READ.

       BUILD-WATCH-LIST-REC.
           MOVE WS-REG-ENTRY-ID TO WL-ENTRY-ID
           MOVE WS-REG-NAME     TO WL-LIST-NAME
           MOVE WS-SCRN-NORM    TO WL-NORM-NAME
           MOVE WS-REG-SOURCE   TO WL-LIST-SOURCE
           MOVE WS-REG-TYPE     TO WL-ENTRY-TYPE
           MOVE "A"             TO WL-STATUS
           MOVE WS-RUN-DATE     TO WL-LOAD-DATE.

       DELIST-ONE-ENTRY.
           READ WATCH-LIST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WL-STATUS = "A" AND WL-LOAD-DATE NOT = WS-RUN-DATE
                       MOVE "D" TO WL-STATUS
                       REWRITE WATCH-LIST-REC
                       ADD 1 TO WS-DELISTED-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "DELISTED " WL-ENTRY-ID " " WL-LIST-NAME
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *> =================================================================
      *> RESCREEN -- the same full pass a LOAD ends with, on demand
      *> (after a threshold change, say).
      *> =================================================================
       RESCREEN-COMMAND.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 2: RUN_DATE; Arg 3: REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           PERFORM OPEN-REPORT-FILE

           PERFORM RESCREEN-CUSTOMERS

           CLOSE REPORT-FILE

           IF WS-NEW-HIT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> -----------------------------------------------------------------
      *> Screen every active or under-review customer against the list
      *> as it now stands. A hit is registered for review, the customer
      *> goes to 'R' and each open account linked to it to 'S', so the
      *> writer stops posting to them until compliance decides.
      *> -----------------------------------------------------------------
       RESCREEN-CUSTOMERS.
           PERFORM LOAD-WATCH-LIST

           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUSTOMER RE-SCREEN " WS-RUN-DATE "  ACTIVE ENTRIES "
                  WS-SCRN-TBL-COUNT "  THRESHOLD " WS-SCRN-THRESHOLD
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF NOT WS-SCRN-ENABLED
               MOVE "NO ACTIVE WATCH-LIST ENTRIES -- NOTHING SCREENED"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-CUSTOMER-PATHS

           OPEN I-O CUST-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "35"
               DISPLAY "WARNING: customer master "
                   FUNCTION TRIM(WS-CUST-MASTER-PATH)
                   " not found -- no customers to re-screen"
               MOVE "NO CUSTOMER MASTER -- NOTHING SCREENED"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open "
                   FUNCTION TRIM(WS-CUST-MASTER-PATH)
               DISPLAY "       FILE STATUS = " WS-CUST-FILE-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-LINKED-ACCOUNT-FILES

           MOVE "SUBJ       ENTRY-ID   SCORE NEW ACTION     NAME / LISTED NAME"
               TO REPORT-REC
           WRITE REPORT-REC

           MOVE "N" TO WS-EOF-SW
           PERFORM RESCREEN-ONE-CUSTOMER UNTIL WS-EOF

           CLOSE CUST-MASTER-FILE
           PERFORM CLOSE-LINKED-ACCOUNT-FILES

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SCREENED " WS-SCREENED-COUNT
                  "  HITS " WS-HIT-COUNT
                  "  NEW " WS-NEW-HIT-COUNT
                  "  CUSTOMERS TO REVIEW " WS-CUST-HELD-COUNT
                  "  ACCOUNTS HELD " WS-ACCT-HELD-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           DISPLAY "Re-screen complete: " WS-SCREENED-COUNT
               " customer(s) screened, " WS-HIT-COUNT " hit(s), "
               WS-NEW-HIT-COUNT " new, " WS-ACCT-HELD-COUNT
               " account(s) put on screening hold -- report at "
               FUNCTION TRIM(WS-REPORT-PATH).

       RESCREEN-ONE-CUSTOMER.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ

           IF CM-CUST-STATUS NOT = "A" AND CM-CUST-STATUS NOT = "R"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCREENED-COUNT

           MOVE CM-CUST-NAME TO WS-SCRN-SUBJECT
           PERFORM SCREEN-NAME
           IF NOT WS-SCRN-HIT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HIT-COUNT
           MOVE "C"            TO WS-SCRN-SUBJ-TYPE
           MOVE CM-CUST-ID     TO WS-SCRN-SUBJ-ID
           MOVE "RESCREEN"     TO WS-SCRN-HIT-SOURCE
           MOVE WS-RUN-DATE    TO WS-SCRN-HIT-DATE
           PERFORM RECORD-SCREEN-HIT
           IF WS-SCRN-HIT-NEW
               ADD 1 TO WS-NEW-HIT-COUNT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SCRN-HIT-NEW
               STRING "C " CM-CUST-ID " " WS-SCRN-HIT-ENTRY " "
                      WS-SCRN-SCORE "   Y   REVIEW     " CM-CUST-NAME
                      " / " WS-SCRN-HIT-NAME
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "C " CM-CUST-ID " " WS-SCRN-HIT-ENTRY " "
                      WS-SCRN-SCORE "   N   REVIEW     " CM-CUST-NAME
                      " / " WS-SCRN-HIT-NAME
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF CM-CUST-STATUS = "A"
               MOVE "R" TO CM-CUST-STATUS
               REWRITE CUST-MASTER-REC
               ADD 1 TO WS-CUST-HELD-COUNT
           END-IF

           MOVE CM-CUST-ID TO WS-SUBJ-ID
           PERFORM HOLD-LINKED-ACCOUNTS.

      *> -----------------------------------------------------------------
      *> Walk the customer's range of the cross-reference (START on the
      *> CUST-ID prefix) and put each open account on screening hold.
      *> -----------------------------------------------------------------
       HOLD-LINKED-ACCOUNTS.
           IF NOT WS-XREF-ON OR NOT WS-ACCT-ON
               EXIT PARAGRAPH
           END-IF

           MOVE "N"        TO WS-XREF-EOF-SW
           MOVE WS-SUBJ-ID TO XRC-CUST-ID
           MOVE LOW-VALUES TO XRC-ACCT-ID
           START CUST-XREF-FILE KEY >= XRC-KEY
               INVALID KEY
                   SET WS-XREF-EOF TO TRUE
           END-START

           PERFORM HOLD-ONE-LINKED-ACCOUNT UNTIL WS-XREF-EOF.

       HOLD-ONE-LINKED-ACCOUNT.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF XRC-CUST-ID NOT = WS-SUBJ-ID
               SET WS-XREF-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE XRC-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF AM-ACCT-STATUS = "O"
               MOVE "S" TO AM-ACCT-STATUS
               REWRITE ACCT-MASTER-REC
               ADD 1 TO WS-ACCT-HELD-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "A " AM-ACCT-ID " " WS-SCRN-HIT-ENTRY
                      "           HOLD       linked to customer "
                      WS-SUBJ-ID
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> =================================================================
      *> CLEAR -- compliance has reviewed an open hit and found it a
      *> false positive. The hit goes to 'C', and the normalized name /
      *> entry pair is remembered in the cleared file so neither a
      *> re-screen nor a posting in that name raises it again. Once the
      *> subject has no open or confirmed hit left, the customer goes
      *> back to 'A' and its held accounts (or the account itself) to
      *> 'O'.
      *> =================================================================
       CLEAR-HIT.
           IF WS-ARG-COUNT < 5
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-HIT-KEY-ARGS

           *> Arg 5: REASON
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:40) TO WS-CLEAR-REASON

           PERFORM READ-HIT-FOR-UPDATE

           IF SH-STATUS NOT = "O"
               DISPLAY "ERROR: hit " WS-SUBJ-TYPE " " WS-SUBJ-ID " "
                   WS-ENTRY-ID " is not open (status " SH-STATUS ")"
               CLOSE SCREEN-HIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "C"              TO SH-STATUS
           MOVE WS-OPSGN-OPER-ID TO SH-DECIDE-USER
           MOVE WS-TODAY-N       TO SH-DECIDE-DATE
           REWRITE SCREEN-HIT-REC

           MOVE SH-NORM-NAME TO SCL-NORM-NAME
           MOVE WS-ENTRY-ID  TO SCL-ENTRY-ID
           PERFORM WRITE-CLEAR-RECORD

           MOVE WS-SUBJ-TYPE TO WS-CHK-SUBJ-TYPE
           MOVE WS-SUBJ-ID   TO WS-CHK-SUBJ-ID
           PERFORM COUNT-OPEN-HITS

           IF WS-OPEN-HIT-COUNT = ZERO
               PERFORM RELEASE-SCREENED-SUBJECT
           END-IF

           CLOSE SCREEN-HIT-FILE

           PERFORM AUDIT-ONE-DECISION

           IF WS-OPEN-HIT-COUNT = ZERO
               DISPLAY "Cleared hit " WS-SUBJ-TYPE " " WS-SUBJ-ID
                   " against " WS-ENTRY-ID " -- screening hold lifted ("
                   WS-ACCT-FREED-COUNT " account(s) reopened)"
           ELSE
               DISPLAY "Cleared hit " WS-SUBJ-TYPE " " WS-SUBJ-ID
                   " against " WS-ENTRY-ID " -- " WS-OPEN-HIT-COUNT
                   " other hit(s) still hold the subject"
           END-IF.

      *> =================================================================
      *> CONFIRM -- the hit is a true match. It stays on file as 'T' and
      *> the subject stays on screening hold; unwinding the
      *> relationship is a closure, not a screening decision.
      *> =================================================================
       CONFIRM-HIT.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-HIT-KEY-ARGS

           PERFORM READ-HIT-FOR-UPDATE

           IF SH-STATUS NOT = "O"
               DISPLAY "ERROR: hit " WS-SUBJ-TYPE " " WS-SUBJ-ID " "
                   WS-ENTRY-ID " is not open (status " SH-STATUS ")"
               CLOSE SCREEN-HIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "T"              TO SH-STATUS
           MOVE WS-OPSGN-OPER-ID TO SH-DECIDE-USER
           MOVE WS-TODAY-N       TO SH-DECIDE-DATE
           REWRITE SCREEN-HIT-REC

           CLOSE SCREEN-HIT-FILE

           MOVE SPACES TO WS-CLEAR-REASON
           PERFORM AUDIT-ONE-DECISION

           DISPLAY "Confirmed hit " WS-SUBJ-TYPE " " WS-SUBJ-ID
               " against " WS-ENTRY-ID " as a true match -- subject"
               " stays on screening hold".

      *> =================================================================
      *> CLEARNAME -- a posting diverted to the pending queue for
      *> screening (reason SCRN) turned out to be a false positive.
      *> Remember the posting text against the entry so the same payee
      *> is not diverted again; the pending item itself is then
      *> approved through LEDGER-PENDING-REVIEW as usual.
      *> =================================================================
       CLEAR-POSTING-NAME.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 2: POSTING TEXT; Arg 3: ENTRY_ID; Arg 4: REASON
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:40) TO WS-SCRN-SUBJECT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ENTRY-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:40) TO WS-CLEAR-REASON

           PERFORM NORMALIZE-SCREEN-NAME
           IF WS-SCRN-TOK-COUNT = ZERO
               DISPLAY "ERROR: posting text has no name to clear"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WATCH-LIST-FILE
           IF WS-SCRN-LIST-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open watch list "
                   FUNCTION TRIM(WS-SCRN-LIST-PATH)
               DISPLAY "       FILE STATUS = " WS-SCRN-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ENTRY-ID TO WL-ENTRY-ID
           READ WATCH-LIST-FILE
               INVALID KEY
                   DISPLAY "ERROR: entry " WS-ENTRY-ID
                       " is not on the watch list"
                   CLOSE WATCH-LIST-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE WATCH-LIST-FILE

           MOVE WS-SCRN-NORM TO SCL-NORM-NAME
           MOVE WS-ENTRY-ID  TO SCL-ENTRY-ID
           PERFORM WRITE-CLEAR-RECORD

           MOVE "N"          TO WS-SUBJ-TYPE
           MOVE SPACES       TO WS-SUBJ-ID
           PERFORM AUDIT-ONE-DECISION

           DISPLAY "Cleared """ FUNCTION TRIM(WS-SCRN-NORM)
               """ against " WS-ENTRY-ID.

      *> =================================================================
      *> LIST -- every hit still awaiting a decision, and every
      *> confirmed match still holding its subject.
      *> =================================================================
       LIST-OPEN-HITS.
           OPEN INPUT SCREEN-HIT-FILE
           IF WS-SCRN-HIT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open screening hits "
                   FUNCTION TRIM(WS-SCRN-HIT-PATH)
               DISPLAY "       FILE STATUS = " WS-SCRN-HIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "T SUBJ-ID    ENTRY-ID   SCORE ST SOURCE   RAISED   NAME / LISTED NAME"

           MOVE "N" TO WS-HIT-EOF-SW
           PERFORM LIST-ONE-HIT UNTIL WS-HIT-EOF

           CLOSE SCREEN-HIT-FILE

           DISPLAY WS-LIST-COUNT " open or confirmed hit(s) on "
               FUNCTION TRIM(WS-SCRN-HIT-PATH).

       LIST-ONE-HIT.
           READ SCREEN-HIT-FILE NEXT RECORD
               AT END
                   SET WS-HIT-EOF TO TRUE
               NOT AT END
                   IF SH-STATUS = "O" OR SH-STATUS = "T"
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY SH-SUBJ-TYPE " " SH-SUBJ-ID " "
                           SH-ENTRY-ID " " SH-SCORE "   " SH-STATUS
                           "  " SH-HIT-SOURCE " " SH-HIT-DATE " "
                           FUNCTION TRIM(SH-NORM-NAME) " / "
                           FUNCTION TRIM(SH-LIST-NAME)
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> Shared by CLEAR and CONFIRM.
      *> -----------------------------------------------------------------
       ACCEPT-HIT-KEY-ARGS.
           *> Arg 2: SUBJ_TYPE; Arg 3: SUBJ_ID; Arg 4: ENTRY_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1)) TO WS-SUBJ-TYPE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-SUBJ-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ENTRY-ID

           IF WS-SUBJ-TYPE NOT = "C" AND WS-SUBJ-TYPE NOT = "A"
               DISPLAY "ERROR: SUBJ_TYPE must be C or A, got "
                   WS-SUBJ-TYPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-HIT-FOR-UPDATE.
           OPEN I-O SCREEN-HIT-FILE
           IF WS-SCRN-HIT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open screening hits "
                   FUNCTION TRIM(WS-SCRN-HIT-PATH)
               DISPLAY "       FILE STATUS = " WS-SCRN-HIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-SUBJ-TYPE TO SH-SUBJ-TYPE
           MOVE WS-SUBJ-ID   TO SH-SUBJ-ID
           MOVE WS-ENTRY-ID  TO SH-ENTRY-ID
           READ SCREEN-HIT-FILE
               INVALID KEY
                   DISPLAY "ERROR: no hit " WS-SUBJ-TYPE " " WS-SUBJ-ID
                       " against " WS-ENTRY-ID
                   CLOSE SCREEN-HIT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

       WRITE-CLEAR-RECORD.
           *> The first clearance creates the file.
           OPEN I-O SCREEN-CLEAR-FILE
           IF WS-SCRN-CLEAR-STATUS = "35"
               OPEN OUTPUT SCREEN-CLEAR-FILE
               CLOSE SCREEN-CLEAR-FILE
               OPEN I-O SCREEN-CLEAR-FILE
           END-IF
           IF WS-SCRN-CLEAR-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open cleared names "
                   FUNCTION TRIM(WS-SCRN-CLEAR-PATH)
               DISPLAY "       FILE STATUS = " WS-SCRN-CLEAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-OPSGN-OPER-ID TO SCL-CLEARED-BY
           MOVE WS-TODAY-N       TO SCL-CLEARED-DATE
           MOVE WS-CLEAR-REASON  TO SCL-REASON
           WRITE SCREEN-CLEAR-REC
               INVALID KEY
                   REWRITE SCREEN-CLEAR-REC
           END-WRITE

           CLOSE SCREEN-CLEAR-FILE.

      *> -----------------------------------------------------------------
      *> COUNT-OPEN-HITS -- open ('O') and confirmed ('T') hits still
      *> on WS-CHK-SUBJ-TYPE / WS-CHK-SUBJ-ID. SCREEN-HIT-FILE must be
      *> open.
      *> -----------------------------------------------------------------
       COUNT-OPEN-HITS.
           MOVE ZERO TO WS-OPEN-HIT-COUNT
           MOVE "N"  TO WS-HIT-EOF-SW
           MOVE WS-CHK-SUBJ-TYPE TO SH-SUBJ-TYPE
           MOVE WS-CHK-SUBJ-ID   TO SH-SUBJ-ID
           MOVE LOW-VALUES       TO SH-ENTRY-ID
           START SCREEN-HIT-FILE KEY >= SH-KEY
               INVALID KEY
                   SET WS-HIT-EOF TO TRUE
           END-START

           PERFORM COUNT-ONE-HIT UNTIL WS-HIT-EOF.

       COUNT-ONE-HIT.
           READ SCREEN-HIT-FILE NEXT RECORD
               AT END
                   SET WS-HIT-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF SH-SUBJ-TYPE NOT = WS-CHK-SUBJ-TYPE
               OR SH-SUBJ-ID NOT = WS-CHK-SUBJ-ID
               SET WS-HIT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SH-STATUS = "O" OR SH-STATUS = "T"
               ADD 1 TO WS-OPEN-HIT-COUNT
           END-IF.

       RELEASE-SCREENED-SUBJECT.
           PERFORM RESOLVE-CUSTOMER-PATHS
           PERFORM OPEN-LINKED-ACCOUNT-FILES

           IF WS-SUBJ-TYPE = "A"
               MOVE WS-SUBJ-ID TO AM-ACCT-ID
               PERFORM RELEASE-ONE-ACCOUNT
               PERFORM CLOSE-LINKED-ACCOUNT-FILES
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CUST-MASTER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE WS-SUBJ-ID TO CM-CUST-ID
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CUST-STATUS = "R"
                           MOVE "A" TO CM-CUST-STATUS
                           REWRITE CUST-MASTER-REC
                       END-IF
               END-READ
               CLOSE CUST-MASTER-FILE
           END-IF

           IF WS-XREF-ON
               MOVE "N"        TO WS-XREF-EOF-SW
               MOVE WS-SUBJ-ID TO XRC-CUST-ID
               MOVE LOW-VALUES TO XRC-ACCT-ID
               START CUST-XREF-FILE KEY >= XRC-KEY
                   INVALID KEY
                       SET WS-XREF-EOF TO TRUE
               END-START
               PERFORM RELEASE-ONE-LINKED-ACCOUNT UNTIL WS-XREF-EOF
           END-IF

           PERFORM CLOSE-LINKED-ACCOUNT-FILES.

       RELEASE-ONE-LINKED-ACCOUNT.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF XRC-CUST-ID NOT = WS-SUBJ-ID
               SET WS-XREF-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           *> An account screened in its own right keeps its hold
           *> while its own hit is undecided.
           MOVE "A"         TO WS-CHK-SUBJ-TYPE
           MOVE XRC-ACCT-ID TO WS-CHK-SUBJ-ID
           PERFORM COUNT-OPEN-HITS
           IF WS-OPEN-HIT-COUNT > ZERO
               MOVE ZERO TO WS-OPEN-HIT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE XRC-ACCT-ID TO AM-ACCT-ID
           PERFORM RELEASE-ONE-ACCOUNT.

       RELEASE-ONE-ACCOUNT.
           IF NOT WS-ACCT-ON
               EXIT PARAGRAPH
           END-IF
           READ ACCT-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AM-ACCT-STATUS = "S"
               MOVE "O" TO AM-ACCT-STATUS
               REWRITE ACCT-MASTER-REC
               ADD 1 TO WS-ACCT-FREED-COUNT
           END-IF.

      *> -----------------------------------------------------------------
      *> Customer master, cross-reference and account master come from
      *> the same LEDGER_* names the rest of the suite uses. The xref
      *> and account master are optional here: without them a hit still
      *> marks the customer, it just cannot reach the accounts.
      *> -----------------------------------------------------------------
       RESOLVE-CUSTOMER-PATHS.
           DISPLAY "LEDGER_CUST_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-CUST-MASTER-PATH FROM ENVIRONMENT-VALUE
           IF WS-CUST-MASTER-PATH = SPACES
               MOVE "./cust_master.dat" TO WS-CUST-MASTER-PATH
           END-IF

           DISPLAY "LEDGER_CUST_XREF" UPON ENVIRONMENT-NAME
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT-VALUE
           IF WS-XREF-PATH = SPACES
               MOVE "./cust_acct_xref.dat" TO WS-XREF-PATH
           END-IF

           DISPLAY "LEDGER_ACCT_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACCT-MASTER-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACCT-MASTER-PATH = SPACES
               MOVE "./acct_master.dat" TO WS-ACCT-MASTER-PATH
           END-IF.

       OPEN-LINKED-ACCOUNT-FILES.
           MOVE "Y" TO WS-XREF-ON-SW
           OPEN INPUT CUST-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-XREF-ON-SW
               DISPLAY "WARNING: cross-reference "
                   FUNCTION TRIM(WS-XREF-PATH)
                   " not available (FILE STATUS " WS-XREF-FILE-STATUS
                   ") -- linked accounts not updated"
           END-IF

           MOVE "Y" TO WS-ACCT-ON-SW
           OPEN I-O ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-ACCT-ON-SW
               DISPLAY "WARNING: account master "
                   FUNCTION TRIM(WS-ACCT-MASTER-PATH)
                   " not available (FILE STATUS " WS-ACCT-FILE-STATUS
                   ") -- account status not updated"
           END-IF.

       CLOSE-LINKED-ACCOUNT-FILES.
           IF WS-XREF-ON
               CLOSE CUST-XREF-FILE
           END-IF
           IF WS-ACCT-ON
               CLOSE ACCT-MASTER-FILE
           END-IF.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       AUDIT-ONE-DECISION.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-SCRN-HIT-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "SCRN " FUNCTION TRIM(WS-COMMAND) " " WS-SUBJ-TYPE
                  " " WS-SUBJ-ID " " WS-ENTRY-ID " " WS-CLEAR-REASON
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG.

       COPY "sanction_screen.cpy".

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".
