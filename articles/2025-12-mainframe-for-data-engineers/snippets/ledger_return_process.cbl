       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-RETURN-PROCESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Network return file, one pipe-delimited line per returned
           *> item:
           *>   NETWORK|ORIG_TRXN_ID|RETURN_REF|REASON_CODE|AMOUNT
           *> AMOUNT blank or zero means the whole original amount came
           *> back; a partial chargeback carries the disputed part only.
           SELECT RETURN-FILE ASSIGN TO WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT TRXN-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRXN-ID
               ALTERNATE RECORD KEY IS ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           *> Day-end archives are byte-for-byte TRXN-REC copies, read
           *> back through their own FD so the live file's copybook
           *> fields stay distinct.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           *> Items that cannot be posted go out in the writer's .rej
           *> shape so LEDGER-SUSPENSE-MGR LOAD queues them unchanged.
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           COPY "period_check_select.cpy".

           COPY "batch_lock_select.cpy".

           COPY "recovery_journal_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-LINE            PIC X(200).

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

       FD  REJECT-FILE.
       COPY "ledger_trxn_reject.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       COPY "period_check_fd.cpy".

       COPY "batch_lock_fd.cpy".

       COPY "recovery_journal_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RETURN-FILE-STATUS  PIC XX.
       01 WS-FILE-STATUS         PIC XX.
       01 WS-ARCHIVE-FILE-STATUS PIC XX.
       01 WS-REJECT-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS  PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).
       01 WS-RETURN-PATH         PIC X(200).
       01 WS-FILE-PATH           PIC X(200).
       01 WS-ARCHIVE-PATH        PIC X(200).
       01 WS-REJECT-PATH         PIC X(200).
       01 WS-REPORT-PATH         PIC X(200).
       01 WS-FILE-IDX            PIC 9(4).

       01 WS-BUSINESS-DATE       PIC 9(8).
       01 WS-RUN-TIME-RAW        PIC 9(8).
       01 WS-RUN-TIME            PIC 9(6).

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       *> Parsed return line
       01 WS-IN-NETWORK          PIC X(10).
       01 WS-IN-ORIG-ID          PIC X(20).
       01 WS-IN-REF              PIC X(20).
       01 WS-IN-REASON           PIC X(10).
       01 WS-IN-AMT-TXT          PIC X(20).

      *> -----------------------------------------------------------------
      *> Return items held for the run. The live file and every archive
      *> are each read once, and every posting read is matched against
      *> the whole table -- the originals can be anywhere in the history
      *> and there is no key on TRXN-DESC to find earlier returns by.
      *> -----------------------------------------------------------------
       01 WS-RTN-MAX             PIC 9(4)    VALUE 2000.
       01 WS-RTN-COUNT           PIC 9(4)    VALUE ZERO.
       01 WS-RTN-IDX             PIC 9(4).
       01 WS-RTN-IDX2            PIC 9(4).
       01 WS-RTN-TABLE.
           05 WS-RTN-ENTRY OCCURS 2000 TIMES.
               10 WS-RTN-NETWORK     PIC X(3).
               10 WS-RTN-ORIG-ID     PIC X(10).
               10 WS-RTN-REF         PIC X(16).
               10 WS-RTN-REASON      PIC X(4).
               10 WS-RTN-AMT         PIC S9(7)V99 COMP-3.
               *> Original posting, once found
               10 WS-RTN-FOUND-SW    PIC X(1).
                   88 WS-RTN-FOUND               VALUE "Y".
               10 WS-RTN-SOURCE      PIC X(1).
               10 WS-RTN-ACCT-ID     PIC X(10).
               10 WS-RTN-ORIG-AMT    PIC S9(7)V99 COMP-3.
               10 WS-RTN-ORIG-TYPE   PIC X(1).
               10 WS-RTN-CURR        PIC X(3).
               10 WS-RTN-CHANNEL     PIC X(3).
               10 WS-RTN-BRANCH      PIC X(3).
               10 WS-RTN-ADJ-FLAG    PIC X(1).
               *> A "RTN <id>" or "REV OF <id>" posting already exists
               10 WS-RTN-DONE-SW     PIC X(1).
                   88 WS-RTN-DONE                VALUE "Y".
               10 WS-RTN-DONE-BY     PIC X(10).
               *> P posted, S sent to suspense
               10 WS-RTN-OUTCOME     PIC X(1).
               10 WS-RTN-NEW-ID      PIC X(10).

       *> Posting currently being matched, from either the live file or
       *> an archive.
       01 WS-SCAN-SOURCE         PIC X(1).
       01 WS-SCAN-TRXN-ID        PIC X(10).
       01 WS-SCAN-ACCT-ID        PIC X(10).
       01 WS-SCAN-AMT            PIC S9(7)V99 COMP-3.
       01 WS-SCAN-TYPE           PIC X(1).
       01 WS-SCAN-CURR           PIC X(3).
       01 WS-SCAN-CHANNEL        PIC X(3).
       01 WS-SCAN-DESC           PIC X(20).
       01 WS-SCAN-BRANCH         PIC X(3).
       01 WS-SCAN-ADJ-FLAG       PIC X(1).
       01 WS-SCAN-REF-ID         PIC X(10).

       *> Postings scanned per channel -- the denominator for the
       *> channel return rate compliance asks about.
       01 WS-CHN-MAX             PIC 9(4)    VALUE 100.
       01 WS-CHN-COUNT           PIC 9(4)    VALUE ZERO.
       01 WS-CHN-IDX             PIC 9(4).
       01 WS-CHN-FOUND-SW        PIC X(1)    VALUE "N".
           88 WS-CHN-FOUND                   VALUE "Y".
       01 WS-CHN-TABLE.
           05 WS-CHN-ENTRY OCCURS 100 TIMES.
               10 WS-CHN-CODE        PIC X(3).
               10 WS-CHN-POSTINGS    PIC 9(9).
               10 WS-CHN-RETURNS     PIC 9(7).
               10 WS-CHN-RTN-AMT     PIC S9(11)V99 COMP-3.

       *> Returns by network, reason and channel
       01 WS-RSN-MAX             PIC 9(4)    VALUE 500.
       01 WS-RSN-COUNT           PIC 9(4)    VALUE ZERO.
       01 WS-RSN-IDX             PIC 9(4).
       01 WS-RSN-FOUND-SW        PIC X(1)    VALUE "N".
           88 WS-RSN-FOUND                   VALUE "Y".
       01 WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 500 TIMES.
               10 WS-RSN-NETWORK     PIC X(3).
               10 WS-RSN-REASON      PIC X(4).
               10 WS-RSN-CHANNEL     PIC X(3).
               10 WS-RSN-ITEMS       PIC 9(7).
               10 WS-RSN-POSTED      PIC 9(7).
               10 WS-RSN-SUSPENDED   PIC 9(7).
               10 WS-RSN-AMT         PIC S9(11)V99 COMP-3.

       *> Return posting being built
       01 WS-NEW-TRXN-ID         PIC X(10).
       01 WS-NEW-SEQ             PIC 9(4)    VALUE ZERO.
       01 WS-NEW-TYPE            PIC X(1).
       01 WS-NEW-DESC            PIC X(20).
       01 WS-NEW-AMT             PIC S9(7)V99 COMP-3.
       01 WS-ID-FREE-SW          PIC X(1)    VALUE "N".
           88 WS-ID-FREE                     VALUE "Y".

       01 WS-SUSP-CODE           PIC X(4).
       01 WS-SUSP-TEXT           PIC X(60).

       01 WS-LOADED-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-SKIPPED-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-POSTED-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-SUSPENSE-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-SCANNED-COUNT       PIC 9(9)    VALUE ZERO.
       01 WS-POSTED-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SUSPENSE-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 WS-RATE                PIC 9(3)V99.
       01 WS-RATE-ED             PIC ZZ9.99.
       01 WS-AMT-ED              PIC -(9).99.
       01 WS-TOTAL-ED            PIC -(11).99.
       01 WS-SUSP-TOTAL-ED       PIC -(11).99.
       01 WS-REPORT-LINE         PIC X(132)  VALUE SPACES.

       COPY "period_check_ws.cpy".

       COPY "batch_lock_ws.cpy".

       COPY "recovery_journal_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "LEDGER-RETURN-PROCESS" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: RETURN_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-RETURN-PATH

           *> Arg 2: TRXN_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 3: BUSINESS_DATE (YYYYMMDD) -- event and posting date
           *> of every return posted this run
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-BUSINESS-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 4: RETURN_REPORT
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           *> Args 5..n: ARCHIVE_FILE -- read after the live file

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME

           MOVE SPACES TO WS-REJECT-PATH
           STRING FUNCTION TRIM(WS-RETURN-PATH) DELIMITED BY SIZE
                  ".rej"                        DELIMITED BY SIZE
               INTO WS-REJECT-PATH
           END-STRING

           PERFORM LOAD-RETURN-FILE

           PERFORM ACQUIRE-POSTING-LOCK
           IF NOT WS-LOCK-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Returns are only ever posted against an existing ledger,
           *> so there is no create-on-35 here.
           OPEN I-O TRXN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               PERFORM RELEASE-POSTING-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-RECOVERY-JRNL
           PERFORM OPEN-PERIOD-FILE

           MOVE WS-BUSINESS-DATE TO WS-PERCK-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERCK-CLOSED
               DISPLAY "ERROR: BUSINESS_DATE " WS-BUSINESS-DATE
                   " falls in closed period " WS-PERCK-PERIOD
               PERFORM CLOSE-RETURN-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REJECT-PATH
               DISPLAY "       FILE STATUS = " WS-REJECT-FILE-STATUS
               PERFORM CLOSE-RETURN-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               CLOSE REJECT-FILE
               PERFORM CLOSE-RETURN-FILES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SCAN-LIVE-TRXN-FILE

           IF WS-ARG-COUNT > 4
               PERFORM SCAN-ONE-ARCHIVE
                   VARYING WS-FILE-IDX FROM 5 BY 1
                   UNTIL WS-FILE-IDX > WS-ARG-COUNT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "NETWORK RETURNS PROCESSED FOR " WS-BUSINESS-DATE
                  " FROM " FUNCTION TRIM(WS-RETURN-PATH)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           MOVE "NET ORIG-ID    RETURN-REF       RSN  ACCT-ID    CUR CHN AMOUNT        RESULT"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM PROCESS-ONE-RETURN
               VARYING WS-RTN-IDX FROM 1 BY 1
               UNTIL WS-RTN-IDX > WS-RTN-COUNT

           PERFORM WRITE-RETURN-SUMMARY

           CLOSE REPORT-FILE
           CLOSE REJECT-FILE
           PERFORM CLOSE-RETURN-FILES

           DISPLAY "Return processing complete: " WS-LOADED-COUNT
               " item(s) read, " WS-POSTED-COUNT " posted, "
               WS-SUSPENSE-COUNT " to suspense ("
               FUNCTION TRIM(WS-REJECT-PATH) "), "
               WS-SKIPPED-COUNT " malformed line(s) skipped"
           DISPLAY "  report at " FUNCTION TRIM(WS-REPORT-PATH)

           IF WS-SUSPENSE-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_return_process RETURN_FILE TRXN_FILE BUSINESS_DATE RETURN_REPORT [ARCHIVE_FILE ...]"
           DISPLAY "    RETURN_FILE lines: NETWORK|ORIG_TRXN_ID|RETURN_REF|REASON_CODE|AMOUNT"
           DISPLAY "    (AMOUNT blank or 0 returns the whole original amount;"
           DISPLAY "     unmatched and already-returned items go to RETURN_FILE.rej)"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_return_process /data/ach_returns.20260914.dat /data/transactions.dat 20260914 /data/returns.20260914.rpt /data/archive/transactions.20260911.dat".

       CLOSE-RETURN-FILES.
           CLOSE TRXN-FILE
           PERFORM CLOSE-PERIOD-FILE
           PERFORM CLOSE-AUDIT-LOG
           PERFORM CLOSE-RECOVERY-JRNL
           PERFORM RELEASE-POSTING-LOCK.

      *> =================================================================
      *> Load the network return file into WS-RTN-TABLE. A line without
      *> an original TRXN-ID or reason code cannot be worked by anyone,
      *> so it is counted and skipped rather than queued.
      *> =================================================================
       LOAD-RETURN-FILE.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-RETURN-PATH
               DISPLAY "       FILE STATUS = " WS-RETURN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM LOAD-ONE-RETURN-LINE UNTIL WS-EOF

           CLOSE RETURN-FILE.

       LOAD-ONE-RETURN-LINE.
           READ RETURN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM PARSE-RETURN-LINE
           END-READ.

       PARSE-RETURN-LINE.
           IF RETURN-LINE = SPACES OR RETURN-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-IN-NETWORK WS-IN-ORIG-ID WS-IN-REF
                          WS-IN-REASON WS-IN-AMT-TXT
           UNSTRING RETURN-LINE DELIMITED BY "|"
               INTO WS-IN-NETWORK WS-IN-ORIG-ID WS-IN-REF
                    WS-IN-REASON WS-IN-AMT-TXT
           END-UNSTRING

           IF WS-IN-ORIG-ID = SPACES OR WS-IN-REASON = SPACES
               DISPLAY "WARNING: malformed return line skipped: "
                   FUNCTION TRIM(RETURN-LINE)
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-RTN-COUNT >= WS-RTN-MAX
               DISPLAY "ERROR: more than " WS-RTN-MAX
                   " items in " WS-RETURN-PATH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-RTN-COUNT
           ADD 1 TO WS-LOADED-COUNT
           MOVE WS-IN-NETWORK(1:3) TO WS-RTN-NETWORK(WS-RTN-COUNT)
           MOVE WS-IN-ORIG-ID(1:10) TO WS-RTN-ORIG-ID(WS-RTN-COUNT)
           MOVE WS-IN-REF(1:16)    TO WS-RTN-REF(WS-RTN-COUNT)
           MOVE WS-IN-REASON(1:4)  TO WS-RTN-REASON(WS-RTN-COUNT)
           IF WS-IN-AMT-TXT = SPACES
               MOVE ZERO TO WS-RTN-AMT(WS-RTN-COUNT)
           ELSE
               COMPUTE WS-RTN-AMT(WS-RTN-COUNT) =
                   FUNCTION NUMVAL(WS-IN-AMT-TXT)
           END-IF
           MOVE "N"    TO WS-RTN-FOUND-SW(WS-RTN-COUNT)
           MOVE "N"    TO WS-RTN-DONE-SW(WS-RTN-COUNT)
           MOVE SPACES TO WS-RTN-SOURCE(WS-RTN-COUNT)
                          WS-RTN-ACCT-ID(WS-RTN-COUNT)
                          WS-RTN-ORIG-TYPE(WS-RTN-COUNT)
                          WS-RTN-CURR(WS-RTN-COUNT)
                          WS-RTN-BRANCH(WS-RTN-COUNT)
                          WS-RTN-ADJ-FLAG(WS-RTN-COUNT)
                          WS-RTN-DONE-BY(WS-RTN-COUNT)
                          WS-RTN-OUTCOME(WS-RTN-COUNT)
                          WS-RTN-NEW-ID(WS-RTN-COUNT)
           MOVE "???"  TO WS-RTN-CHANNEL(WS-RTN-COUNT)
           MOVE ZERO   TO WS-RTN-ORIG-AMT(WS-RTN-COUNT).

      *> =================================================================
      *> Match pass -- the live file from its lowest TRXN-ID, then each
      *> archive named on the command line, in the order given.
      *> =================================================================
       SCAN-LIVE-TRXN-FILE.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO TRXN-ID
           START TRXN-FILE KEY IS >= TRXN-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM SCAN-ONE-LIVE-RECORD UNTIL WS-EOF.

       SCAN-ONE-LIVE-RECORD.
           READ TRXN-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE "L"           TO WS-SCAN-SOURCE
                   MOVE TRXN-ID       TO WS-SCAN-TRXN-ID
                   MOVE ACCT-ID       TO WS-SCAN-ACCT-ID
                   MOVE TRXN-AMT      TO WS-SCAN-AMT
                   MOVE TRXN-TYPE     TO WS-SCAN-TYPE
                   MOVE CURRENCY-CODE TO WS-SCAN-CURR
                   MOVE CHANNEL-CODE  TO WS-SCAN-CHANNEL
                   MOVE TRXN-DESC     TO WS-SCAN-DESC
                   MOVE TRXN-BRANCH   TO WS-SCAN-BRANCH
                   MOVE TRXN-ADJ-FLAG TO WS-SCAN-ADJ-FLAG
                   PERFORM MATCH-ONE-POSTING
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

           PERFORM SCAN-ONE-ARCHIVE-RECORD UNTIL WS-EOF

           CLOSE ARCHIVE-FILE.

       SCAN-ONE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE "A"               TO WS-SCAN-SOURCE
                   MOVE ARC-TRXN-ID       TO WS-SCAN-TRXN-ID
                   MOVE ARC-ACCT-ID       TO WS-SCAN-ACCT-ID
                   MOVE ARC-TRXN-AMT      TO WS-SCAN-AMT
                   MOVE ARC-TRXN-TYPE     TO WS-SCAN-TYPE
                   MOVE ARC-CURRENCY-CODE TO WS-SCAN-CURR
                   MOVE ARC-CHANNEL-CODE  TO WS-SCAN-CHANNEL
                   MOVE ARC-TRXN-DESC     TO WS-SCAN-DESC
                   MOVE ARC-BRANCH-CODE   TO WS-SCAN-BRANCH
                   MOVE ARC-ADJ-FLAG      TO WS-SCAN-ADJ-FLAG
                   PERFORM MATCH-ONE-POSTING
           END-READ.

      *> -----------------------------------------------------------------
      *> One posting against the whole return table. A posting can be
      *> the original of an item, or an earlier return ("RTN <id> ...")
      *> or manual reversal ("REV OF <id>") of one -- either of the
      *> latter means the money has already gone back.
      *> -----------------------------------------------------------------
       MATCH-ONE-POSTING.
           ADD 1 TO WS-SCANNED-COUNT
           PERFORM COUNT-CHANNEL-POSTING

           MOVE SPACES TO WS-SCAN-REF-ID
           IF WS-SCAN-DESC(1:4) = "RTN "
               MOVE WS-SCAN-DESC(5:10) TO WS-SCAN-REF-ID
           END-IF
           IF WS-SCAN-DESC(1:7) = "REV OF "
               MOVE WS-SCAN-DESC(8:10) TO WS-SCAN-REF-ID
           END-IF

           PERFORM MATCH-POSTING-TO-ITEM
               VARYING WS-RTN-IDX FROM 1 BY 1
               UNTIL WS-RTN-IDX > WS-RTN-COUNT.

       MATCH-POSTING-TO-ITEM.
           IF WS-SCAN-TRXN-ID = WS-RTN-ORIG-ID(WS-RTN-IDX)
               AND NOT WS-RTN-FOUND(WS-RTN-IDX)
               SET WS-RTN-FOUND(WS-RTN-IDX) TO TRUE
               MOVE WS-SCAN-SOURCE   TO WS-RTN-SOURCE(WS-RTN-IDX)
               MOVE WS-SCAN-ACCT-ID  TO WS-RTN-ACCT-ID(WS-RTN-IDX)
               MOVE WS-SCAN-AMT      TO WS-RTN-ORIG-AMT(WS-RTN-IDX)
               MOVE WS-SCAN-TYPE     TO WS-RTN-ORIG-TYPE(WS-RTN-IDX)
               MOVE WS-SCAN-CURR     TO WS-RTN-CURR(WS-RTN-IDX)
               MOVE WS-SCAN-CHANNEL  TO WS-RTN-CHANNEL(WS-RTN-IDX)
               MOVE WS-SCAN-BRANCH   TO WS-RTN-BRANCH(WS-RTN-IDX)
               MOVE WS-SCAN-ADJ-FLAG TO WS-RTN-ADJ-FLAG(WS-RTN-IDX)
           END-IF

           IF WS-SCAN-REF-ID NOT = SPACES
               AND WS-SCAN-REF-ID = WS-RTN-ORIG-ID(WS-RTN-IDX)
               SET WS-RTN-DONE(WS-RTN-IDX) TO TRUE
               MOVE WS-SCAN-TRXN-ID TO WS-RTN-DONE-BY(WS-RTN-IDX)
           END-IF.

       COUNT-CHANNEL-POSTING.
           MOVE "N" TO WS-CHN-FOUND-SW
           PERFORM FIND-CHANNEL-ENTRY
               VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > WS-CHN-COUNT OR WS-CHN-FOUND
           IF WS-CHN-FOUND
               SUBTRACT 1 FROM WS-CHN-IDX
           ELSE
               IF WS-CHN-COUNT >= WS-CHN-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CHN-COUNT
               MOVE WS-CHN-COUNT    TO WS-CHN-IDX
               MOVE WS-SCAN-CHANNEL TO WS-CHN-CODE(WS-CHN-IDX)
               MOVE ZERO TO WS-CHN-POSTINGS(WS-CHN-IDX)
                            WS-CHN-RETURNS(WS-CHN-IDX)
                            WS-CHN-RTN-AMT(WS-CHN-IDX)
           END-IF
           ADD 1 TO WS-CHN-POSTINGS(WS-CHN-IDX).

       FIND-CHANNEL-ENTRY.
           IF WS-CHN-CODE(WS-CHN-IDX) = WS-SCAN-CHANNEL
               SET WS-CHN-FOUND TO TRUE
           END-IF.

      *> =================================================================
      *> Post or queue one return item. The checks run in the order an
      *> operator would work them by hand: is there an original, has it
      *> already gone back (on the ledger or earlier in this same file),
      *> and is the network asking for more than was originally posted.
      *> =================================================================
       PROCESS-ONE-RETURN.
           IF NOT WS-RTN-FOUND(WS-RTN-IDX)
               MOVE "RTNM" TO WS-SUSP-CODE
               MOVE "ORIGINAL TRXN-ID NOT ON LIVE FILE OR ARCHIVES"
                   TO WS-SUSP-TEXT
               PERFORM SUSPEND-ONE-RETURN
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-RTN-DONE(WS-RTN-IDX)
               PERFORM CHECK-EARLIER-IN-FILE
                   VARYING WS-RTN-IDX2 FROM 1 BY 1
                   UNTIL WS-RTN-IDX2 >= WS-RTN-IDX
                      OR WS-RTN-DONE(WS-RTN-IDX)
           END-IF

           IF WS-RTN-DONE(WS-RTN-IDX)
               MOVE "RTND" TO WS-SUSP-CODE
               MOVE SPACES TO WS-SUSP-TEXT
               STRING "ALREADY RETURNED OR REVERSED BY "
                      WS-RTN-DONE-BY(WS-RTN-IDX)
                   DELIMITED BY SIZE
                   INTO WS-SUSP-TEXT
               END-STRING
               PERFORM SUSPEND-ONE-RETURN
               EXIT PARAGRAPH
           END-IF

           IF WS-RTN-AMT(WS-RTN-IDX) = ZERO
               MOVE WS-RTN-ORIG-AMT(WS-RTN-IDX) TO WS-RTN-AMT(WS-RTN-IDX)
           END-IF

           IF WS-RTN-AMT(WS-RTN-IDX) < ZERO
               OR WS-RTN-AMT(WS-RTN-IDX) > WS-RTN-ORIG-AMT(WS-RTN-IDX)
               MOVE "RTNA" TO WS-SUSP-CODE
               MOVE "RETURN AMOUNT EXCEEDS ORIGINAL POSTING"
                   TO WS-SUSP-TEXT
               PERFORM SUSPEND-ONE-RETURN
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-ONE-RETURN.

       CHECK-EARLIER-IN-FILE.
           IF WS-RTN-ORIG-ID(WS-RTN-IDX2) = WS-RTN-ORIG-ID(WS-RTN-IDX)
               AND WS-RTN-OUTCOME(WS-RTN-IDX2) = "P"
               SET WS-RTN-DONE(WS-RTN-IDX) TO TRUE
               MOVE WS-RTN-NEW-ID(WS-RTN-IDX2)
                   TO WS-RTN-DONE-BY(WS-RTN-IDX)
           END-IF.

      *> -----------------------------------------------------------------
      *> The return is the original turned round -- opposite TRXN-TYPE,
      *> same account, currency, channel and branch -- with a TRXN-DESC
      *> of "RTN <original id> <reason>" so a later run (or a REVERSE-
      *> TRXN operator) can see it has already gone back.
      *> -----------------------------------------------------------------
       POST-ONE-RETURN.
           PERFORM ASSIGN-RETURN-TRXN-ID

           IF WS-RTN-ORIG-TYPE(WS-RTN-IDX) = "D"
               MOVE "C" TO WS-NEW-TYPE
           ELSE
               MOVE "D" TO WS-NEW-TYPE
           END-IF

           MOVE SPACES TO WS-NEW-DESC
           STRING "RTN "                    DELIMITED BY SIZE
                  WS-RTN-ORIG-ID(WS-RTN-IDX) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-RTN-REASON(WS-RTN-IDX) DELIMITED BY SIZE
               INTO WS-NEW-DESC
           END-STRING

           MOVE WS-NEW-TRXN-ID               TO TRXN-ID
           MOVE WS-RTN-ACCT-ID(WS-RTN-IDX)   TO ACCT-ID
           MOVE WS-RTN-AMT(WS-RTN-IDX)       TO TRXN-AMT
           MOVE WS-NEW-TYPE                  TO TRXN-TYPE
           MOVE WS-BUSINESS-DATE             TO TRXN-DATE
           MOVE WS-RUN-TIME                  TO TRXN-TIME
           MOVE WS-BUSINESS-DATE             TO POST-DATE
           MOVE WS-RUN-TIME                  TO POST-TIME
           MOVE WS-RTN-CURR(WS-RTN-IDX)      TO CURRENCY-CODE
           MOVE WS-RTN-CHANNEL(WS-RTN-IDX)   TO CHANNEL-CODE
           MOVE WS-RTN-BRANCH(WS-RTN-IDX)    TO TRXN-BRANCH
           MOVE WS-RTN-ADJ-FLAG(WS-RTN-IDX)  TO TRXN-ADJ-FLAG
           MOVE WS-NEW-DESC                  TO TRXN-DESC

           WRITE TRXN-REC
               INVALID KEY
                   MOVE "RTNW" TO WS-SUSP-CODE
                   MOVE SPACES TO WS-SUSP-TEXT
                   STRING "WRITE FAILED, FILE STATUS " WS-FILE-STATUS
                       DELIMITED BY SIZE
                       INTO WS-SUSP-TEXT
                   END-STRING
                   PERFORM SUSPEND-ONE-RETURN
                   EXIT PARAGRAPH
           END-WRITE

           MOVE "W"          TO WS-JRNL-ACTION
           MOVE SPACES       TO WS-JRNL-BEFORE
           MOVE TRXN-REC     TO WS-JRNL-AFTER
           MOVE WS-FILE-PATH TO WS-JRNL-TARGET
           PERFORM APPEND-RECOVERY-JRNL-RECORD

           MOVE WS-NEW-TRXN-ID TO WS-AUDIT-RECORD-KEY
           MOVE WS-FILE-PATH   TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD

           MOVE "P"            TO WS-RTN-OUTCOME(WS-RTN-IDX)
           MOVE WS-NEW-TRXN-ID TO WS-RTN-NEW-ID(WS-RTN-IDX)
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-RTN-AMT(WS-RTN-IDX) TO WS-POSTED-TOTAL

           PERFORM TALLY-RETURN-ITEM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "POSTED " WS-NEW-TRXN-ID
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE(70:)
           END-STRING
           PERFORM WRITE-RETURN-DETAIL.

      *> -----------------------------------------------------------------
      *> Return postings are numbered "RT" + MMDD + sequence within the
      *> business date, stepping past any number already on the file
      *> from an earlier run the same day.
      *> -----------------------------------------------------------------
       ASSIGN-RETURN-TRXN-ID.
           MOVE "N" TO WS-ID-FREE-SW
           PERFORM TRY-NEXT-RETURN-TRXN-ID UNTIL WS-ID-FREE.

       TRY-NEXT-RETURN-TRXN-ID.
           ADD 1 TO WS-NEW-SEQ
           MOVE SPACES TO WS-NEW-TRXN-ID
           STRING "RT" WS-BUSINESS-DATE(5:4) WS-NEW-SEQ
               DELIMITED BY SIZE
               INTO WS-NEW-TRXN-ID
           END-STRING
           MOVE WS-NEW-TRXN-ID TO TRXN-ID
           READ TRXN-FILE
               INVALID KEY
                   SET WS-ID-FREE TO TRUE
           END-READ.

      *> -----------------------------------------------------------------
      *> Anything that can't be posted is queued for an operator in the
      *> writer's reject shape, carrying what is known of the original
      *> so a repair can resubmit it as the return posting.
      *> -----------------------------------------------------------------
       SUSPEND-ONE-RETURN.
           IF WS-RTN-NEW-ID(WS-RTN-IDX) = SPACES
               PERFORM ASSIGN-RETURN-TRXN-ID
               MOVE WS-NEW-TRXN-ID TO WS-RTN-NEW-ID(WS-RTN-IDX)
           END-IF

           IF WS-RTN-ORIG-TYPE(WS-RTN-IDX) = "D"
               MOVE "C" TO WS-NEW-TYPE
           ELSE
               IF WS-RTN-ORIG-TYPE(WS-RTN-IDX) = "C"
                   MOVE "D" TO WS-NEW-TYPE
               ELSE
                   MOVE SPACE TO WS-NEW-TYPE
               END-IF
           END-IF

           MOVE SPACES TO WS-NEW-DESC
           STRING "RTN "                    DELIMITED BY SIZE
                  WS-RTN-ORIG-ID(WS-RTN-IDX) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-RTN-REASON(WS-RTN-IDX) DELIMITED BY SIZE
               INTO WS-NEW-DESC
           END-STRING

           MOVE WS-RTN-NEW-ID(WS-RTN-IDX)   TO REJ-TRXN-ID
           MOVE WS-RTN-ACCT-ID(WS-RTN-IDX)  TO REJ-ACCT-ID
           MOVE WS-RTN-AMT(WS-RTN-IDX)      TO REJ-TRXN-AMT
           MOVE WS-NEW-TYPE                 TO REJ-TRXN-TYPE
           MOVE WS-BUSINESS-DATE            TO REJ-TRXN-DATE
           MOVE WS-RUN-TIME                 TO REJ-TRXN-TIME
           MOVE WS-BUSINESS-DATE            TO REJ-POST-DATE
           MOVE WS-RUN-TIME                 TO REJ-POST-TIME
           MOVE WS-RTN-CURR(WS-RTN-IDX)     TO REJ-CURRENCY-CODE
           IF WS-RTN-FOUND(WS-RTN-IDX)
               MOVE WS-RTN-CHANNEL(WS-RTN-IDX) TO REJ-CHANNEL-CODE
           ELSE
               MOVE WS-RTN-NETWORK(WS-RTN-IDX) TO REJ-CHANNEL-CODE
           END-IF
           MOVE WS-NEW-DESC                 TO REJ-TRXN-DESC
           MOVE WS-RTN-BRANCH(WS-RTN-IDX)   TO REJ-BRANCH-CODE
           MOVE WS-SUSP-CODE                TO REJ-REASON-CODE
           MOVE WS-SUSP-TEXT                TO REJ-REASON-TEXT
           WRITE REJECT-REC

           MOVE "S" TO WS-RTN-OUTCOME(WS-RTN-IDX)
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD WS-RTN-AMT(WS-RTN-IDX) TO WS-SUSPENSE-TOTAL

           PERFORM TALLY-RETURN-ITEM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUSPENSE " WS-SUSP-CODE " "
                  FUNCTION TRIM(WS-SUSP-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE(70:)
           END-STRING
           PERFORM WRITE-RETURN-DETAIL.

       WRITE-RETURN-DETAIL.
           MOVE WS-RTN-AMT(WS-RTN-IDX) TO WS-AMT-ED
           MOVE WS-RTN-NETWORK(WS-RTN-IDX) TO WS-REPORT-LINE(1:3)
           MOVE WS-RTN-ORIG-ID(WS-RTN-IDX) TO WS-REPORT-LINE(5:10)
           MOVE WS-RTN-REF(WS-RTN-IDX)     TO WS-REPORT-LINE(16:16)
           MOVE WS-RTN-REASON(WS-RTN-IDX)  TO WS-REPORT-LINE(33:4)
           MOVE WS-RTN-ACCT-ID(WS-RTN-IDX) TO WS-REPORT-LINE(38:10)
           MOVE WS-RTN-CURR(WS-RTN-IDX)    TO WS-REPORT-LINE(49:3)
           MOVE WS-RTN-CHANNEL(WS-RTN-IDX) TO WS-REPORT-LINE(53:3)
           MOVE WS-AMT-ED                  TO WS-REPORT-LINE(57:12)
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> -----------------------------------------------------------------
      *> Fold one item into the reason/channel table and, for items
      *> that matched an original, the channel return count.
      *> -----------------------------------------------------------------
       TALLY-RETURN-ITEM.
           MOVE "N" TO WS-RSN-FOUND-SW
           PERFORM FIND-REASON-ENTRY
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-RSN-COUNT OR WS-RSN-FOUND
           IF WS-RSN-FOUND
               SUBTRACT 1 FROM WS-RSN-IDX
           ELSE
               IF WS-RSN-COUNT >= WS-RSN-MAX
                   DISPLAY "WARNING: reason/channel table full -- "
                       WS-RTN-ORIG-ID(WS-RTN-IDX)
                       " left out of the summary"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RSN-COUNT
               MOVE WS-RSN-COUNT TO WS-RSN-IDX
               MOVE WS-RTN-NETWORK(WS-RTN-IDX) TO WS-RSN-NETWORK(WS-RSN-IDX)
               MOVE WS-RTN-REASON(WS-RTN-IDX)  TO WS-RSN-REASON(WS-RSN-IDX)
               MOVE WS-RTN-CHANNEL(WS-RTN-IDX) TO WS-RSN-CHANNEL(WS-RSN-IDX)
               MOVE ZERO TO WS-RSN-ITEMS(WS-RSN-IDX)
                            WS-RSN-POSTED(WS-RSN-IDX)
                            WS-RSN-SUSPENDED(WS-RSN-IDX)
                            WS-RSN-AMT(WS-RSN-IDX)
           END-IF

           ADD 1 TO WS-RSN-ITEMS(WS-RSN-IDX)
           ADD WS-RTN-AMT(WS-RTN-IDX) TO WS-RSN-AMT(WS-RSN-IDX)
           IF WS-RTN-OUTCOME(WS-RTN-IDX) = "P"
               ADD 1 TO WS-RSN-POSTED(WS-RSN-IDX)
           ELSE
               ADD 1 TO WS-RSN-SUSPENDED(WS-RSN-IDX)
           END-IF

           IF WS-RTN-FOUND(WS-RTN-IDX)
               MOVE "N" TO WS-CHN-FOUND-SW
               MOVE WS-RTN-CHANNEL(WS-RTN-IDX) TO WS-SCAN-CHANNEL
               PERFORM FIND-CHANNEL-ENTRY
                   VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-CHN-COUNT OR WS-CHN-FOUND
               IF WS-CHN-FOUND
                   SUBTRACT 1 FROM WS-CHN-IDX
                   ADD 1 TO WS-CHN-RETURNS(WS-CHN-IDX)
                   ADD WS-RTN-AMT(WS-RTN-IDX) TO WS-CHN-RTN-AMT(WS-CHN-IDX)
               END-IF
           END-IF.

       FIND-REASON-ENTRY.
           IF WS-RSN-NETWORK(WS-RSN-IDX) = WS-RTN-NETWORK(WS-RTN-IDX)
               AND WS-RSN-REASON(WS-RSN-IDX) = WS-RTN-REASON(WS-RTN-IDX)
               AND WS-RSN-CHANNEL(WS-RSN-IDX) = WS-RTN-CHANNEL(WS-RTN-IDX)
               SET WS-RSN-FOUND TO TRUE
           END-IF.

      *> =================================================================
      *> Summary -- returns by network, reason and channel, then each
      *> channel's returns against the postings it carried across the
      *> live file and the archives read this run.
      *> =================================================================
       WRITE-RETURN-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "RETURNS BY REASON AND CHANNEL" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "NET RSN  CHN   ITEMS  POSTED SUSPENDED AMOUNT"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM WRITE-ONE-REASON-LINE
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-RSN-COUNT

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "RETURN RATE BY CHANNEL" TO REPORT-REC
           WRITE REPORT-REC
           MOVE "CHN  POSTINGS   RETURNS  RATE-PCT RETURNED-AMOUNT"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM WRITE-ONE-CHANNEL-LINE
               VARYING WS-CHN-IDX FROM 1 BY 1
               UNTIL WS-CHN-IDX > WS-CHN-COUNT

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-POSTED-TOTAL   TO WS-TOTAL-ED
           MOVE WS-SUSPENSE-TOTAL TO WS-SUSP-TOTAL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POSTED " WS-POSTED-COUNT
                  "  AMOUNT " FUNCTION TRIM(WS-TOTAL-ED)
                  "  TO SUSPENSE " WS-SUSPENSE-COUNT
                  "  AMOUNT " FUNCTION TRIM(WS-SUSP-TOTAL-ED)
                  "  POSTINGS SCANNED " WS-SCANNED-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-ONE-REASON-LINE.
           MOVE WS-RSN-AMT(WS-RSN-IDX) TO WS-TOTAL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-RSN-NETWORK(WS-RSN-IDX) " "
                  WS-RSN-REASON(WS-RSN-IDX) " "
                  WS-RSN-CHANNEL(WS-RSN-IDX) " "
                  WS-RSN-ITEMS(WS-RSN-IDX) " "
                  WS-RSN-POSTED(WS-RSN-IDX) "   "
                  WS-RSN-SUSPENDED(WS-RSN-IDX) " "
                  WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-ONE-CHANNEL-LINE.
           MOVE ZERO TO WS-RATE
           IF WS-CHN-POSTINGS(WS-CHN-IDX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-CHN-RETURNS(WS-CHN-IDX) * 100
                   / WS-CHN-POSTINGS(WS-CHN-IDX)
           END-IF
           MOVE WS-RATE TO WS-RATE-ED
           MOVE WS-CHN-RTN-AMT(WS-CHN-IDX) TO WS-TOTAL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CHN-CODE(WS-CHN-IDX) "  "
                  WS-CHN-POSTINGS(WS-CHN-IDX) " "
                  WS-CHN-RETURNS(WS-CHN-IDX) "   "
                  WS-RATE-ED " "
                  WS-TOTAL-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       COPY "period_check.cpy".

       COPY "batch_lock.cpy".

       COPY "recovery_journal.cpy".

       COPY "audit_log.cpy".
