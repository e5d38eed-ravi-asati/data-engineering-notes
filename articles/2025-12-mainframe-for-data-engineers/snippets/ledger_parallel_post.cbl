       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-PARALLEL-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN-FILE ASSIGN TO WS-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT STREAM-CTL-FILE ASSIGN TO WS-STREAM-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STREAM-CTL-STATUS.

           SELECT ACCT-SPLIT-FILE ASSIGN TO WS-ACX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACX-ACCT-ID
               FILE STATUS IS WS-ACX-FILE-STATUS.

           SELECT TRXN-SEEN-FILE ASSIGN TO WS-SEEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEEN-TRXN-ID
               FILE STATUS IS WS-SEEN-FILE-STATUS.

           SELECT LINE-MAP-FILE ASSIGN TO WS-MAP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-KEY
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT PLAN-FILE ASSIGN TO WS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT CKPT-FILE ASSIGN TO WS-CKPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT STREAM-RC-FILE ASSIGN TO WS-RC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT STREAM-LOG-FILE ASSIGN TO WS-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT STREAM-REJ-FILE ASSIGN TO WS-SREJ-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SREJ-FILE-STATUS.

           SELECT REJ-ORDER-FILE ASSIGN TO WS-RJX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJX-KEY
               FILE STATUS IS WS-RJX-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO WS-REJECT-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT STREAM-AUDIT-FILE ASSIGN TO WS-SAUD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAUD-FILE-STATUS.

           SELECT STREAM-JRNL-FILE ASSIGN TO WS-SJRNL-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SJRNL-FILE-STATUS.

           COPY "audit_log_select.cpy".

           COPY "recovery_journal_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       *> The writer's BATCH control lines, read as-is and copied
       *> unchanged into the stream file that owns their ACCT-ID.
       FD  CONTROL-IN-FILE.
       01  CONTROL-IN-REC         PIC X(300).

       FD  STREAM-CTL-FILE.
       01  STREAM-CTL-REC         PIC X(300).

       *> One row per distinct ACCT-ID on the control file: how many
       *> lines it carries and which stream it was given. Read back
       *> in key order, this is what the ranges are cut from.
       FD  ACCT-SPLIT-FILE.
       01  ACX-REC.
           05 ACX-ACCT-ID         PIC X(10).
           05 ACX-LINE-COUNT      PIC 9(9).
           05 ACX-STREAM          PIC 9(2).

       *> First ACCT-ID each TRXN-ID was seen under -- a TRXN-ID that
       *> turns up again under another account would land in two
       *> streams, where which copy posts and which rejects DUPL
       *> would come down to timing.
       FD  TRXN-SEEN-FILE.
       01  SEEN-REC.
           05 SEEN-TRXN-ID        PIC X(10).
           05 SEEN-ACCT-ID        PIC X(10).

       *> Stream line number back to control-file line number, so the
       *> merged rejects come out in the order a single run writes them.
       FD  LINE-MAP-FILE.
       01  MAP-REC.
           05 MAP-KEY.
               10 MAP-STREAM      PIC 9(2).
               10 MAP-STREAM-LINE PIC 9(9).
           05 MAP-ORIG-LINE       PIC 9(9).

       *> The partition plan, kept for RESTART:
       *> PLAN|streams|total-lines, then one
       *> nn|low-acct|high-acct|lines row per stream.
       FD  PLAN-FILE.
       01  PLAN-REC               PIC X(100).

       *> The writer's own checkpoint layout -- lines read so far.
       FD  CKPT-FILE.
       01  CKPT-REC               PIC 9(9).

       FD  STREAM-RC-FILE.
       01  STREAM-RC-REC          PIC X(10).

       *> A stream writer's console output; its "REJECT: input line"
       *> and "Batch complete:" lines are what the merge reads.
       FD  STREAM-LOG-FILE.
       01  STREAM-LOG-REC         PIC X(600).

       *> One ledger_trxn_reject.cpy record, carried as an image.
       FD  STREAM-REJ-FILE.
       01  SREJ-REC               PIC X(147).

       FD  REJ-ORDER-FILE.
       01  RJX-REC.
           05 RJX-KEY.
               10 RJX-ORIG-LINE   PIC 9(9).
               10 RJX-SEQ         PIC 9(9).
           05 RJX-REJ-IMAGE       PIC X(147).

       FD  REJECT-FILE.
       COPY "ledger_trxn_reject.cpy".

       FD  STREAM-AUDIT-FILE.
       01  SAUD-REC               PIC X(400).

       FD  STREAM-JRNL-FILE.
       01  SJRNL-REC              PIC X(383).

       COPY "audit_log_fd.cpy".

       COPY "recovery_journal_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILE-STATUS PIC XX.
       01 WS-STREAM-CTL-STATUS   PIC XX.
       01 WS-ACX-FILE-STATUS     PIC XX.
       01 WS-SEEN-FILE-STATUS    PIC XX.
       01 WS-MAP-FILE-STATUS     PIC XX.
       01 WS-PLAN-FILE-STATUS    PIC XX.
       01 WS-CKPT-FILE-STATUS    PIC XX.
       01 WS-RC-FILE-STATUS      PIC XX.
       01 WS-LOG-FILE-STATUS     PIC XX.
       01 WS-SREJ-FILE-STATUS    PIC XX.
       01 WS-RJX-FILE-STATUS     PIC XX.
       01 WS-REJECT-FILE-STATUS  PIC XX.
       01 WS-SAUD-FILE-STATUS    PIC XX.
       01 WS-SJRNL-FILE-STATUS   PIC XX.

       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).

       01 WS-CONTROL-PATH        PIC X(200).
       01 WS-OUTPUT-ARG          PIC X(200).
       01 WS-FILE-PATH           PIC X(200).
       01 WS-STREAM-CTL-PATH     PIC X(210).
       01 WS-ACX-PATH            PIC X(210).
       01 WS-SEEN-PATH           PIC X(210).
       01 WS-MAP-PATH            PIC X(210).
       01 WS-PLAN-PATH           PIC X(210).
       01 WS-CKPT-PATH           PIC X(220).
       01 WS-RC-PATH             PIC X(220).
       01 WS-LOG-PATH            PIC X(220).
       01 WS-SREJ-PATH           PIC X(220).
       01 WS-RJX-PATH            PIC X(220).
       01 WS-REJECT-PATH         PIC X(210).
       01 WS-SAUD-PATH           PIC X(220).
       01 WS-SJRNL-PATH          PIC X(220).

       *> Same ".GDG" base-name handling as the writer, so the merged
       *> reject file lands where a single-stream run would put it.
       01 WS-GDG-LEN             PIC 9(4).
       01 WS-GDG-SUFFIX          PIC X(4).
       01 WS-GDG-BASE            PIC X(200)  VALUE SPACES.
       01 WS-GDG-DATE            PIC X(8).

       01 WS-RESTART-SW          PIC X(1)    VALUE "N".
           88 WS-IS-RESTART                  VALUE "Y".

       01 WS-EOF-SW              PIC X(1)    VALUE "N".
           88 WS-EOF                         VALUE "Y".

       01 WS-LOG-EOF-SW          PIC X(1)    VALUE "N".
           88 WS-LOG-EOF                     VALUE "Y".

       01 WS-FOUND-SW            PIC X(1)    VALUE "N".
           88 WS-FOUND                       VALUE "Y".

       *> Set when one TRXN-ID is carried under two ACCT-IDs -- the
       *> run then goes as a single stream so DUPL rejects fall
       *> exactly as they would on a plain BATCH run.
       01 WS-CROSS-DUP-SW        PIC X(1)    VALUE "N".
           88 WS-CROSS-DUP                   VALUE "Y".

       01 WS-ALL-DONE-SW         PIC X(1)    VALUE "N".
           88 WS-ALL-DONE                    VALUE "Y".

       01 WS-MAX-STREAMS         PIC 9(2)    VALUE 16.
       01 WS-STREAM-COUNT        PIC 9(2)    VALUE ZERO.
       01 WS-STREAM-ARG          PIC 9(4).
       01 WS-STREAM-NO           PIC 9(2).
       01 WS-STREAM-IDX          PIC 9(2).
       01 WS-PENDING-COUNT       PIC 9(2)    VALUE ZERO.

       01 WS-TOTAL-LINES         PIC 9(9)    VALUE ZERO.
       01 WS-ACCT-COUNT          PIC 9(9)    VALUE ZERO.
       01 WS-ACCT-SEQ            PIC 9(9)    VALUE ZERO.
       01 WS-CUM-LINES           PIC 9(9)    VALUE ZERO.
       01 WS-RANGE-TARGET        PIC 9(9)    VALUE ZERO.
       01 WS-ORIG-LINE           PIC 9(9)    VALUE ZERO.
       01 WS-STREAM-LINE         PIC 9(9)    VALUE ZERO.
       01 WS-REJ-SEQ             PIC 9(9)    VALUE ZERO.
       01 WS-UNMAPPED-COUNT      PIC 9(9)    VALUE ZERO.

       *> Fields split out of one control line -- the writer's own
       *> UNSTRING, so an account groups here exactly as it posts there.
       01 WS-LINE-TRXN-ID        PIC X(10).
       01 WS-LINE-ACCT-ID        PIC X(10).
       01 WS-CROSS-DUP-TRXN-ID   PIC X(10).

       01 WS-PLAN-TAG            PIC X(10).
       01 WS-PLAN-F2             PIC X(10).
       01 WS-PLAN-F3             PIC X(10).
       01 WS-PLAN-F4             PIC X(10).
       01 WS-PLAN-LINE           PIC X(100).

       01 WS-STREAM-TABLE.
           05 WS-ST-ENTRY OCCURS 16 TIMES.
               10 WS-ST-LOW-ACCT  PIC X(10).
               10 WS-ST-HIGH-ACCT PIC X(10).
               10 WS-ST-LINES     PIC 9(9).
               10 WS-ST-CKPT      PIC 9(9).
               10 WS-ST-RC        PIC 9(4).
               10 WS-ST-WRITTEN   PIC 9(9).
               10 WS-ST-REJECTED  PIC 9(9).
               10 WS-ST-DIVERTED  PIC 9(9).
               10 WS-ST-WAREHOUSED PIC 9(9).
               10 WS-ST-RUN-SW    PIC X(1).
                   88 WS-ST-RUN-NOW              VALUE "Y".
               10 WS-ST-DONE-SW   PIC X(1).
                   88 WS-ST-DONE                 VALUE "Y".

       *> Combined control totals, summed across the streams.
       01 WS-SUM-WRITTEN         PIC 9(9)    VALUE ZERO.
       01 WS-SUM-REJECTED        PIC 9(9)    VALUE ZERO.
       01 WS-SUM-DIVERTED        PIC 9(9)    VALUE ZERO.
       01 WS-SUM-WAREHOUSED      PIC 9(9)    VALUE ZERO.
       01 WS-SUM-ACCOUNTED       PIC 9(9)    VALUE ZERO.
       01 WS-MERGED-REJECTS      PIC 9(9)    VALUE ZERO.
       01 WS-FOLDED-AUDIT        PIC 9(9)    VALUE ZERO.
       01 WS-FOLDED-JRNL         PIC 9(9)    VALUE ZERO.
       01 WS-WORST-RC            PIC 9(4)    VALUE ZERO.

       01 WS-LOG-POS             PIC 9(4).
       01 WS-LOG-COUNT           PIC 9(7).

       01 WS-BIN-DIR             PIC X(100).
       01 WS-STEP-COMMAND        PIC X(16000).
       01 WS-CMD-PTR             PIC 9(5).
       01 WS-STEP-RC             PIC S9(4).

       COPY "audit_log_ws.cpy".

       COPY "recovery_journal_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "LEDGER-PARALLEL-POST" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: CONTROL_FILE (the writer's BATCH control lines)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-CONTROL-PATH

           *> Arg 2: OUTPUT_FILE (the indexed TRXN-FILE every stream
           *> posts to, passed to each writer exactly as given)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-OUTPUT-ARG
           MOVE WS-OUTPUT-ARG TO WS-FILE-PATH
           PERFORM DERIVE-GDG-FILE-PATH

           *> Arg 3: STREAMS (1 to 16)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-ARG-VALUE) IS NOT NUMERIC
               DISPLAY "ERROR: STREAMS must be a number from 1 to "
                   WS-MAX-STREAMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-STREAM-ARG = FUNCTION NUMVAL(WS-ARG-VALUE)
           IF WS-STREAM-ARG < 1 OR WS-STREAM-ARG > WS-MAX-STREAMS
               DISPLAY "ERROR: STREAMS must be a number from 1 to "
                   WS-MAX-STREAMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-STREAM-ARG TO WS-STREAM-COUNT

           *> Arg 4 (optional): RESTART -- rerun only the streams whose
           *> checkpoint shows they did not reach the end of their file
           IF WS-ARG-COUNT > 3
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(WS-ARG-VALUE(1:7)) = "RESTART"
                   SET WS-IS-RESTART TO TRUE
               END-IF
           END-IF

           PERFORM BUILD-WORK-PATHS

           IF WS-IS-RESTART
               PERFORM LOAD-PARTITION-PLAN
           END-IF

           IF WS-IS-RESTART
               PERFORM MARK-UNFINISHED-STREAMS
           ELSE
               PERFORM SPLIT-CONTROL-FILE
               PERFORM WRITE-PARTITION-PLAN
               PERFORM RESET-STREAM-FILES
           END-IF

           PERFORM SHOW-PARTITION-PLAN

           IF WS-PENDING-COUNT > ZERO
               PERFORM RUN-PENDING-STREAMS
           END-IF

           PERFORM COLLECT-STREAM-RESULTS

           *> Every stream's audit lines and journal entries belong in
           *> the shared trail whether or not the stream finished --
           *> they record postings that are on TRXN-FILE now.
           PERFORM FOLD-STREAM-AUDIT-LOGS
           PERFORM FOLD-STREAM-JOURNALS

           IF NOT WS-ALL-DONE
               PERFORM REPORT-UNFINISHED-STREAMS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM MERGE-STREAM-REJECTS
           PERFORM WRITE-COMBINED-CHECKPOINT
           PERFORM SHOW-CONTROL-TOTALS

           MOVE WS-WORST-RC TO RETURN-CODE
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_parallel_post CONTROL_FILE OUTPUT_FILE STREAMS [RESTART]"
           DISPLAY "CONTROL_FILE holds LEDGER-TRXN-WRITER BATCH control lines; they are"
           DISPLAY "split by ACCT-ID range into STREAMS (1-16) files posted side by side."
           DISPLAY "TRANSFER control files pair accounts and must go through the writer."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_parallel_post /data/month_end.ctl /data/transactions.dat 4"
           DISPLAY "  ./ledger_parallel_post /data/month_end.ctl /data/transactions.dat 4 RESTART".

       DERIVE-GDG-FILE-PATH.
           COMPUTE WS-GDG-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-FILE-PATH))
           IF WS-GDG-LEN > 4
               MOVE WS-FILE-PATH(WS-GDG-LEN - 3:4) TO WS-GDG-SUFFIX
               IF WS-GDG-SUFFIX = ".GDG"
                   ACCEPT WS-GDG-DATE FROM DATE YYYYMMDD
                   MOVE WS-FILE-PATH(1:WS-GDG-LEN - 4) TO WS-GDG-BASE
                   MOVE SPACES TO WS-FILE-PATH
                   STRING FUNCTION TRIM(WS-GDG-BASE) DELIMITED BY SIZE
                          "."                         DELIMITED BY SIZE
                          WS-GDG-DATE                 DELIMITED BY SIZE
                       INTO WS-FILE-PATH
                   END-STRING
               END-IF
           END-IF.

      *> =================================================================
      *> WORK FILES -- all named off CONTROL_FILE (and OUTPUT_FILE for
      *> the rejects), so a RESTART finds them without being told
      *> =================================================================
       BUILD-WORK-PATHS.
           MOVE SPACES TO WS-ACX-PATH WS-SEEN-PATH WS-MAP-PATH
           MOVE SPACES TO WS-PLAN-PATH WS-RJX-PATH WS-REJECT-PATH
           STRING FUNCTION TRIM(WS-CONTROL-PATH) DELIMITED BY SIZE
                  ".acx"                         DELIMITED BY SIZE
               INTO WS-ACX-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-CONTROL-PATH) DELIMITED BY SIZE
                  ".idx"                         DELIMITED BY SIZE
               INTO WS-SEEN-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-CONTROL-PATH) DELIMITED BY SIZE
                  ".map"                         DELIMITED BY SIZE
               INTO WS-MAP-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-CONTROL-PATH) DELIMITED BY SIZE
                  ".par"                         DELIMITED BY SIZE
               INTO WS-PLAN-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-CONTROL-PATH) DELIMITED BY SIZE
                  ".rjx"                         DELIMITED BY SIZE
               INTO WS-RJX-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-FILE-PATH) DELIMITED BY SIZE
                  ".rej"                      DELIMITED BY SIZE
               INTO WS-REJECT-PATH
           END-STRING.

      *> -----------------------------------------------------------------
      *> Per-stream names for WS-STREAM-NO: CONTROL.sNN is the stream's
      *> control file, so the writer keeps its checkpoint in
      *> CONTROL.sNN.ckp; rejects go to OUTPUT.sNN.rej.
      *> -----------------------------------------------------------------
       BUILD-STREAM-PATHS.
           MOVE SPACES TO WS-STREAM-CTL-PATH WS-CKPT-PATH WS-RC-PATH
           MOVE SPACES TO WS-LOG-PATH WS-SREJ-PATH
           MOVE SPACES TO WS-SAUD-PATH WS-SJRNL-PATH
           STRING FUNCTION TRIM(WS-CONTROL-PATH) DELIMITED BY SIZE
                  ".s"                           DELIMITED BY SIZE
                  WS-STREAM-NO                   DELIMITED BY SIZE
               INTO WS-STREAM-CTL-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-STREAM-CTL-PATH) DELIMITED BY SIZE
                  ".ckp"                            DELIMITED BY SIZE
               INTO WS-CKPT-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-STREAM-CTL-PATH) DELIMITED BY SIZE
                  ".rc"                             DELIMITED BY SIZE
               INTO WS-RC-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-STREAM-CTL-PATH) DELIMITED BY SIZE
                  ".log"                            DELIMITED BY SIZE
               INTO WS-LOG-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-STREAM-CTL-PATH) DELIMITED BY SIZE
                  ".aud"                            DELIMITED BY SIZE
               INTO WS-SAUD-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-STREAM-CTL-PATH) DELIMITED BY SIZE
                  ".jrl"                            DELIMITED BY SIZE
               INTO WS-SJRNL-PATH
           END-STRING
           STRING FUNCTION TRIM(WS-FILE-PATH) DELIMITED BY SIZE
                  ".s"                        DELIMITED BY SIZE
                  WS-STREAM-NO                DELIMITED BY SIZE
                  ".rej"                      DELIMITED BY SIZE
               INTO WS-SREJ-PATH
           END-STRING.

      *> =================================================================
      *> SPLIT -- count lines per account, cut contiguous ACCT-ID ranges
      *> of roughly equal line counts, then write each stream's file
      *> =================================================================
       SPLIT-CONTROL-FILE.
           OPEN OUTPUT ACCT-SPLIT-FILE
           CLOSE ACCT-SPLIT-FILE
           OPEN I-O ACCT-SPLIT-FILE
           OPEN OUTPUT TRXN-SEEN-FILE
           CLOSE TRXN-SEEN-FILE
           OPEN I-O TRXN-SEEN-FILE

           OPEN INPUT CONTROL-IN-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open control file "
                   FUNCTION TRIM(WS-CONTROL-PATH)
               DISPLAY "       FILE STATUS = " WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZERO TO WS-TOTAL-LINES WS-ACCT-COUNT
           MOVE "N" TO WS-EOF-SW
           PERFORM COUNT-ONE-CONTROL-LINE UNTIL WS-EOF
           CLOSE CONTROL-IN-FILE
           CLOSE TRXN-SEEN-FILE

           IF WS-CROSS-DUP AND WS-STREAM-COUNT > 1
               DISPLAY "WARNING: TRXN-ID " WS-CROSS-DUP-TRXN-ID
                   " is carried under more than one ACCT-ID -- "
                   "posting as a single stream"
               MOVE 1 TO WS-STREAM-COUNT
           END-IF
           IF WS-ACCT-COUNT = ZERO
               MOVE 1 TO WS-STREAM-COUNT
           ELSE
               IF WS-STREAM-COUNT > WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-STREAM-COUNT
               END-IF
           END-IF

           PERFORM ASSIGN-ACCT-RANGES
           PERFORM WRITE-STREAM-FILES
           CLOSE ACCT-SPLIT-FILE.

       COUNT-ONE-CONTROL-LINE.
           READ CONTROL-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-LINES
                   PERFORM PARSE-CONTROL-KEYS
                   MOVE WS-LINE-ACCT-ID TO ACX-ACCT-ID
                   READ ACCT-SPLIT-FILE
                       INVALID KEY
                           MOVE 1 TO ACX-LINE-COUNT
                           MOVE ZERO TO ACX-STREAM
                           WRITE ACX-REC
                           ADD 1 TO WS-ACCT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO ACX-LINE-COUNT
                           REWRITE ACX-REC
                   END-READ
                   IF WS-LINE-TRXN-ID NOT = SPACES
                       PERFORM NOTE-TRXN-ID
                   END-IF
           END-READ.

       NOTE-TRXN-ID.
           MOVE WS-LINE-TRXN-ID TO SEEN-TRXN-ID
           READ TRXN-SEEN-FILE
               INVALID KEY
                   MOVE WS-LINE-ACCT-ID TO SEEN-ACCT-ID
                   WRITE SEEN-REC
               NOT INVALID KEY
                   IF SEEN-ACCT-ID NOT = WS-LINE-ACCT-ID
                       AND NOT WS-CROSS-DUP
                       SET WS-CROSS-DUP TO TRUE
                       MOVE WS-LINE-TRXN-ID TO WS-CROSS-DUP-TRXN-ID
                   END-IF
           END-READ.

       PARSE-CONTROL-KEYS.
           MOVE SPACES TO WS-LINE-TRXN-ID WS-LINE-ACCT-ID
           UNSTRING CONTROL-IN-REC DELIMITED BY "|"
               INTO WS-LINE-TRXN-ID
                    WS-LINE-ACCT-ID
           END-UNSTRING.

      *> -----------------------------------------------------------------
      *> Walk the accounts in key order, closing a stream once the lines
      *> given out so far reach its share of the total -- and early
      *> enough that every later stream still gets an account.
      *> -----------------------------------------------------------------
       ASSIGN-ACCT-RANGES.
           INITIALIZE WS-STREAM-TABLE
           MOVE 1 TO WS-STREAM-NO
           MOVE ZERO TO WS-CUM-LINES WS-ACCT-SEQ
           COMPUTE WS-RANGE-TARGET = WS-TOTAL-LINES / WS-STREAM-COUNT
           IF WS-ACCT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO ACX-ACCT-ID
           START ACCT-SPLIT-FILE KEY IS NOT LESS THAN ACX-ACCT-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-EOF-SW
           PERFORM ASSIGN-ONE-ACCT UNTIL WS-EOF.

       ASSIGN-ONE-ACCT.
           READ ACCT-SPLIT-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-SEQ
                   ADD ACX-LINE-COUNT TO WS-CUM-LINES
                   MOVE WS-STREAM-NO TO ACX-STREAM
                   REWRITE ACX-REC
                   IF WS-ST-LINES(WS-STREAM-NO) = ZERO
                       MOVE ACX-ACCT-ID TO WS-ST-LOW-ACCT(WS-STREAM-NO)
                   END-IF
                   MOVE ACX-ACCT-ID TO WS-ST-HIGH-ACCT(WS-STREAM-NO)
                   ADD ACX-LINE-COUNT TO WS-ST-LINES(WS-STREAM-NO)
                   IF WS-STREAM-NO < WS-STREAM-COUNT
                       IF WS-CUM-LINES >= WS-RANGE-TARGET * WS-STREAM-NO
                           OR WS-ACCT-COUNT - WS-ACCT-SEQ
                               <= WS-STREAM-COUNT - WS-STREAM-NO
                           ADD 1 TO WS-STREAM-NO
                       END-IF
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> One pass of the control file per stream, copying its lines in
      *> their original order and noting where each one came from.
      *> -----------------------------------------------------------------
       WRITE-STREAM-FILES.
           OPEN OUTPUT LINE-MAP-FILE
           CLOSE LINE-MAP-FILE
           OPEN I-O LINE-MAP-FILE
           PERFORM WRITE-ONE-STREAM-FILE
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT
           CLOSE LINE-MAP-FILE.

       WRITE-ONE-STREAM-FILE.
           PERFORM BUILD-STREAM-PATHS
           OPEN OUTPUT STREAM-CTL-FILE
           IF WS-STREAM-CTL-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to create stream file "
                   FUNCTION TRIM(WS-STREAM-CTL-PATH)
               DISPLAY "       FILE STATUS = " WS-STREAM-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTROL-IN-FILE
           MOVE ZERO TO WS-ORIG-LINE WS-STREAM-LINE
           MOVE "N" TO WS-EOF-SW
           PERFORM COPY-ONE-STREAM-LINE UNTIL WS-EOF
           CLOSE CONTROL-IN-FILE
           CLOSE STREAM-CTL-FILE.

       COPY-ONE-STREAM-LINE.
           READ CONTROL-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ORIG-LINE
                   PERFORM PARSE-CONTROL-KEYS
                   MOVE WS-LINE-ACCT-ID TO ACX-ACCT-ID
                   READ ACCT-SPLIT-FILE
                       INVALID KEY
                           MOVE 1 TO ACX-STREAM
                   END-READ
                   IF ACX-STREAM = WS-STREAM-NO
                       WRITE STREAM-CTL-REC FROM CONTROL-IN-REC
                       ADD 1 TO WS-STREAM-LINE
                       MOVE WS-STREAM-NO   TO MAP-STREAM
                       MOVE WS-STREAM-LINE TO MAP-STREAM-LINE
                       MOVE WS-ORIG-LINE   TO MAP-ORIG-LINE
                       WRITE MAP-REC
                   END-IF
           END-READ.

      *> =================================================================
      *> PARTITION PLAN -- written after a fresh split, read on RESTART
      *> =================================================================
       WRITE-PARTITION-PLAN.
           OPEN OUTPUT PLAN-FILE
           MOVE SPACES TO PLAN-REC
           STRING "PLAN|"         DELIMITED BY SIZE
                  WS-STREAM-COUNT DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-TOTAL-LINES  DELIMITED BY SIZE
               INTO PLAN-REC
           END-STRING
           WRITE PLAN-REC
           PERFORM WRITE-ONE-PLAN-ROW
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT
           CLOSE PLAN-FILE.

       WRITE-ONE-PLAN-ROW.
           MOVE SPACES TO PLAN-REC
           STRING WS-STREAM-NO                  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-ST-LOW-ACCT(WS-STREAM-NO)  DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-ST-HIGH-ACCT(WS-STREAM-NO) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  WS-ST-LINES(WS-STREAM-NO)     DELIMITED BY SIZE
               INTO PLAN-REC
           END-STRING
           WRITE PLAN-REC.

       LOAD-PARTITION-PLAN.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "RESTART: no partition plan at "
                   FUNCTION TRIM(WS-PLAN-PATH)
                   " -- starting from the beginning"
               MOVE "N" TO WS-RESTART-SW
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-STREAM-TABLE
           MOVE ZERO TO WS-STREAM-COUNT
           MOVE "N" TO WS-EOF-SW
           PERFORM LOAD-ONE-PLAN-ROW UNTIL WS-EOF
           CLOSE PLAN-FILE

           IF WS-STREAM-COUNT = ZERO
               DISPLAY "RESTART: partition plan "
                   FUNCTION TRIM(WS-PLAN-PATH)
                   " is empty -- starting from the beginning"
               MOVE WS-STREAM-ARG TO WS-STREAM-COUNT
               MOVE "N" TO WS-RESTART-SW
               EXIT PARAGRAPH
           END-IF

           IF WS-STREAM-COUNT NOT = WS-STREAM-ARG
               DISPLAY "RESTART: resuming the original "
                   WS-STREAM-COUNT " stream(s) -- STREAMS "
                   WS-STREAM-ARG " applies to a fresh run only"
           END-IF.

       LOAD-ONE-PLAN-ROW.
           READ PLAN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-PLAN-TAG WS-PLAN-F2
                   MOVE SPACES TO WS-PLAN-F3 WS-PLAN-F4
                   UNSTRING PLAN-REC DELIMITED BY "|"
                       INTO WS-PLAN-TAG
                            WS-PLAN-F2
                            WS-PLAN-F3
                            WS-PLAN-F4
                   END-UNSTRING
                   IF WS-PLAN-TAG = "PLAN"
                       MOVE FUNCTION NUMVAL(WS-PLAN-F2) TO WS-STREAM-COUNT
                       MOVE FUNCTION NUMVAL(WS-PLAN-F3) TO WS-TOTAL-LINES
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-PLAN-TAG) TO WS-STREAM-NO
                       IF WS-STREAM-NO >= 1
                           AND WS-STREAM-NO <= WS-MAX-STREAMS
                           MOVE WS-PLAN-F2
                               TO WS-ST-LOW-ACCT(WS-STREAM-NO)
                           MOVE WS-PLAN-F3
                               TO WS-ST-HIGH-ACCT(WS-STREAM-NO)
                           MOVE FUNCTION NUMVAL(WS-PLAN-F4)
                               TO WS-ST-LINES(WS-STREAM-NO)
                       END-IF
                   END-IF
           END-READ.

       SHOW-PARTITION-PLAN.
           DISPLAY "Control file " FUNCTION TRIM(WS-CONTROL-PATH)
               ": " WS-TOTAL-LINES " lines in " WS-STREAM-COUNT
               " stream(s)"
           PERFORM SHOW-ONE-PLAN-ROW
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT.

       SHOW-ONE-PLAN-ROW.
           IF WS-ST-RUN-NOW(WS-STREAM-NO)
               DISPLAY "STREAM " WS-STREAM-NO " ACCT "
                   WS-ST-LOW-ACCT(WS-STREAM-NO) " - "
                   WS-ST-HIGH-ACCT(WS-STREAM-NO) " "
                   WS-ST-LINES(WS-STREAM-NO) " lines"
           ELSE
               DISPLAY "STREAM " WS-STREAM-NO " ACCT "
                   WS-ST-LOW-ACCT(WS-STREAM-NO) " - "
                   WS-ST-HIGH-ACCT(WS-STREAM-NO) " "
                   WS-ST-LINES(WS-STREAM-NO)
                   " lines -- already complete, skipped"
           END-IF.

      *> =================================================================
      *> STREAM STATE -- a stream is finished when its checkpoint has
      *> reached the end of its file
      *> =================================================================
       RESET-STREAM-FILES.
           MOVE ZERO TO WS-PENDING-COUNT
           PERFORM RESET-ONE-STREAM
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT.

       *> A fresh run starts each stream at a zero checkpoint, so a
       *> stale one from an earlier file can never pass for progress,
       *> and with empty audit/journal hand-off files.
       RESET-ONE-STREAM.
           PERFORM BUILD-STREAM-PATHS
           OPEN OUTPUT CKPT-FILE
           MOVE ZERO TO CKPT-REC
           WRITE CKPT-REC
           CLOSE CKPT-FILE
           OPEN OUTPUT STREAM-AUDIT-FILE
           CLOSE STREAM-AUDIT-FILE
           OPEN OUTPUT STREAM-JRNL-FILE
           CLOSE STREAM-JRNL-FILE
           OPEN OUTPUT STREAM-LOG-FILE
           CLOSE STREAM-LOG-FILE
           MOVE "Y" TO WS-ST-RUN-SW(WS-STREAM-NO)
           ADD 1 TO WS-PENDING-COUNT.

       MARK-UNFINISHED-STREAMS.
           MOVE ZERO TO WS-PENDING-COUNT
           PERFORM MARK-ONE-STREAM
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT
           DISPLAY "RESTART: " WS-PENDING-COUNT " of " WS-STREAM-COUNT
               " stream(s) to resume per " FUNCTION TRIM(WS-PLAN-PATH).

       MARK-ONE-STREAM.
           PERFORM BUILD-STREAM-PATHS
           PERFORM READ-STREAM-CHECKPOINT
           IF WS-ST-CKPT(WS-STREAM-NO) >= WS-ST-LINES(WS-STREAM-NO)
               MOVE "N" TO WS-ST-RUN-SW(WS-STREAM-NO)
           ELSE
               MOVE "Y" TO WS-ST-RUN-SW(WS-STREAM-NO)
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

       READ-STREAM-CHECKPOINT.
           MOVE ZERO TO WS-ST-CKPT(WS-STREAM-NO)
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-FILE-STATUS = "00"
               READ CKPT-FILE
                   NOT AT END
                       MOVE CKPT-REC TO WS-ST-CKPT(WS-STREAM-NO)
               END-READ
               CLOSE CKPT-FILE
           END-IF.

      *> =================================================================
      *> RUN -- one shell command starts every pending stream's writer
      *> in the background and waits for them all. Each writer gets its
      *> own reject file, audit log and recovery journal through the
      *> environment; its exit code is left in CONTROL.sNN.rc.
      *> =================================================================
       RUN-PENDING-STREAMS.
           DISPLAY "LEDGER_BIN_DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-BIN-DIR FROM ENVIRONMENT-VALUE
           IF WS-BIN-DIR = SPACES
               MOVE "." TO WS-BIN-DIR
           END-IF

           MOVE SPACES TO WS-STEP-COMMAND
           MOVE 1 TO WS-CMD-PTR
           PERFORM ADD-STREAM-TO-COMMAND
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT
           STRING "wait" DELIMITED BY SIZE
               INTO WS-STEP-COMMAND
               WITH POINTER WS-CMD-PTR
           END-STRING

           DISPLAY "STEP   " FUNCTION TRIM(WS-STEP-COMMAND)
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-STEP-COMMAND
           COMPUTE WS-STEP-RC = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE.

       ADD-STREAM-TO-COMMAND.
           IF NOT WS-ST-RUN-NOW(WS-STREAM-NO)
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-STREAM-PATHS
           STRING "( LEDGER_REJECT_FILE="          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SREJ-PATH)      DELIMITED BY SIZE
                  " LEDGER_AUDIT_LOG="             DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAUD-PATH)      DELIMITED BY SIZE
                  " LEDGER_RECOVERY_JRNL="         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SJRNL-PATH)     DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BIN-DIR)        DELIMITED BY SIZE
                  "/ledger_trxn_writer BATCH "     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STREAM-CTL-PATH) DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OUTPUT-ARG)     DELIMITED BY SIZE
               INTO WS-STEP-COMMAND
               WITH POINTER WS-CMD-PTR
           END-STRING
           *> Resumed streams pick up from their own checkpoint, and
           *> keep appending to the log that maps their rejects.
           IF WS-IS-RESTART
               STRING " RESTART >> " DELIMITED BY SIZE
                   INTO WS-STEP-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING
           ELSE
               STRING " > " DELIMITED BY SIZE
                   INTO WS-STEP-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-LOG-PATH)       DELIMITED BY SIZE
                  " 2>&1; echo $? > "              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RC-PATH)        DELIMITED BY SIZE
                  " ) & "                          DELIMITED BY SIZE
               INTO WS-STEP-COMMAND
               WITH POINTER WS-CMD-PTR
           END-STRING.

      *> =================================================================
      *> RESULTS -- checkpoint, exit code and the writer's own control
      *> totals for each stream (summed over every run in its log)
      *> =================================================================
       COLLECT-STREAM-RESULTS.
           SET WS-ALL-DONE TO TRUE
           MOVE ZERO TO WS-SUM-WRITTEN WS-SUM-REJECTED WS-SUM-DIVERTED
           MOVE ZERO TO WS-SUM-WAREHOUSED
           PERFORM COLLECT-ONE-STREAM
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT.

       COLLECT-ONE-STREAM.
           PERFORM BUILD-STREAM-PATHS
           PERFORM READ-STREAM-CHECKPOINT
           IF WS-ST-CKPT(WS-STREAM-NO) >= WS-ST-LINES(WS-STREAM-NO)
               SET WS-ST-DONE(WS-STREAM-NO) TO TRUE
           ELSE
               MOVE "N" TO WS-ST-DONE-SW(WS-STREAM-NO)
               MOVE "N" TO WS-ALL-DONE-SW
           END-IF

           MOVE ZERO TO WS-ST-RC(WS-STREAM-NO)
           OPEN INPUT STREAM-RC-FILE
           IF WS-RC-FILE-STATUS = "00"
               READ STREAM-RC-FILE
                   NOT AT END
                       IF FUNCTION TRIM(STREAM-RC-REC) IS NUMERIC
                           MOVE FUNCTION NUMVAL(STREAM-RC-REC)
                               TO WS-ST-RC(WS-STREAM-NO)
                       END-IF
               END-READ
               CLOSE STREAM-RC-FILE
           END-IF
           IF WS-ST-DONE(WS-STREAM-NO)
               AND WS-ST-RC(WS-STREAM-NO) > WS-WORST-RC
               MOVE WS-ST-RC(WS-STREAM-NO) TO WS-WORST-RC
           END-IF

           MOVE ZERO TO WS-ST-WRITTEN(WS-STREAM-NO)
           MOVE ZERO TO WS-ST-REJECTED(WS-STREAM-NO)
           MOVE ZERO TO WS-ST-DIVERTED(WS-STREAM-NO)
           MOVE ZERO TO WS-ST-WAREHOUSED(WS-STREAM-NO)
           OPEN INPUT STREAM-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               MOVE "N" TO WS-LOG-EOF-SW
               PERFORM TALLY-ONE-LOG-LINE UNTIL WS-LOG-EOF
               CLOSE STREAM-LOG-FILE
           END-IF
           ADD WS-ST-WRITTEN(WS-STREAM-NO)  TO WS-SUM-WRITTEN
           ADD WS-ST-REJECTED(WS-STREAM-NO) TO WS-SUM-REJECTED
           ADD WS-ST-DIVERTED(WS-STREAM-NO) TO WS-SUM-DIVERTED
           ADD WS-ST-WAREHOUSED(WS-STREAM-NO) TO WS-SUM-WAREHOUSED

           DISPLAY "STREAM " WS-STREAM-NO " RC " WS-ST-RC(WS-STREAM-NO)
               " checkpoint " WS-ST-CKPT(WS-STREAM-NO) " of "
               WS-ST-LINES(WS-STREAM-NO) ", "
               WS-ST-WRITTEN(WS-STREAM-NO) " written, "
               WS-ST-REJECTED(WS-STREAM-NO) " rejected, "
               WS-ST-DIVERTED(WS-STREAM-NO) " diverted, "
               WS-ST-WAREHOUSED(WS-STREAM-NO) " warehoused".

      *> "Batch complete: nnnnnnn lines read, nnnnnnn transactions
      *> written to <path>, nnnnnnn rejected to <path>, nnnnnnn
      *> diverted for approval, nnnnnnn warehoused for a future date"
      *> -- the counts either side of the two paths are found by the
      *> literal that follows them.
       TALLY-ONE-LOG-LINE.
           READ STREAM-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
               NOT AT END
                   IF STREAM-LOG-REC(1:16) = "Batch complete: "
                       IF STREAM-LOG-REC(37:7) IS NUMERIC
                           MOVE STREAM-LOG-REC(37:7) TO WS-LOG-COUNT
                           ADD WS-LOG-COUNT TO WS-ST-WRITTEN(WS-STREAM-NO)
                       END-IF
                       MOVE ZERO TO WS-LOG-POS
                       INSPECT STREAM-LOG-REC TALLYING WS-LOG-POS
                           FOR CHARACTERS BEFORE INITIAL " rejected to "
                       IF WS-LOG-POS > 7 AND WS-LOG-POS < 600
                           AND STREAM-LOG-REC(WS-LOG-POS - 6:7) IS NUMERIC
                           MOVE STREAM-LOG-REC(WS-LOG-POS - 6:7)
                               TO WS-LOG-COUNT
                           ADD WS-LOG-COUNT TO WS-ST-REJECTED(WS-STREAM-NO)
                       END-IF
                       MOVE ZERO TO WS-LOG-POS
                       INSPECT STREAM-LOG-REC TALLYING WS-LOG-POS
                           FOR CHARACTERS BEFORE INITIAL
                               " diverted for approval"
                       IF WS-LOG-POS > 7 AND WS-LOG-POS < 600
                           AND STREAM-LOG-REC(WS-LOG-POS - 6:7) IS NUMERIC
                           MOVE STREAM-LOG-REC(WS-LOG-POS - 6:7)
                               TO WS-LOG-COUNT
                           ADD WS-LOG-COUNT TO WS-ST-DIVERTED(WS-STREAM-NO)
                       END-IF
                       MOVE ZERO TO WS-LOG-POS
                       INSPECT STREAM-LOG-REC TALLYING WS-LOG-POS
                           FOR CHARACTERS BEFORE INITIAL
                               " warehoused for a future date"
                       IF WS-LOG-POS > 7 AND WS-LOG-POS < 600
                           AND STREAM-LOG-REC(WS-LOG-POS - 6:7) IS NUMERIC
                           MOVE STREAM-LOG-REC(WS-LOG-POS - 6:7)
                               TO WS-LOG-COUNT
                           ADD WS-LOG-COUNT
                               TO WS-ST-WAREHOUSED(WS-STREAM-NO)
                       END-IF
                   END-IF
           END-READ.

       REPORT-UNFINISHED-STREAMS.
           PERFORM REPORT-ONE-UNFINISHED
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT
           DISPLAY "PARALLEL POSTING INCOMPLETE -- fix the failing "
               "stream(s), then rerun with RESTART to resume only "
               "the unfinished streams".

       REPORT-ONE-UNFINISHED.
           IF NOT WS-ST-DONE(WS-STREAM-NO)
               PERFORM BUILD-STREAM-PATHS
               DISPLAY "ERROR: stream " WS-STREAM-NO " stopped at line "
                   WS-ST-CKPT(WS-STREAM-NO) " of "
                   WS-ST-LINES(WS-STREAM-NO) " (RC "
                   WS-ST-RC(WS-STREAM-NO) ") -- see "
                   FUNCTION TRIM(WS-LOG-PATH)
           END-IF.

      *> =================================================================
      *> FOLD -- stream audit lines are re-chained onto the shared audit
      *> log, stream journal entries appended to the shared journal;
      *> the hand-off files are emptied so nothing is folded twice
      *> =================================================================
       FOLD-STREAM-AUDIT-LOGS.
           PERFORM OPEN-AUDIT-LOG
           MOVE ZERO TO WS-FOLDED-AUDIT
           PERFORM FOLD-ONE-AUDIT-LOG
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT
           PERFORM CLOSE-AUDIT-LOG.

       FOLD-ONE-AUDIT-LOG.
           PERFORM BUILD-STREAM-PATHS
           OPEN INPUT STREAM-AUDIT-FILE
           IF WS-SAUD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM FOLD-ONE-AUDIT-LINE UNTIL WS-EOF
           CLOSE STREAM-AUDIT-FILE
           OPEN OUTPUT STREAM-AUDIT-FILE
           CLOSE STREAM-AUDIT-FILE.

       FOLD-ONE-AUDIT-LINE.
           READ STREAM-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SAUD-REC TO AUDIT-LOG-REC
                   PERFORM EXTRACT-TRAILING-HASH
                   MOVE SPACES TO WS-AUDIT-LINE
                   IF WS-AUDIT-TAIL-POS > 2
                       MOVE AUDIT-LOG-REC(1:WS-AUDIT-TAIL-POS - 2)
                           TO WS-AUDIT-LINE
                   ELSE
                       MOVE AUDIT-LOG-REC TO WS-AUDIT-LINE
                   END-IF
                   MOVE WS-AUDIT-LINE TO WS-AUDIT-HASH-TEXT
                   PERFORM COMPUTE-AUDIT-CHAIN-HASH
                   MOVE SPACES TO AUDIT-LOG-REC
                   STRING FUNCTION TRIM(WS-AUDIT-LINE) DELIMITED BY SIZE
                          ","                          DELIMITED BY SIZE
                          WS-AUDIT-HASH                DELIMITED BY SIZE
                       INTO AUDIT-LOG-REC
                   END-STRING
                   WRITE AUDIT-LOG-REC
                   MOVE WS-AUDIT-HASH TO WS-AUDIT-PREV-HASH
                   ADD 1 TO WS-FOLDED-AUDIT
           END-READ.

       FOLD-STREAM-JOURNALS.
           PERFORM OPEN-RECOVERY-JRNL
           MOVE ZERO TO WS-FOLDED-JRNL
           PERFORM FOLD-ONE-JOURNAL
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT
           PERFORM CLOSE-RECOVERY-JRNL
           DISPLAY "Folded " WS-FOLDED-AUDIT " audit line(s) into "
               FUNCTION TRIM(WS-AUDIT-LOG-PATH) ", " WS-FOLDED-JRNL
               " journal record(s) into " FUNCTION TRIM(WS-JRNL-PATH).

       FOLD-ONE-JOURNAL.
           PERFORM BUILD-STREAM-PATHS
           OPEN INPUT STREAM-JRNL-FILE
           IF WS-SJRNL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM FOLD-ONE-JOURNAL-ENTRY UNTIL WS-EOF
           CLOSE STREAM-JRNL-FILE
           OPEN OUTPUT STREAM-JRNL-FILE
           CLOSE STREAM-JRNL-FILE.

       FOLD-ONE-JOURNAL-ENTRY.
           READ STREAM-JRNL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   WRITE RECOVERY-JRNL-REC FROM SJRNL-REC
                   ADD 1 TO WS-FOLDED-JRNL
           END-READ.

      *> =================================================================
      *> MERGE REJECTS -- each stream reject is paired, in order, with
      *> its "REJECT: input line n" console line, mapped back to its
      *> control-file line, and the lot written out in that order
      *> =================================================================
       MERGE-STREAM-REJECTS.
           OPEN OUTPUT REJ-ORDER-FILE
           CLOSE REJ-ORDER-FILE
           OPEN I-O REJ-ORDER-FILE
           OPEN INPUT LINE-MAP-FILE
           MOVE ZERO TO WS-REJ-SEQ WS-UNMAPPED-COUNT
           PERFORM ORDER-ONE-STREAM-REJECTS
               VARYING WS-STREAM-NO FROM 1 BY 1
               UNTIL WS-STREAM-NO > WS-STREAM-COUNT
           CLOSE LINE-MAP-FILE

           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open reject file "
                   FUNCTION TRIM(WS-REJECT-PATH)
               DISPLAY "       FILE STATUS = " WS-REJECT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-MERGED-REJECTS
           MOVE LOW-VALUES TO RJX-KEY
           START REJ-ORDER-FILE KEY IS NOT LESS THAN RJX-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-SW
           END-START
           PERFORM WRITE-ONE-MERGED-REJECT UNTIL WS-EOF
           CLOSE REJECT-FILE
           CLOSE REJ-ORDER-FILE

           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY "WARNING: " WS-UNMAPPED-COUNT
                   " reject(s) could not be matched to a control line"
                   " -- written at the end of "
                   FUNCTION TRIM(WS-REJECT-PATH)
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF.

       ORDER-ONE-STREAM-REJECTS.
           PERFORM BUILD-STREAM-PATHS
           OPEN INPUT STREAM-REJ-FILE
           IF WS-SREJ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STREAM-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               MOVE "N" TO WS-LOG-EOF-SW
           ELSE
               SET WS-LOG-EOF TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM ORDER-ONE-REJECT UNTIL WS-EOF
           CLOSE STREAM-REJ-FILE
           IF WS-LOG-FILE-STATUS NOT = "35"
               CLOSE STREAM-LOG-FILE
           END-IF.

       ORDER-ONE-REJECT.
           READ STREAM-REJ-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE "N" TO WS-FOUND-SW
                   PERFORM FIND-NEXT-REJECT-LINE
                       UNTIL WS-FOUND OR WS-LOG-EOF
                   MOVE 999999999 TO RJX-ORIG-LINE
                   IF WS-FOUND
                       MOVE WS-STREAM-NO   TO MAP-STREAM
                       MOVE WS-STREAM-LINE TO MAP-STREAM-LINE
                       READ LINE-MAP-FILE
                           NOT INVALID KEY
                               MOVE MAP-ORIG-LINE TO RJX-ORIG-LINE
                       END-READ
                   END-IF
                   IF RJX-ORIG-LINE = 999999999
                       ADD 1 TO WS-UNMAPPED-COUNT
                   END-IF
                   ADD 1 TO WS-REJ-SEQ
                   MOVE WS-REJ-SEQ TO RJX-SEQ
                   MOVE SREJ-REC   TO RJX-REJ-IMAGE
                   WRITE RJX-REC
           END-READ.

       FIND-NEXT-REJECT-LINE.
           READ STREAM-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
               NOT AT END
                   IF STREAM-LOG-REC(1:19) = "REJECT: input line "
                       AND STREAM-LOG-REC(20:7) IS NUMERIC
                       MOVE STREAM-LOG-REC(20:7) TO WS-STREAM-LINE
                       SET WS-FOUND TO TRUE
                   END-IF
           END-READ.

       WRITE-ONE-MERGED-REJECT.
           READ REJ-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RJX-REJ-IMAGE TO REJECT-REC
                   WRITE REJECT-REC
                   ADD 1 TO WS-MERGED-REJECTS
           END-READ.

      *> The control file as a whole is now fully read -- a plain
      *> BATCH ... RESTART against it would skip every line.
       WRITE-COMBINED-CHECKPOINT.
           MOVE SPACES TO WS-CKPT-PATH
           STRING FUNCTION TRIM(WS-CONTROL-PATH) DELIMITED BY SIZE
                  ".ckp"                         DELIMITED BY SIZE
               INTO WS-CKPT-PATH
           END-STRING
           OPEN OUTPUT CKPT-FILE
           MOVE WS-TOTAL-LINES TO CKPT-REC
           WRITE CKPT-REC
           CLOSE CKPT-FILE.

       SHOW-CONTROL-TOTALS.
           COMPUTE WS-SUM-ACCOUNTED =
               WS-SUM-WRITTEN + WS-SUM-REJECTED + WS-SUM-DIVERTED
               + WS-SUM-WAREHOUSED

           DISPLAY "Parallel batch complete: " WS-TOTAL-LINES
               " lines read in " WS-STREAM-COUNT " stream(s), "
               WS-SUM-WRITTEN " transactions written to "
               FUNCTION TRIM(WS-FILE-PATH) ", " WS-MERGED-REJECTS
               " rejected to " FUNCTION TRIM(WS-REJECT-PATH) ", "
               WS-SUM-DIVERTED " diverted for approval, "
               WS-SUM-WAREHOUSED " warehoused for a future date"

           IF WS-MERGED-REJECTS NOT = WS-SUM-REJECTED
               DISPLAY "WARNING: merged reject file holds "
                   WS-MERGED-REJECTS " record(s) but the streams "
                   "reported " WS-SUM-REJECTED
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF
           IF WS-SUM-ACCOUNTED NOT = WS-TOTAL-LINES
               DISPLAY "WARNING: control totals out of balance -- "
                   WS-TOTAL-LINES " lines read, " WS-SUM-ACCOUNTED
                   " written/rejected/diverted/warehoused"
               IF WS-WORST-RC < 4
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF.

       COPY "audit_log.cpy".

       COPY "recovery_journal.cpy".
