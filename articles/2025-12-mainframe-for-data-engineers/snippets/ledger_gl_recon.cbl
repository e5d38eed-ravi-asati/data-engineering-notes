       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-GL-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO WS-GL-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       COPY "balance_master.cpy".

       FD  HIST-FILE.
       COPY "balance_history.cpy".

       *> The same chart-of-accounts map LEDGER-GL-POST books through:
       *> TRXN_TYPE|CHANNEL|CURRENCY|GL_ACCT|OFFSET_GL_ACCT lines.
       FD  GL-MAP-FILE.
       01  GL-MAP-REC             PIC X(100).

       *> The daily journals LEDGER-GL-POST sent, JOURNAL_BASE.YYYYMMDD.dat.
       FD  JOURNAL-FILE.
       COPY "gl_journal.cpy".

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-FILE-STATUS  PIC XX.
       01 WS-HIST-FILE-STATUS     PIC XX.
       01 WS-GL-MAP-STATUS        PIC XX.
       01 WS-JOURNAL-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS   PIC XX.

       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(300).

       01 WS-BALANCE-PATH         PIC X(200).
       01 WS-HIST-PATH            PIC X(200).
       01 WS-GL-MAP-PATH          PIC X(200).
       01 WS-JOURNAL-BASE         PIC X(200).
       01 WS-JOURNAL-PATH         PIC X(220)  VALUE SPACES.
       01 WS-REPORT-PATH          PIC X(200).
       01 WS-START-DATE           PIC 9(8).
       01 WS-END-DATE             PIC 9(8).
       01 WS-TOLERANCE            PIC 9(9)V99 VALUE ZERO.

       01 WS-WALK-DATE            PIC 9(8).
       01 WS-WALK-INT             PIC 9(8).
       01 WS-START-INT            PIC 9(8).
       01 WS-DAY-COUNT            PIC 9(5).
       01 WS-DAY-IDX              PIC 9(5).

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".
       01 WS-MAP-EOF-SW           PIC X(1)    VALUE "N".
           88 WS-MAP-EOF                      VALUE "Y".
       01 WS-FOUND-SW             PIC X(1)    VALUE "N".
           88 WS-FOUND                        VALUE "Y".

       *> Chart-of-accounts map, exact entries ahead of "***"
       *> catch-alls, loaded the way LEDGER-GL-POST loads it.
       01 WS-MAP-TBL-COUNT        PIC 9(3)    VALUE ZERO.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
              10 WS-MAP-TYPE      PIC X(1).
              10 WS-MAP-CHANNEL   PIC X(3).
              10 WS-MAP-CURRENCY  PIC X(3).
              10 WS-MAP-GL-ACCT   PIC X(8).
              10 WS-MAP-OFFSET    PIC X(8).
       01 WS-MAP-IDX              PIC 9(3).
       01 WS-MAP-HIT-IDX          PIC 9(3).
       01 WS-MAP-SWAP             PIC X(23).

       01 WS-MAP-TYPE-TXT         PIC X(10).
       01 WS-MAP-CHNL-TXT         PIC X(10).
       01 WS-MAP-CURR-TXT         PIC X(10).
       01 WS-MAP-GL-TXT           PIC X(10).
       01 WS-MAP-OFF-TXT          PIC X(10).

       *> One control line per GL control account and currency: the
       *> sub-ledger side summed from the balance master, the GL side
       *> built from every journal sent in the range.
       01 WS-CTL-TBL-COUNT        PIC 9(2)    VALUE ZERO.
       01 WS-CTL-TABLE.
           05 WS-CTL-ENTRY OCCURS 16 TIMES.
              10 WS-CTL-GL-ACCT   PIC X(8).
              10 WS-CTL-CURRENCY  PIC X(3).
              10 WS-CTL-SUB-BAL   PIC S9(13)V99 COMP-3.
              10 WS-CTL-GL-BAL    PIC S9(13)V99 COMP-3.
              10 WS-CTL-BUCKETS   PIC 9(7).
       01 WS-CTL-IDX              PIC 9(2).
       01 WS-SRCH-IDX             PIC 9(2).
       01 WS-LOOK-CURRENCY        PIC X(3).

       *> Daily movement per control line, one slot per calendar day of
       *> the range -- where the two sides first part company.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 4000 TIMES.
              10 WS-DAY-CTL OCCURS 16 TIMES.
                 15 WS-DAY-SUB-MOVE PIC S9(13)V99 COMP-3.
                 15 WS-DAY-GL-MOVE  PIC S9(13)V99 COMP-3.

       *> Currencies on the balance master with no type-C map rule.
       01 WS-UNMAP-TBL-COUNT      PIC 9(3)    VALUE ZERO.
       01 WS-UNMAP-TABLE.
           05 WS-UNMAP-ENTRY OCCURS 50 TIMES.
              10 WS-UNMAP-CURRENCY PIC X(3).
              10 WS-UNMAP-BUCKETS  PIC 9(7).
              10 WS-UNMAP-BAL      PIC S9(13)V99 COMP-3.
       01 WS-UNMAP-IDX            PIC 9(3).

       01 WS-JRN-COUNT            PIC 9(5)    VALUE ZERO.
       01 WS-JRN-MISSING-COUNT    PIC 9(5)    VALUE ZERO.
       01 WS-BUCKET-COUNT         PIC 9(9)    VALUE ZERO.
       01 WS-HIST-COUNT           PIC 9(9)    VALUE ZERO.
       01 WS-BREAK-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-DAY-BREAK-COUNT      PIC 9(7)    VALUE ZERO.

       *> One day-journal's own control totals, proved against its
       *> trailer before the GL side trusts it.
       01 WS-FILE-DTL-COUNT       PIC 9(9).
       01 WS-FILE-DEBITS          PIC S9(13)V99 COMP-3.
       01 WS-FILE-CREDITS         PIC S9(13)V99 COMP-3.
       01 WS-TRL-SEEN-SW          PIC X(1)    VALUE "N".
           88 WS-TRL-SEEN                     VALUE "Y".
       01 WS-BAD-JRN-COUNT        PIC 9(5)    VALUE ZERO.

       01 WS-MOVE                 PIC S9(13)V99 COMP-3.
       01 WS-DIFF                 PIC S9(13)V99 COMP-3.
       01 WS-ABS-DIFF             PIC S9(13)V99 COMP-3.
       01 WS-RUN-DIFF             PIC S9(13)V99 COMP-3.
       01 WS-SUB-ED               PIC -(13).99.
       01 WS-GL-ED                PIC -(13).99.
       01 WS-DIFF-ED              PIC -(13).99.
       01 WS-RUN-ED               PIC -(13).99.
       01 WS-TOL-ED               PIC Z(8)9.99.
       01 WS-REPORT-LINE          PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 7
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: BALANCE_MASTER -- the sub-ledger being proved
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-BALANCE-PATH

           *> Arg 2: BALANCE_HISTORY -- end-of-day snapshots, for the
           *> daily sub-ledger movement
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-HIST-PATH

           *> Arg 3: GL_MAP_FILE -- LEDGER-GL-POST's chart-of-accounts map
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-GL-MAP-PATH

           *> Arg 4: JOURNAL_BASE -- daily journals are BASE.YYYYMMDD.dat
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-JOURNAL-BASE

           *> Arg 5: START_DATE; Arg 6: END_DATE (YYYYMMDD) -- the range
           *> must reach back to the first journal ever sent, and end on
           *> the last business date the balance master has posted
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-START-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-END-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))

           *> Arg 7: REPORT_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           *> Arg 8 (optional): TOLERANCE -- a break at or under this
           *> amount is reported but does not fail the run
           IF WS-ARG-COUNT > 7
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-TOLERANCE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-ARG-VALUE))
           END-IF

           IF WS-START-DATE > WS-END-DATE
               DISPLAY "ERROR: START_DATE " WS-START-DATE
                   " is after END_DATE " WS-END-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-DAY-COUNT =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE) - WS-START-INT + 1
           IF WS-DAY-COUNT > 4000
               DISPLAY "ERROR: " WS-DAY-COUNT " days between "
                   WS-START-DATE " and " WS-END-DATE
                   " -- the reconciliation covers at most 4000"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-DAY-TABLE

           PERFORM LOAD-GL-MAP

           IF WS-MAP-TBL-COUNT = ZERO
               DISPLAY "ERROR: no usable entries on GL map "
                   WS-GL-MAP-PATH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADINGS

           PERFORM SUM-SUB-LEDGER
           PERFORM SUM-DAILY-SUB-MOVEMENT

           MOVE WS-START-DATE TO WS-WALK-DATE
           MOVE 1 TO WS-DAY-IDX
           PERFORM READ-ONE-DAY-JOURNAL
               UNTIL WS-WALK-DATE > WS-END-DATE

           PERFORM REPORT-ONE-CONTROL
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-TBL-COUNT

           PERFORM REPORT-ONE-UNMAPPED
               VARYING WS-UNMAP-IDX FROM 1 BY 1
               UNTIL WS-UNMAP-IDX > WS-UNMAP-TBL-COUNT

           PERFORM WRITE-REPORT-SUMMARY

           CLOSE REPORT-FILE

           DISPLAY "GL reconciliation: " WS-BUCKET-COUNT
               " bucket(s) on " WS-CTL-TBL-COUNT
               " control account(s), " WS-JRN-COUNT
               " journal(s) read, " WS-BREAK-COUNT
               " break(s) over tolerance -- report at " WS-REPORT-PATH

           IF WS-BREAK-COUNT > ZERO OR WS-BAD-JRN-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNMAP-TBL-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_gl_recon BALANCE_MASTER BALANCE_HISTORY GL_MAP_FILE JOURNAL_BASE START_DATE END_DATE REPORT_FILE [TOLERANCE]"
           DISPLAY "Where each bucket's GL control account is the GL_ACCT its currency's"
           DISPLAY "  credit (TRXN_TYPE C) postings map to on GL_MAP_FILE."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_gl_recon /data/balance_master.dat /data/balance_history.dat /data/gl_acct_map.dat /data/gl_journal 20260101 20260831 /data/gl_recon.rpt 0.00".

      *> =================================================================
      *> Load the chart-of-accounts map, exact entries ahead of "***"
      *> catch-alls so the specific rule always wins.
      *> =================================================================
       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF WS-GL-MAP-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-GL-MAP-PATH
               DISPLAY "       FILE STATUS = " WS-GL-MAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ONE-MAP-LINE UNTIL WS-MAP-EOF

           CLOSE GL-MAP-FILE

           PERFORM SORT-CATCH-ALLS-LAST.

       LOAD-ONE-MAP-LINE.
           READ GL-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
               NOT AT END
                   IF GL-MAP-REC NOT = SPACES
                       AND WS-MAP-TBL-COUNT < 200
                       MOVE SPACES TO WS-MAP-TYPE-TXT WS-MAP-CHNL-TXT
                           WS-MAP-CURR-TXT WS-MAP-GL-TXT WS-MAP-OFF-TXT
                       UNSTRING GL-MAP-REC DELIMITED BY "|"
                           INTO WS-MAP-TYPE-TXT
                                WS-MAP-CHNL-TXT
                                WS-MAP-CURR-TXT
                                WS-MAP-GL-TXT
                                WS-MAP-OFF-TXT
                       END-UNSTRING
                       ADD 1 TO WS-MAP-TBL-COUNT
                       MOVE WS-MAP-TYPE-TXT(1:1)
                           TO WS-MAP-TYPE(WS-MAP-TBL-COUNT)
                       MOVE WS-MAP-CHNL-TXT(1:3)
                           TO WS-MAP-CHANNEL(WS-MAP-TBL-COUNT)
                       MOVE WS-MAP-CURR-TXT(1:3)
                           TO WS-MAP-CURRENCY(WS-MAP-TBL-COUNT)
                       MOVE WS-MAP-GL-TXT(1:8)
                           TO WS-MAP-GL-ACCT(WS-MAP-TBL-COUNT)
                       MOVE WS-MAP-OFF-TXT(1:8)
                           TO WS-MAP-OFFSET(WS-MAP-TBL-COUNT)
                   END-IF
           END-READ.

       SORT-CATCH-ALLS-LAST.
           MOVE 1 TO WS-MAP-IDX
           PERFORM FLOAT-ONE-CATCH-ALL
               UNTIL WS-MAP-IDX >= WS-MAP-TBL-COUNT.

       FLOAT-ONE-CATCH-ALL.
           IF (WS-MAP-CHANNEL(WS-MAP-IDX) = "***"
                 OR WS-MAP-CURRENCY(WS-MAP-IDX) = "***")
               AND WS-MAP-CHANNEL(WS-MAP-IDX + 1) NOT = "***"
               AND WS-MAP-CURRENCY(WS-MAP-IDX + 1) NOT = "***"
               MOVE WS-MAP-ENTRY(WS-MAP-IDX)     TO WS-MAP-SWAP
               MOVE WS-MAP-ENTRY(WS-MAP-IDX + 1)
                   TO WS-MAP-ENTRY(WS-MAP-IDX)
               MOVE WS-MAP-SWAP
                   TO WS-MAP-ENTRY(WS-MAP-IDX + 1)
               MOVE 1 TO WS-MAP-IDX
           ELSE
               ADD 1 TO WS-MAP-IDX
           END-IF.

      *> =================================================================
      *> A balance bucket has no channel, so it maps through its
      *> currency's credit rule: the GL account a credit posting to the
      *> bucket books on its own side is the bucket's control account.
      *> LOOK-UP-CONTROL leaves WS-CTL-IDX on the control line (creating
      *> it on first sight) or zero for a currency the map cannot place.
      *> =================================================================
       LOOK-UP-CONTROL.
           MOVE ZERO TO WS-CTL-IDX
           MOVE "N" TO WS-FOUND-SW
           PERFORM SEARCH-ONE-CONTROL
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-CTL-TBL-COUNT OR WS-FOUND
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-MAP-HIT-IDX
           PERFORM MATCH-ONE-CREDIT-RULE
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-TBL-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-CTL-TBL-COUNT >= 16
               DISPLAY "ERROR: more than 16 GL control account/currency "
                   "lines -- extend the reconciliation table"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CTL-TBL-COUNT
           MOVE WS-CTL-TBL-COUNT TO WS-CTL-IDX
           MOVE WS-MAP-GL-ACCT(WS-MAP-HIT-IDX)
               TO WS-CTL-GL-ACCT(WS-CTL-IDX)
           MOVE WS-LOOK-CURRENCY TO WS-CTL-CURRENCY(WS-CTL-IDX)
           MOVE ZERO TO WS-CTL-SUB-BAL(WS-CTL-IDX)
           MOVE ZERO TO WS-CTL-GL-BAL(WS-CTL-IDX)
           MOVE ZERO TO WS-CTL-BUCKETS(WS-CTL-IDX).

       SEARCH-ONE-CONTROL.
           IF WS-CTL-CURRENCY(WS-SRCH-IDX) = WS-LOOK-CURRENCY
               MOVE WS-SRCH-IDX TO WS-CTL-IDX
               SET WS-FOUND TO TRUE
           END-IF.

       MATCH-ONE-CREDIT-RULE.
           IF WS-MAP-TYPE(WS-MAP-IDX) = "C"
               AND (WS-MAP-CURRENCY(WS-MAP-IDX) = WS-LOOK-CURRENCY
                    OR WS-MAP-CURRENCY(WS-MAP-IDX) = "***")
               MOVE WS-MAP-IDX TO WS-MAP-HIT-IDX
               SET WS-FOUND TO TRUE
           END-IF.

      *> =================================================================
      *> Sub-ledger side: every balance-master bucket summed onto its
      *> control line.
      *> =================================================================
       SUM-SUB-LEDGER.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-BALANCE-PATH
               DISPLAY "       FILE STATUS = " WS-BALANCE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM SUM-ONE-BUCKET UNTIL WS-EOF

           CLOSE BALANCE-FILE.

       SUM-ONE-BUCKET.
           READ BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BUCKET-COUNT
                   MOVE BAL-CURRENCY TO WS-LOOK-CURRENCY
                   PERFORM LOOK-UP-CONTROL
                   IF WS-CTL-IDX = ZERO
                       PERFORM NOTE-UNMAPPED-BUCKET
                   ELSE
                       ADD BAL-CURRENT-BAL TO WS-CTL-SUB-BAL(WS-CTL-IDX)
                       ADD 1 TO WS-CTL-BUCKETS(WS-CTL-IDX)
                   END-IF
           END-READ.

       NOTE-UNMAPPED-BUCKET.
           MOVE "N" TO WS-FOUND-SW
           PERFORM SEARCH-ONE-UNMAPPED
               VARYING WS-UNMAP-IDX FROM 1 BY 1
               UNTIL WS-UNMAP-IDX > WS-UNMAP-TBL-COUNT OR WS-FOUND
           IF NOT WS-FOUND AND WS-UNMAP-TBL-COUNT < 50
               ADD 1 TO WS-UNMAP-TBL-COUNT
               MOVE BAL-CURRENCY TO WS-UNMAP-CURRENCY(WS-UNMAP-TBL-COUNT)
               MOVE 1 TO WS-UNMAP-BUCKETS(WS-UNMAP-TBL-COUNT)
               MOVE BAL-CURRENT-BAL TO WS-UNMAP-BAL(WS-UNMAP-TBL-COUNT)
           END-IF.

       SEARCH-ONE-UNMAPPED.
           IF WS-UNMAP-CURRENCY(WS-UNMAP-IDX) = BAL-CURRENCY
               ADD 1 TO WS-UNMAP-BUCKETS(WS-UNMAP-IDX)
               ADD BAL-CURRENT-BAL TO WS-UNMAP-BAL(WS-UNMAP-IDX)
               SET WS-FOUND TO TRUE
           END-IF.

      *> =================================================================
      *> Daily sub-ledger movement from the end-of-day snapshots: each
      *> bucket's close less its open, per business date in the range.
      *> =================================================================
       SUM-DAILY-SUB-MOVEMENT.
           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-HIST-PATH
               DISPLAY "       FILE STATUS = " WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM SUM-ONE-HIST-ROW UNTIL WS-EOF

           CLOSE HIST-FILE.

       SUM-ONE-HIST-ROW.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF BH-BUS-DATE >= WS-START-DATE
                       AND BH-BUS-DATE <= WS-END-DATE
                       ADD 1 TO WS-HIST-COUNT
                       MOVE BH-CURRENCY TO WS-LOOK-CURRENCY
                       PERFORM LOOK-UP-CONTROL
                       IF WS-CTL-IDX > ZERO
                           COMPUTE WS-DAY-IDX =
                               FUNCTION INTEGER-OF-DATE(BH-BUS-DATE)
                               - WS-START-INT + 1
                           COMPUTE WS-DAY-SUB-MOVE(WS-DAY-IDX, WS-CTL-IDX)
                               = WS-DAY-SUB-MOVE(WS-DAY-IDX, WS-CTL-IDX)
                               + BH-CLOSE-BAL - BH-OPEN-BAL
                       END-IF
                   END-IF
           END-READ.

      *> =================================================================
      *> GL side: one calendar day's journal. A control account's
      *> balance is credits less debits, the same sign the balance
      *> master keeps. A journal that does not prove to its own trailer
      *> is reported and still counted -- the break it causes shows up
      *> on its date in the drill-down.
      *> =================================================================
       READ-ONE-DAY-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-PATH
           STRING FUNCTION TRIM(WS-JOURNAL-BASE) DELIMITED BY SIZE
                  "."                            DELIMITED BY SIZE
                  WS-WALK-DATE                   DELIMITED BY SIZE
                  ".dat"                         DELIMITED BY SIZE
               INTO WS-JOURNAL-PATH
           END-STRING

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               ADD 1 TO WS-JRN-COUNT
               MOVE ZERO TO WS-FILE-DTL-COUNT
               MOVE ZERO TO WS-FILE-DEBITS
               MOVE ZERO TO WS-FILE-CREDITS
               MOVE "N" TO WS-TRL-SEEN-SW
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-ONE-JOURNAL-RECORD UNTIL WS-EOF
               CLOSE JOURNAL-FILE
               IF NOT WS-TRL-SEEN
                   PERFORM NOTE-BAD-JOURNAL
               END-IF
           ELSE
               ADD 1 TO WS-JRN-MISSING-COUNT
           END-IF

           COMPUTE WS-WALK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WALK-DATE) + 1
           COMPUTE WS-WALK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
           ADD 1 TO WS-DAY-IDX.

       READ-ONE-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE GLJ-REC-TYPE
                       WHEN "D"
                           PERFORM TAKE-ONE-JOURNAL-DETAIL
                       WHEN "T"
                           SET WS-TRL-SEEN TO TRUE
                           IF GLJ-TRL-RECORD-COUNT NOT = WS-FILE-DTL-COUNT
                               OR GLJ-TRL-TOTAL-DEBITS NOT = WS-FILE-DEBITS
                               OR GLJ-TRL-TOTAL-CREDITS
                                   NOT = WS-FILE-CREDITS
                               PERFORM NOTE-BAD-JOURNAL
                           END-IF
                   END-EVALUATE
           END-READ.

       TAKE-ONE-JOURNAL-DETAIL.
           ADD 1 TO WS-FILE-DTL-COUNT
           IF GLJ-DTL-DR-CR = "D"
               ADD GLJ-DTL-AMOUNT TO WS-FILE-DEBITS
               COMPUTE WS-MOVE = ZERO - GLJ-DTL-AMOUNT
           ELSE
               ADD GLJ-DTL-AMOUNT TO WS-FILE-CREDITS
               MOVE GLJ-DTL-AMOUNT TO WS-MOVE
           END-IF

           MOVE "N" TO WS-FOUND-SW
           PERFORM SEARCH-CONTROL-FOR-DETAIL
               VARYING WS-SRCH-IDX FROM 1 BY 1
               UNTIL WS-SRCH-IDX > WS-CTL-TBL-COUNT OR WS-FOUND.

       SEARCH-CONTROL-FOR-DETAIL.
           IF WS-CTL-GL-ACCT(WS-SRCH-IDX) = GLJ-DTL-GL-ACCT
               AND WS-CTL-CURRENCY(WS-SRCH-IDX) = GLJ-DTL-CURRENCY
               ADD WS-MOVE TO WS-CTL-GL-BAL(WS-SRCH-IDX)
               ADD WS-MOVE TO WS-DAY-GL-MOVE(WS-DAY-IDX, WS-SRCH-IDX)
               SET WS-FOUND TO TRUE
           END-IF.

       NOTE-BAD-JOURNAL.
           ADD 1 TO WS-BAD-JRN-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BAD JOURNAL " WS-WALK-DATE " "
                  FUNCTION TRIM(WS-JOURNAL-PATH)
                  " -- does not prove to its own trailer"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

      *> =================================================================
      *> One control line: sub-ledger total against the GL's cumulative
      *> balance. A break over tolerance drills down to every business
      *> date whose movements disagree, with the running difference.
      *> =================================================================
       REPORT-ONE-CONTROL.
           COMPUTE WS-DIFF = WS-CTL-SUB-BAL(WS-CTL-IDX)
               - WS-CTL-GL-BAL(WS-CTL-IDX)
           MOVE WS-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF < ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
           END-IF

           MOVE WS-CTL-SUB-BAL(WS-CTL-IDX) TO WS-SUB-ED
           MOVE WS-CTL-GL-BAL(WS-CTL-IDX)  TO WS-GL-ED
           MOVE WS-DIFF                    TO WS-DIFF-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CTL-GL-ACCT(WS-CTL-IDX) " "
                  WS-CTL-CURRENCY(WS-CTL-IDX)
                  "  SUB-LEDGER " WS-SUB-ED
                  "  GL " WS-GL-ED
                  "  BREAK " WS-DIFF-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           IF WS-ABS-DIFF > WS-TOLERANCE
               MOVE "  ** BREAK" TO WS-REPORT-LINE(122:10)
           ELSE
               MOVE "  AGREED"   TO WS-REPORT-LINE(122:10)
           END-IF
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           IF WS-ABS-DIFF <= WS-TOLERANCE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-BREAK-COUNT
           MOVE ZERO TO WS-RUN-DIFF
           MOVE WS-START-DATE TO WS-WALK-DATE
           PERFORM DRILL-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.

       DRILL-ONE-DAY.
           COMPUTE WS-DIFF = WS-DAY-SUB-MOVE(WS-DAY-IDX, WS-CTL-IDX)
               - WS-DAY-GL-MOVE(WS-DAY-IDX, WS-CTL-IDX)
           ADD WS-DIFF TO WS-RUN-DIFF
           MOVE WS-DIFF TO WS-ABS-DIFF
           IF WS-ABS-DIFF < ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
           END-IF

           IF WS-ABS-DIFF > WS-TOLERANCE
               ADD 1 TO WS-DAY-BREAK-COUNT
               COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-START-INT + WS-DAY-IDX - 1)
               MOVE WS-DAY-SUB-MOVE(WS-DAY-IDX, WS-CTL-IDX) TO WS-SUB-ED
               MOVE WS-DAY-GL-MOVE(WS-DAY-IDX, WS-CTL-IDX)  TO WS-GL-ED
               MOVE WS-DIFF                                 TO WS-DIFF-ED
               MOVE WS-RUN-DIFF                             TO WS-RUN-ED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " WS-WALK-DATE
                      "  SUB MOVE " WS-SUB-ED
                      "  GL MOVE " WS-GL-ED
                      "  DAY " WS-DIFF-ED
                      "  RUNNING " WS-RUN-ED
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       REPORT-ONE-UNMAPPED.
           MOVE WS-UNMAP-BAL(WS-UNMAP-IDX) TO WS-SUB-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UNMAPPED " WS-UNMAP-CURRENCY(WS-UNMAP-IDX) " "
                  WS-UNMAP-BUCKETS(WS-UNMAP-IDX) " bucket(s) "
                  WS-SUB-ED
                  " -- no TRXN_TYPE C rule for the currency on the GL map"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-REPORT-HEADINGS.
           MOVE WS-TOLERANCE TO WS-TOL-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUB-LEDGER TO GL CONTROL RECONCILIATION   "
                  WS-START-DATE " THROUGH " WS-END-DATE
                  "   TOLERANCE " WS-TOL-ED
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE ALL "-" TO REPORT-REC(1:132)
           WRITE REPORT-REC.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-REC
           MOVE ALL "-" TO REPORT-REC(1:132)
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BUCKETS: " WS-BUCKET-COUNT
                  "  CONTROL LINES: " WS-CTL-TBL-COUNT
                  "  JOURNALS READ: " WS-JRN-COUNT
                  "  DAYS WITH NO JOURNAL: " WS-JRN-MISSING-COUNT
                  "  BAD JOURNALS: " WS-BAD-JRN-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BREAKS OVER TOLERANCE: " WS-BREAK-COUNT
                  "  DIVERGENT BUSINESS DATES: " WS-DAY-BREAK-COUNT
                  "  UNMAPPED CURRENCIES: " WS-UNMAP-TBL-COUNT
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.
