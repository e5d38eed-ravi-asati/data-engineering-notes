       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-SOD-REPORT.

      *> =================================================================
      *> Daily segregation-of-duties check. Reads the shared audit log
      *> against a table of conflict rules and lists every action on the
      *> report date that conflicts with an earlier action, by the same
      *> person, on the same object -- with the audit lines that prove
      *> it -- and hands the nightly health report the count.
      *>
      *> One rule per line of RULE_FILE, pipe-delimited (blank lines and
      *> lines starting # are skipped):
      *>   RULE_ID|PROGRAM_A|VERB_A|WORD_A|PROGRAM_B|VERB_B|WORD_B|
      *>   LINK|WINDOW_DAYS|DESCRIPTION
      *> B is the action taken on the report date; A is the earlier
      *> action it conflicts with, at most WINDOW_DAYS before it (0 =
      *> the same day). PROGRAM is the audit program ID and VERB the
      *> first word of the audit key; either may be *. WORD picks the
      *> word of the key that names the object:
      *>   n   -- word n as written (an account, an operator ID)
      *>   Tn  -- word n is a TRXN-ID; the object is its ACCT-ID
      *>   Rn  -- word n is a reversal's TRXN-ID; the object is the
      *>          TRXN-ID it reversed (its "REV OF" description)
      *> LINK SAME -- the same operator did A and B to the same object.
      *> LINK OPER -- A's object is an operator ID, B is that operator's
      *> SIGNON, and whoever did A signed on from the OS user B signed
      *> on from: the admin who set the operator up is the one using it.
      *>
      *>   MNTPOST|ACCT-MASTER-MAINT|STAGE|4|*|*|T1|SAME|0|Master change and posting to the same account
      *>   REVOWN|*|*|1|REVERSE-TRXN|*|R1|SAME|30|Reversal of own posting
      *>   OPRSIGN|OPERATOR-MAINT|ADD|2|*|SIGNON|2|OPER|0|Admin signed on as an operator they created
      *> =================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN-FILE ASSIGN TO WS-AUDIT-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

           SELECT RULE-FILE ASSIGN TO WS-RULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT TRXN-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRXN-ID
               ALTERNATE RECORD KEY IS ACCT-ID WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT COUNT-FILE ASSIGN TO WS-COUNT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-REC           PIC X(400).

       FD  RULE-FILE.
       01  RULE-REC               PIC X(200).

       FD  TRXN-FILE
           BLOCK CONTAINS 100 RECORDS.
       COPY "ledger_trxn_writer.cpy".

       FD  OPERATOR-FILE.
       COPY "operator_profile.cpy".

       *> One DATE|SOD-CONFLICT|n line for LEDGER-HEALTH-REPORT.
       FD  COUNT-FILE.
       01  COUNT-REC              PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-IN-STATUS      PIC XX.
       01 WS-RULE-FILE-STATUS     PIC XX.
       01 WS-FILE-STATUS          PIC XX.
       01 WS-OPERATOR-FILE-STATUS PIC XX.
       01 WS-COUNT-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS   PIC XX.

       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(300).

       01 WS-REPORT-DATE          PIC 9(8).
       01 WS-REPORT-DATE-INT      PIC 9(8).
       01 WS-WINDOW-START-INT     PIC 9(8).
       01 WS-AUDIT-IN-PATH        PIC X(200).
       01 WS-RULE-PATH            PIC X(200).
       01 WS-FILE-PATH            PIC X(200).
       01 WS-OPERATOR-PATH        PIC X(200).
       01 WS-COUNT-PATH           PIC X(200).
       01 WS-REPORT-PATH          PIC X(200).

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".

       01 WS-TRXN-OPEN-SW         PIC X(1)    VALUE "N".
           88 WS-TRXN-OPEN                    VALUE "Y".

       01 WS-OPERATOR-OPEN-SW     PIC X(1)    VALUE "N".
           88 WS-OPERATOR-OPEN                VALUE "Y".

       01 WS-OVERFLOW-SW          PIC X(1)    VALUE "N".
           88 WS-OVERFLOW                     VALUE "Y".

       01 WS-WARNING-SW           PIC X(1)    VALUE "N".
           88 WS-WARNING                      VALUE "Y".

       *> The conflict rules.
       01 WS-RULE-LINE-NO         PIC 9(5)    VALUE ZERO.
       01 WS-RULE-COUNT           PIC 9(3)    VALUE ZERO.
       01 WS-RULE-MAX             PIC 9(3)    VALUE 50.
       01 WS-RULE-MAX-WINDOW      PIC 9(3)    VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES.
              10 WS-RULE-ID       PIC X(8).
              10 WS-RULE-PROG-A   PIC X(20).
              10 WS-RULE-VERB-A   PIC X(10).
              10 WS-RULE-KIND-A   PIC X(1).
              10 WS-RULE-WORD-A   PIC 9(1).
              10 WS-RULE-PROG-B   PIC X(20).
              10 WS-RULE-VERB-B   PIC X(10).
              10 WS-RULE-KIND-B   PIC X(1).
              10 WS-RULE-WORD-B   PIC 9(1).
              10 WS-RULE-LINK     PIC X(4).
              10 WS-RULE-WINDOW   PIC 9(3).
              10 WS-RULE-DESC     PIC X(60).
       01 WS-RULE-IDX             PIC 9(3).

       *> Fields split out of one rule line.
       01 WS-R-ID-TXT             PIC X(30).
       01 WS-R-PROG-A-TXT         PIC X(30).
       01 WS-R-VERB-A-TXT         PIC X(30).
       01 WS-R-WORD-A-TXT         PIC X(30).
       01 WS-R-PROG-B-TXT         PIC X(30).
       01 WS-R-VERB-B-TXT         PIC X(30).
       01 WS-R-WORD-B-TXT         PIC X(30).
       01 WS-R-LINK-TXT           PIC X(30).
       01 WS-R-WINDOW-TXT         PIC X(30).
       01 WS-R-DESC-TXT           PIC X(60).
       01 WS-R-WORD-TXT           PIC X(30).
       01 WS-R-KIND               PIC X(1).
       01 WS-R-WORD               PIC 9(1).
       01 WS-R-KIND-A             PIC X(1).
       01 WS-R-WORD-A             PIC 9(1).
       01 WS-R-VALID-SW           PIC X(1).
           88 WS-R-VALID                      VALUE "Y".

       *> Fields split out of one audit line.
       01 WS-LINE-NO              PIC 9(7)    VALUE ZERO.
       01 WS-LINES-IN-WINDOW      PIC 9(7)    VALUE ZERO.
       01 WS-A-PROGRAM            PIC X(20).
       01 WS-A-DATE-TXT           PIC X(8).
       01 WS-A-DATE               PIC 9(8).
       01 WS-A-DATE-INT           PIC 9(8).
       01 WS-A-TIME               PIC X(6).
       01 WS-A-USER               PIC X(30).
       01 WS-A-TARGET             PIC X(200).
       01 WS-A-KEY                PIC X(80).
       01 WS-KEY-WORDS.
           05 WS-KEY-WORD OCCURS 8 TIMES PIC X(30).
       01 WS-EVIDENCE             PIC X(120).

       *> One side of a rule tested against the audit line in hand.
       01 WS-SIDE-PROG            PIC X(20).
       01 WS-SIDE-VERB            PIC X(10).
       01 WS-SIDE-KIND            PIC X(1).
       01 WS-SIDE-WORD            PIC 9(1).
       01 WS-SIDE-OBJECT          PIC X(30).
       01 WS-SIDE-HIT-SW          PIC X(1).
           88 WS-SIDE-HIT                     VALUE "Y".

       *> The report date's B-side actions, one per rule they match.
       01 WS-BEV-COUNT            PIC 9(5)    VALUE ZERO.
       01 WS-BEV-MAX              PIC 9(5)    VALUE 2000.
       01 WS-BEV-TABLE.
           05 WS-BEV-ENTRY OCCURS 2000 TIMES.
              10 WS-BEV-RULE      PIC 9(3).
              10 WS-BEV-USER      PIC X(30).
              10 WS-BEV-OBJECT    PIC X(30).
              10 WS-BEV-OSUSER    PIC X(30).
              10 WS-BEV-DATE-INT  PIC 9(8).
              10 WS-BEV-LINE-NO   PIC 9(7).
              10 WS-BEV-HITS      PIC 9(5).
              10 WS-BEV-TEXT      PIC X(120).
       01 WS-BEV-IDX              PIC 9(5).

       *> Every sign-on in the window: who, from which OS user.
       01 WS-SGN-COUNT            PIC 9(5)    VALUE ZERO.
       01 WS-SGN-MAX              PIC 9(5)    VALUE 5000.
       01 WS-SGN-TABLE.
           05 WS-SGN-ENTRY OCCURS 5000 TIMES.
              10 WS-SGN-OPER      PIC X(30).
              10 WS-SGN-OSUSER    PIC X(30).
              10 WS-SGN-DATE-INT  PIC 9(8).
              10 WS-SGN-LINE-NO   PIC 9(7).
       01 WS-SGN-IDX              PIC 9(5).
       01 WS-SGN-FOUND-SW         PIC X(1).
           88 WS-SGN-FOUND                    VALUE "Y".

       *> The conflicting A-side lines, each tied to its B action.
       01 WS-CFL-COUNT            PIC 9(5)    VALUE ZERO.
       01 WS-CFL-MAX              PIC 9(5)    VALUE 5000.
       01 WS-CFL-TABLE.
           05 WS-CFL-ENTRY OCCURS 5000 TIMES.
              10 WS-CFL-BEV       PIC 9(5).
              10 WS-CFL-USER      PIC X(30).
              10 WS-CFL-LINE-NO   PIC 9(7).
              10 WS-CFL-TEXT      PIC X(120).
       01 WS-CFL-IDX              PIC 9(5).

       01 WS-LINK-SW              PIC X(1).
           88 WS-LINKED                       VALUE "Y".
       01 WS-DAYS-APART           PIC S9(8).

       01 WS-CONFLICT-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-CONFLICT-ED          PIC Z(4)9.
       01 WS-LINE-ED              PIC Z(6)9.
       01 WS-LOOK-USER            PIC X(30).
       01 WS-LOOK-DESC            PIC X(60).
       01 WS-REPORT-LINE          PIC X(132)  VALUE SPACES.
       01 WS-COUNT-LINE           PIC X(60)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: REPORT_DATE (YYYYMMDD)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF WS-ARG-VALUE(1:8) IS NOT NUMERIC
               DISPLAY "ERROR: REPORT_DATE must be YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-VALUE(1:8) TO WS-REPORT-DATE

           *> Arg 2: RULE_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-RULE-PATH

           *> Arg 3: TRXN_FILE the postings were written to ("-" =
           *> none, and T/R rule words then match nothing)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 4: REPORT_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           DISPLAY "LEDGER_AUDIT_LOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-AUDIT-IN-PATH FROM ENVIRONMENT-VALUE
           IF WS-AUDIT-IN-PATH = SPACES
               MOVE "./ledger_audit.log" TO WS-AUDIT-IN-PATH
           END-IF

           DISPLAY "LEDGER_OPERATOR_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-PATH FROM ENVIRONMENT-VALUE
           IF WS-OPERATOR-PATH = SPACES
               MOVE "./operator_profile.dat" TO WS-OPERATOR-PATH
           END-IF

           DISPLAY "LEDGER_SOD_COUNT" UPON ENVIRONMENT-NAME
           ACCEPT WS-COUNT-PATH FROM ENVIRONMENT-VALUE
           IF WS-COUNT-PATH = SPACES
               MOVE "./sod_count.dat" TO WS-COUNT-PATH
           END-IF

           PERFORM LOAD-CONFLICT-RULES

           COMPUTE WS-REPORT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           COMPUTE WS-WINDOW-START-INT =
               WS-REPORT-DATE-INT - WS-RULE-MAX-WINDOW

           IF WS-FILE-PATH NOT = "-"
               OPEN INPUT TRXN-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Unable to open " WS-FILE-PATH
                   DISPLAY "       FILE STATUS = " WS-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-TRXN-OPEN TO TRUE
           END-IF

           PERFORM COLLECT-REPORT-DAY-ACTIONS
           PERFORM MATCH-EARLIER-ACTIONS

           IF WS-TRXN-OPEN
               CLOSE TRXN-FILE
           END-IF

           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               SET WS-OPERATOR-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: operator profile not available at "
                   FUNCTION TRIM(WS-OPERATOR-PATH)
           END-IF

           PERFORM WRITE-SOD-REPORT

           IF WS-OPERATOR-OPEN
               CLOSE OPERATOR-FILE
           END-IF

           PERFORM WRITE-CONFLICT-COUNT

           MOVE WS-CONFLICT-COUNT TO WS-CONFLICT-ED
           DISPLAY "SoD report for " WS-REPORT-DATE ": "
               FUNCTION TRIM(WS-CONFLICT-ED) " conflict(s) -- "
               "report at " FUNCTION TRIM(WS-REPORT-PATH)

           IF WS-CONFLICT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_sod_report REPORT_DATE RULE_FILE TRXN_FILE REPORT_FILE"
           DISPLAY "The audit log comes from LEDGER_AUDIT_LOG, the operator"
           DISPLAY "profile from LEDGER_OPERATOR_FILE; the conflict count for"
           DISPLAY "the health report goes to LEDGER_SOD_COUNT."
           DISPLAY "Pass - for TRXN_FILE when no rule resolves a TRXN-ID."
           DISPLAY "RULE_FILE lines:"
           DISPLAY "  RULE_ID|PROGRAM_A|VERB_A|WORD_A|PROGRAM_B|VERB_B|WORD_B|LINK|WINDOW_DAYS|DESCRIPTION"
           DISPLAY "  MNTPOST|ACCT-MASTER-MAINT|STAGE|4|*|*|T1|SAME|0|Master change and posting to the same account"
           DISPLAY "  REVOWN|*|*|1|REVERSE-TRXN|*|R1|SAME|30|Reversal of own posting"
           DISPLAY "  OPRSIGN|OPERATOR-MAINT|ADD|2|*|SIGNON|2|OPER|0|Admin signed on as an operator they created"
           DISPLAY "Example:"
           DISPLAY "  ./ledger_sod_report 20260915 /data/sod_rules.txt /data/transactions.dat /data/sod.20260915.rpt".

      *> =================================================================
      *> The rule table. A line that does not parse is reported and
      *> skipped -- one bad rule must not hide what the others find.
      *> =================================================================
       LOAD-CONFLICT-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-RULE-PATH
               DISPLAY "       FILE STATUS = " WS-RULE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM LOAD-ONE-RULE-LINE UNTIL WS-EOF
           CLOSE RULE-FILE

           IF WS-RULE-COUNT = ZERO
               DISPLAY "ERROR: no conflict rules in " WS-RULE-PATH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-RULE-LINE.
           READ RULE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RULE-LINE-NO
                   IF RULE-REC NOT = SPACES
                       AND FUNCTION TRIM(RULE-REC)(1:1) NOT = "#"
                       PERFORM PARSE-ONE-RULE
                   END-IF
           END-READ.

       PARSE-ONE-RULE.
           MOVE SPACES TO WS-R-ID-TXT WS-R-PROG-A-TXT WS-R-VERB-A-TXT
               WS-R-WORD-A-TXT WS-R-PROG-B-TXT WS-R-VERB-B-TXT
               WS-R-WORD-B-TXT WS-R-LINK-TXT WS-R-WINDOW-TXT
               WS-R-DESC-TXT
           UNSTRING RULE-REC DELIMITED BY "|"
               INTO WS-R-ID-TXT
                    WS-R-PROG-A-TXT
                    WS-R-VERB-A-TXT
                    WS-R-WORD-A-TXT
                    WS-R-PROG-B-TXT
                    WS-R-VERB-B-TXT
                    WS-R-WORD-B-TXT
                    WS-R-LINK-TXT
                    WS-R-WINDOW-TXT
                    WS-R-DESC-TXT
           END-UNSTRING

           MOVE "Y" TO WS-R-VALID-SW
           IF WS-R-ID-TXT = SPACES OR WS-R-PROG-A-TXT = SPACES
               OR WS-R-VERB-A-TXT = SPACES OR WS-R-PROG-B-TXT = SPACES
               OR WS-R-VERB-B-TXT = SPACES
               MOVE "N" TO WS-R-VALID-SW
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R-LINK-TXT))
               TO WS-R-LINK-TXT
           IF WS-R-LINK-TXT NOT = "SAME" AND WS-R-LINK-TXT NOT = "OPER"
               MOVE "N" TO WS-R-VALID-SW
           END-IF
           IF FUNCTION TRIM(WS-R-WINDOW-TXT) IS NOT NUMERIC
               MOVE "N" TO WS-R-VALID-SW
           END-IF

           MOVE WS-R-WORD-A-TXT TO WS-R-WORD-TXT
           PERFORM PARSE-RULE-WORD
           MOVE WS-R-KIND TO WS-R-KIND-A
           MOVE WS-R-WORD TO WS-R-WORD-A
           MOVE WS-R-WORD-B-TXT TO WS-R-WORD-TXT
           PERFORM PARSE-RULE-WORD

           IF NOT WS-R-VALID
               DISPLAY "WARNING: rule line " WS-RULE-LINE-NO
                   " ignored -- " FUNCTION TRIM(RULE-REC)
               SET WS-WARNING TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= WS-RULE-MAX
               DISPLAY "WARNING: more than " WS-RULE-MAX
                   " rules -- rule line " WS-RULE-LINE-NO " ignored"
               SET WS-WARNING TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RULE-COUNT
           MOVE WS-R-ID-TXT      TO WS-RULE-ID(WS-RULE-COUNT)
           MOVE WS-R-PROG-A-TXT  TO WS-RULE-PROG-A(WS-RULE-COUNT)
           MOVE WS-R-VERB-A-TXT  TO WS-RULE-VERB-A(WS-RULE-COUNT)
           MOVE WS-R-KIND-A      TO WS-RULE-KIND-A(WS-RULE-COUNT)
           MOVE WS-R-WORD-A      TO WS-RULE-WORD-A(WS-RULE-COUNT)
           MOVE WS-R-PROG-B-TXT  TO WS-RULE-PROG-B(WS-RULE-COUNT)
           MOVE WS-R-VERB-B-TXT  TO WS-RULE-VERB-B(WS-RULE-COUNT)
           MOVE WS-R-KIND        TO WS-RULE-KIND-B(WS-RULE-COUNT)
           MOVE WS-R-WORD        TO WS-RULE-WORD-B(WS-RULE-COUNT)
           MOVE WS-R-LINK-TXT    TO WS-RULE-LINK(WS-RULE-COUNT)
           COMPUTE WS-RULE-WINDOW(WS-RULE-COUNT) =
               FUNCTION NUMVAL(WS-R-WINDOW-TXT)
           MOVE WS-R-DESC-TXT    TO WS-RULE-DESC(WS-RULE-COUNT)

           IF WS-RULE-WINDOW(WS-RULE-COUNT) > WS-RULE-MAX-WINDOW
               MOVE WS-RULE-WINDOW(WS-RULE-COUNT) TO WS-RULE-MAX-WINDOW
           END-IF.

       *> "n", "Tn" or "Rn", n from 1 to 8.
       PARSE-RULE-WORD.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-R-WORD-TXT))
               TO WS-R-WORD-TXT
           MOVE SPACE TO WS-R-KIND
           IF WS-R-WORD-TXT(1:1) = "T" OR WS-R-WORD-TXT(1:1) = "R"
               MOVE WS-R-WORD-TXT(1:1) TO WS-R-KIND
               MOVE WS-R-WORD-TXT(2:29) TO WS-R-WORD-TXT
           END-IF
           IF WS-R-WORD-TXT(1:1) IS NOT NUMERIC
               OR WS-R-WORD-TXT(2:1) NOT = SPACE
               OR WS-R-WORD-TXT(1:1) = "0" OR WS-R-WORD-TXT(1:1) = "9"
               MOVE "N" TO WS-R-VALID-SW
               MOVE 1 TO WS-R-WORD
           ELSE
               MOVE WS-R-WORD-TXT(1:1) TO WS-R-WORD
           END-IF.

      *> =================================================================
      *> Pass 1: every action on the report date that is the B side of
      *> some rule, plus the sign-ons the OPER rules need.
      *> =================================================================
       COLLECT-REPORT-DAY-ACTIONS.
           PERFORM OPEN-AUDIT-IN
           PERFORM COLLECT-ONE-AUDIT-LINE UNTIL WS-EOF
           CLOSE AUDIT-IN-FILE.

       OPEN-AUDIT-IN.
           OPEN INPUT AUDIT-IN-FILE
           IF WS-AUDIT-IN-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-AUDIT-IN-PATH
               DISPLAY "       FILE STATUS = " WS-AUDIT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE ZERO TO WS-LINE-NO.

       COLLECT-ONE-AUDIT-LINE.
           PERFORM READ-ONE-AUDIT-LINE
           IF WS-EOF OR WS-A-DATE-INT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-A-DATE-INT < WS-WINDOW-START-INT
               OR WS-A-DATE-INT > WS-REPORT-DATE-INT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-IN-WINDOW

           IF WS-KEY-WORD(1) = "SIGNON"
               PERFORM REGISTER-SIGN-ON
           END-IF

           IF WS-A-DATE-INT = WS-REPORT-DATE-INT
               PERFORM COLLECT-ONE-RULE-B
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
           END-IF.

       *> Reads the next audit line and splits it. WS-A-DATE-INT comes
       *> back zero for a line with no usable date.
       READ-ONE-AUDIT-LINE.
           MOVE ZERO TO WS-A-DATE-INT
           READ AUDIT-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   IF AUDIT-IN-REC NOT = SPACES
                       PERFORM SPLIT-ONE-AUDIT-LINE
                   END-IF
           END-READ.

       SPLIT-ONE-AUDIT-LINE.
           MOVE SPACES TO WS-A-PROGRAM WS-A-DATE-TXT WS-A-TIME
           MOVE SPACES TO WS-A-USER WS-A-TARGET WS-A-KEY
           UNSTRING AUDIT-IN-REC DELIMITED BY ","
               INTO WS-A-PROGRAM
                    WS-A-DATE-TXT
                    WS-A-TIME
                    WS-A-USER
                    WS-A-TARGET
                    WS-A-KEY
           END-UNSTRING

           IF WS-A-DATE-TXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-A-DATE-TXT TO WS-A-DATE
           IF WS-A-DATE < 16010101
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-A-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-A-DATE)

           MOVE SPACES TO WS-KEY-WORDS
           UNSTRING WS-A-KEY DELIMITED BY ALL SPACE
               INTO WS-KEY-WORD(1) WS-KEY-WORD(2) WS-KEY-WORD(3)
                    WS-KEY-WORD(4) WS-KEY-WORD(5) WS-KEY-WORD(6)
                    WS-KEY-WORD(7) WS-KEY-WORD(8)
           END-UNSTRING

           MOVE SPACES TO WS-EVIDENCE
           STRING WS-A-DATE-TXT " " WS-A-TIME " "
                  FUNCTION TRIM(WS-A-PROGRAM) " "
                  FUNCTION TRIM(WS-A-USER) " "
                  FUNCTION TRIM(WS-A-KEY)
               DELIMITED BY SIZE
               INTO WS-EVIDENCE
           END-STRING.

       REGISTER-SIGN-ON.
           IF WS-SGN-COUNT >= WS-SGN-MAX
               PERFORM NOTE-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SGN-COUNT
           MOVE WS-KEY-WORD(2)  TO WS-SGN-OPER(WS-SGN-COUNT)
           MOVE WS-KEY-WORD(4)  TO WS-SGN-OSUSER(WS-SGN-COUNT)
           MOVE WS-A-DATE-INT   TO WS-SGN-DATE-INT(WS-SGN-COUNT)
           MOVE WS-LINE-NO      TO WS-SGN-LINE-NO(WS-SGN-COUNT).

       COLLECT-ONE-RULE-B.
           MOVE WS-RULE-PROG-B(WS-RULE-IDX) TO WS-SIDE-PROG
           MOVE WS-RULE-VERB-B(WS-RULE-IDX) TO WS-SIDE-VERB
           MOVE WS-RULE-KIND-B(WS-RULE-IDX) TO WS-SIDE-KIND
           MOVE WS-RULE-WORD-B(WS-RULE-IDX) TO WS-SIDE-WORD
           PERFORM MATCH-RULE-SIDE
           IF NOT WS-SIDE-HIT
               EXIT PARAGRAPH
           END-IF

           IF WS-BEV-COUNT >= WS-BEV-MAX
               PERFORM NOTE-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BEV-COUNT
           MOVE WS-RULE-IDX     TO WS-BEV-RULE(WS-BEV-COUNT)
           MOVE WS-A-USER       TO WS-BEV-USER(WS-BEV-COUNT)
           MOVE WS-SIDE-OBJECT  TO WS-BEV-OBJECT(WS-BEV-COUNT)
           MOVE SPACES          TO WS-BEV-OSUSER(WS-BEV-COUNT)
           IF WS-KEY-WORD(1) = "SIGNON"
               MOVE WS-KEY-WORD(4) TO WS-BEV-OSUSER(WS-BEV-COUNT)
           END-IF
           MOVE WS-A-DATE-INT   TO WS-BEV-DATE-INT(WS-BEV-COUNT)
           MOVE WS-LINE-NO      TO WS-BEV-LINE-NO(WS-BEV-COUNT)
           MOVE ZERO            TO WS-BEV-HITS(WS-BEV-COUNT)
           MOVE WS-EVIDENCE     TO WS-BEV-TEXT(WS-BEV-COUNT).

      *> -----------------------------------------------------------------
      *> Does the audit line in hand match WS-SIDE-PROG / WS-SIDE-VERB,
      *> and what object does it name? Sets WS-SIDE-HIT and
      *> WS-SIDE-OBJECT; an object that cannot be resolved is no match.
      *> -----------------------------------------------------------------
       MATCH-RULE-SIDE.
           MOVE "N" TO WS-SIDE-HIT-SW
           MOVE SPACES TO WS-SIDE-OBJECT
           IF WS-SIDE-PROG NOT = "*" AND WS-SIDE-PROG NOT = WS-A-PROGRAM
               EXIT PARAGRAPH
           END-IF
           IF WS-SIDE-VERB NOT = "*"
               AND WS-SIDE-VERB NOT = WS-KEY-WORD(1)
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-WORD(WS-SIDE-WORD) = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-SIDE-KIND
               WHEN "T"
                   PERFORM RESOLVE-POSTING-ACCOUNT
               WHEN "R"
                   PERFORM RESOLVE-REVERSED-POSTING
               WHEN OTHER
                   MOVE WS-KEY-WORD(WS-SIDE-WORD) TO WS-SIDE-OBJECT
           END-EVALUATE

           IF WS-SIDE-OBJECT NOT = SPACES
               SET WS-SIDE-HIT TO TRUE
           END-IF.

       RESOLVE-POSTING-ACCOUNT.
           IF NOT WS-TRXN-OPEN
               OR WS-KEY-WORD(WS-SIDE-WORD)(11:20) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-WORD(WS-SIDE-WORD)(1:10) TO TRXN-ID
           READ TRXN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-ID TO WS-SIDE-OBJECT
           END-READ.

       RESOLVE-REVERSED-POSTING.
           IF NOT WS-TRXN-OPEN
               OR WS-KEY-WORD(WS-SIDE-WORD)(11:20) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-WORD(WS-SIDE-WORD)(1:10) TO TRXN-ID
           READ TRXN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRXN-DESC(1:7) = "REV OF "
                       MOVE TRXN-DESC(8:10) TO WS-SIDE-OBJECT
                   END-IF
           END-READ.

      *> =================================================================
      *> Pass 2: every action in the window that is the A side of a
      *> rule, tested against that rule's report-date actions.
      *> =================================================================
       MATCH-EARLIER-ACTIONS.
           IF WS-BEV-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-AUDIT-IN
           PERFORM MATCH-ONE-AUDIT-LINE UNTIL WS-EOF
           CLOSE AUDIT-IN-FILE.

       MATCH-ONE-AUDIT-LINE.
           PERFORM READ-ONE-AUDIT-LINE
           IF WS-EOF OR WS-A-DATE-INT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-A-DATE-INT < WS-WINDOW-START-INT
               OR WS-A-DATE-INT > WS-REPORT-DATE-INT
               EXIT PARAGRAPH
           END-IF

           PERFORM MATCH-ONE-RULE-A
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

       MATCH-ONE-RULE-A.
           MOVE WS-RULE-PROG-A(WS-RULE-IDX) TO WS-SIDE-PROG
           MOVE WS-RULE-VERB-A(WS-RULE-IDX) TO WS-SIDE-VERB
           MOVE WS-RULE-KIND-A(WS-RULE-IDX) TO WS-SIDE-KIND
           MOVE WS-RULE-WORD-A(WS-RULE-IDX) TO WS-SIDE-WORD
           PERFORM MATCH-RULE-SIDE
           IF NOT WS-SIDE-HIT
               EXIT PARAGRAPH
           END-IF

           PERFORM LINK-ONE-B-ACTION
               VARYING WS-BEV-IDX FROM 1 BY 1
               UNTIL WS-BEV-IDX > WS-BEV-COUNT.

       LINK-ONE-B-ACTION.
           IF WS-BEV-RULE(WS-BEV-IDX) NOT = WS-RULE-IDX
               OR WS-BEV-OBJECT(WS-BEV-IDX) NOT = WS-SIDE-OBJECT
               OR WS-BEV-LINE-NO(WS-BEV-IDX) <= WS-LINE-NO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-APART =
               WS-BEV-DATE-INT(WS-BEV-IDX) - WS-A-DATE-INT
           IF WS-DAYS-APART < ZERO
               OR WS-DAYS-APART > WS-RULE-WINDOW(WS-RULE-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-LINK-SW
           EVALUATE WS-RULE-LINK(WS-RULE-IDX)
               WHEN "SAME"
                   IF WS-BEV-USER(WS-BEV-IDX) = WS-A-USER
                       SET WS-LINKED TO TRUE
                   END-IF
               WHEN "OPER"
                   IF WS-BEV-USER(WS-BEV-IDX) NOT = WS-A-USER
                       AND WS-BEV-OSUSER(WS-BEV-IDX) NOT = SPACES
                       PERFORM FIND-SHARED-SIGN-ON
                       IF WS-SGN-FOUND
                           SET WS-LINKED TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE
           IF NOT WS-LINKED
               EXIT PARAGRAPH
           END-IF

           IF WS-CFL-COUNT >= WS-CFL-MAX
               PERFORM NOTE-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CFL-COUNT
           MOVE WS-BEV-IDX  TO WS-CFL-BEV(WS-CFL-COUNT)
           MOVE WS-A-USER   TO WS-CFL-USER(WS-CFL-COUNT)
           MOVE WS-LINE-NO  TO WS-CFL-LINE-NO(WS-CFL-COUNT)
           MOVE WS-EVIDENCE TO WS-CFL-TEXT(WS-CFL-COUNT)
           ADD 1 TO WS-BEV-HITS(WS-BEV-IDX).

       *> Did the operator who did A sign on, within the rule's window
       *> and before B, from the same OS user B signed on from?
       FIND-SHARED-SIGN-ON.
           MOVE "N" TO WS-SGN-FOUND-SW
           PERFORM MATCH-ONE-SIGN-ON
               VARYING WS-SGN-IDX FROM 1 BY 1
               UNTIL WS-SGN-IDX > WS-SGN-COUNT OR WS-SGN-FOUND.

       MATCH-ONE-SIGN-ON.
           IF WS-SGN-OPER(WS-SGN-IDX) = WS-A-USER
               AND WS-SGN-OSUSER(WS-SGN-IDX) = WS-BEV-OSUSER(WS-BEV-IDX)
               AND WS-SGN-LINE-NO(WS-SGN-IDX) < WS-BEV-LINE-NO(WS-BEV-IDX)
               AND WS-BEV-DATE-INT(WS-BEV-IDX) - WS-SGN-DATE-INT(WS-SGN-IDX)
                   <= WS-RULE-WINDOW(WS-RULE-IDX)
               SET WS-SGN-FOUND TO TRUE
           END-IF.

       NOTE-TABLE-OVERFLOW.
           IF NOT WS-OVERFLOW
               DISPLAY "WARNING: audit volume exceeds the report's "
                   "tables -- the report is incomplete"
               SET WS-OVERFLOW TO TRUE
               SET WS-WARNING TO TRUE
           END-IF.

      *> =================================================================
      *> The report, rule by rule: each conflicting report-date action,
      *> who did it, and every audit line that puts it in conflict.
      *> =================================================================
       WRITE-SOD-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SEGREGATION-OF-DUTIES CONFLICTS   " WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AUDIT LOG " FUNCTION TRIM(WS-AUDIT-IN-PATH)
                  "   RULES " WS-RULE-COUNT
                  "   LINES IN WINDOW " WS-LINES-IN-WINDOW
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-REC
           MOVE ALL "-" TO REPORT-REC(1:80)
           WRITE REPORT-REC

           PERFORM REPORT-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-CONFLICT-COUNT TO WS-CONFLICT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONFLICTS " WS-CONFLICT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-OVERFLOW
               MOVE "INCOMPLETE -- audit volume exceeded the report's tables"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           CLOSE REPORT-FILE.

       REPORT-ONE-RULE.
           PERFORM REPORT-ONE-B-ACTION
               VARYING WS-BEV-IDX FROM 1 BY 1
               UNTIL WS-BEV-IDX > WS-BEV-COUNT.

       REPORT-ONE-B-ACTION.
           IF WS-BEV-RULE(WS-BEV-IDX) NOT = WS-RULE-IDX
               OR WS-BEV-HITS(WS-BEV-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONFLICT-COUNT

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-CONFLICT-COUNT TO WS-CONFLICT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONFLICT " FUNCTION TRIM(WS-CONFLICT-ED)
                  "  RULE " FUNCTION TRIM(WS-RULE-ID(WS-RULE-IDX))
                  "  " FUNCTION TRIM(WS-RULE-DESC(WS-RULE-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE WS-BEV-USER(WS-BEV-IDX) TO WS-LOOK-USER
           PERFORM LOOKUP-OPERATOR
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  OPERATOR " FUNCTION TRIM(WS-LOOK-USER)
                  " (" FUNCTION TRIM(WS-LOOK-DESC) ")"
                  "  OBJECT " FUNCTION TRIM(WS-BEV-OBJECT(WS-BEV-IDX))
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE WS-BEV-LINE-NO(WS-BEV-IDX) TO WS-LINE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  B LINE " WS-LINE-ED "  "
                  WS-BEV-TEXT(WS-BEV-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM REPORT-ONE-A-ACTION
               VARYING WS-CFL-IDX FROM 1 BY 1
               UNTIL WS-CFL-IDX > WS-CFL-COUNT.

       REPORT-ONE-A-ACTION.
           IF WS-CFL-BEV(WS-CFL-IDX) NOT = WS-BEV-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-CFL-USER(WS-CFL-IDX) NOT = WS-BEV-USER(WS-BEV-IDX)
               MOVE WS-CFL-USER(WS-CFL-IDX) TO WS-LOOK-USER
               PERFORM LOOKUP-OPERATOR
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  OPERATOR " FUNCTION TRIM(WS-LOOK-USER)
                      " (" FUNCTION TRIM(WS-LOOK-DESC) ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-CFL-LINE-NO(WS-CFL-IDX) TO WS-LINE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  A LINE " WS-LINE-ED "  "
                  WS-CFL-TEXT(WS-CFL-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       *> Name and role from the operator profile -- an audit user
       *> that is not an operator ID is an OS user who ran a program
       *> with no sign-on in force.
       LOOKUP-OPERATOR.
           IF NOT WS-OPERATOR-OPEN
               MOVE "PROFILE UNAVAILABLE" TO WS-LOOK-DESC
               EXIT PARAGRAPH
           END-IF
           MOVE "NOT ON PROFILE" TO WS-LOOK-DESC
           IF WS-LOOK-USER(9:22) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-USER(1:8) TO OP-OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-LOOK-DESC
                   STRING FUNCTION TRIM(OP-NAME) ", ROLE " OP-ROLE
                          ", STATUS " OP-STATUS
                       DELIMITED BY SIZE INTO WS-LOOK-DESC
                   END-STRING
           END-READ.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE.

      *> =================================================================
      *> The count handed to LEDGER-HEALTH-REPORT, rewritten each run.
      *> =================================================================
       WRITE-CONFLICT-COUNT.
           OPEN OUTPUT COUNT-FILE
           IF WS-COUNT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-COUNT-PATH
               DISPLAY "       FILE STATUS = " WS-COUNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CONFLICT-COUNT TO WS-CONFLICT-ED
           MOVE SPACES TO WS-COUNT-LINE
           STRING WS-REPORT-DATE DELIMITED BY SIZE
                  "|SOD-CONFLICT|" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONFLICT-ED) DELIMITED BY SIZE
               INTO WS-COUNT-LINE
           END-STRING
           MOVE WS-COUNT-LINE TO COUNT-REC
           WRITE COUNT-REC
           CLOSE COUNT-FILE.
