      *> Working-storage fields for the shared sanctions-screening
      *> routines in sanction_screen.cpy -- COPY this,
      *> sanction_screen_select.cpy (into FILE-CONTROL) and
      *> sanction_screen_fd.cpy (into FILE SECTION) into any program
      *> that opens a customer or account, or posts money. PERFORM
      *> LOAD-WATCH-LIST once at start; then MOVE the name (or the
      *> posting's TRXN-DESC) to WS-SCRN-SUBJECT and PERFORM
      *> SCREEN-NAME. WS-SCRN-HIT reports a score at or above the
      *> threshold against an entry not already cleared for that name,
      *> with the best-scoring entry in WS-SCRN-HIT-ENTRY.
       01 WS-SCRN-LIST-PATH       PIC X(200).
       01 WS-SCRN-CLEAR-PATH      PIC X(200).
       01 WS-SCRN-HIT-PATH        PIC X(200).
       01 WS-SCRN-LIST-STATUS     PIC XX.
       01 WS-SCRN-CLEAR-STATUS    PIC XX.
       01 WS-SCRN-HIT-STATUS      PIC XX.

       01 WS-SCRN-ENABLED-SW      PIC X(1)    VALUE "N".
           88 WS-SCRN-ENABLED                 VALUE "Y".
       01 WS-SCRN-EOF-SW          PIC X(1)    VALUE "N".
           88 WS-SCRN-EOF                     VALUE "Y".

       *> Match score threshold, 1-100 -- LEDGER_SCREEN_THRESHOLD,
       *> default 80 (four of five listed name parts present).
       01 WS-SCRN-THRESH-TXT      PIC X(10).
       01 WS-SCRN-THRESHOLD       PIC 9(3)    VALUE 80.

       *> Active list entries, each split into its name parts once at
       *> load so screening is a table walk, not a file pass.
       01 WS-SCRN-TBL-MAX         PIC 9(4)    VALUE 3000.
       01 WS-SCRN-TBL-COUNT       PIC 9(4)    VALUE ZERO.
       01 WS-SCRN-TABLE.
           05 WS-SCRN-ENTRY OCCURS 3000 TIMES.
              10 WS-SCRN-T-ENTRY-ID  PIC X(10).
              10 WS-SCRN-T-NAME      PIC X(40).
              10 WS-SCRN-T-TOK-COUNT PIC 9(1).
              10 WS-SCRN-T-TOKEN     PIC X(15) OCCURS 6 TIMES.
       01 WS-SCRN-IDX             PIC 9(4).
       01 WS-SCRN-LT-IDX          PIC 9(1).

       *> Name being screened, and its normalized form: upper case,
       *> letters and digits only, initials and titles/legal-form
       *> words dropped, one space between parts.
       01 WS-SCRN-SUBJECT         PIC X(40).
       01 WS-SCRN-NORM            PIC X(40).
       01 WS-SCRN-WORK            PIC X(40).
       01 WS-SCRN-CHAR-IDX        PIC 9(2).
       01 WS-SCRN-NORM-PTR        PIC 9(2).
       01 WS-SCRN-RAW-TOKENS.
           05 WS-SCRN-RAW-TOKEN   PIC X(15) OCCURS 10 TIMES.
       01 WS-SCRN-TOKENS.
           05 WS-SCRN-TOKEN       PIC X(15) OCCURS 10 TIMES.
       01 WS-SCRN-TOK-COUNT       PIC 9(2).
       01 WS-SCRN-TOK-IDX         PIC 9(2).
       01 WS-SCRN-NOISE-WORD      PIC X(15).
           88 WS-SCRN-IS-NOISE    VALUES "MR" "MRS" "MS" "DR" "THE"
                                         "AND" "OF" "LTD" "LLC" "INC"
                                         "CO" "PLC" "PVT" "SHRI" "SMT".

       01 WS-SCRN-MATCHED         PIC 9(2).
       01 WS-SCRN-CAND-SCORE      PIC 9(3).
       01 WS-SCRN-TOK-FOUND-SW    PIC X(1)    VALUE "N".
           88 WS-SCRN-TOK-FOUND               VALUE "Y".
       01 WS-SCRN-CLEARED-SW      PIC X(1)    VALUE "N".
           88 WS-SCRN-CLEARED                 VALUE "Y".

       *> Result of SCREEN-NAME
       01 WS-SCRN-HIT-SW          PIC X(1)    VALUE "N".
           88 WS-SCRN-HIT                     VALUE "Y".
       01 WS-SCRN-SCORE           PIC 9(3)    VALUE ZERO.
       01 WS-SCRN-HIT-ENTRY       PIC X(10).
       01 WS-SCRN-HIT-NAME        PIC X(40).

       *> RECORD-SCREEN-HIT inputs: who hit, found by what, and when.
       *> WS-SCRN-HIT-NEW says whether an open hit was newly raised.
       01 WS-SCRN-SUBJ-TYPE       PIC X(1).
       01 WS-SCRN-SUBJ-ID         PIC X(10).
       01 WS-SCRN-HIT-SOURCE      PIC X(8).
       01 WS-SCRN-HIT-DATE        PIC 9(8).
       01 WS-SCRN-HIT-NEW-SW      PIC X(1)    VALUE "N".
           88 WS-SCRN-HIT-NEW                 VALUE "Y".
