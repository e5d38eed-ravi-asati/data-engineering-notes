      *> Shared sanctions / watch-list screening. COPY into the
      *> PROCEDURE DIVISION of every program that opens a customer or
      *> account or posts money (with sanction_screen_ws.cpy,
      *> sanction_screen_select.cpy and sanction_screen_fd.cpy). The
      *> watch list is maintained by WATCH-LIST-MAINT from the
      *> regulator's file and named by LEDGER_WATCH_LIST, default
      *> ./watch_list.dat. A shop with no list loaded yet runs with
      *> screening OFF and a warning, the same soft fallback the
      *> account master gets.
       RESOLVE-SCREEN-PATHS.
           DISPLAY "LEDGER_WATCH_LIST" UPON ENVIRONMENT-NAME
           ACCEPT WS-SCRN-LIST-PATH FROM ENVIRONMENT-VALUE
           IF WS-SCRN-LIST-PATH = SPACES
               MOVE "./watch_list.dat" TO WS-SCRN-LIST-PATH
           END-IF

           DISPLAY "LEDGER_SCREEN_CLEARED" UPON ENVIRONMENT-NAME
           ACCEPT WS-SCRN-CLEAR-PATH FROM ENVIRONMENT-VALUE
           IF WS-SCRN-CLEAR-PATH = SPACES
               MOVE "./screen_cleared.dat" TO WS-SCRN-CLEAR-PATH
           END-IF

           DISPLAY "LEDGER_SCREEN_HITS" UPON ENVIRONMENT-NAME
           ACCEPT WS-SCRN-HIT-PATH FROM ENVIRONMENT-VALUE
           IF WS-SCRN-HIT-PATH = SPACES
               MOVE "./screen_hits.dat" TO WS-SCRN-HIT-PATH
           END-IF

           DISPLAY "LEDGER_SCREEN_THRESHOLD" UPON ENVIRONMENT-NAME
           ACCEPT WS-SCRN-THRESH-TXT FROM ENVIRONMENT-VALUE
           IF WS-SCRN-THRESH-TXT NOT = SPACES
               COMPUTE WS-SCRN-THRESHOLD =
                   FUNCTION NUMVAL(WS-SCRN-THRESH-TXT)
           END-IF
           IF WS-SCRN-THRESHOLD = ZERO OR WS-SCRN-THRESHOLD > 100
               MOVE 80 TO WS-SCRN-THRESHOLD
           END-IF.

       LOAD-WATCH-LIST.
           PERFORM RESOLVE-SCREEN-PATHS

           MOVE ZERO TO WS-SCRN-TBL-COUNT
           MOVE "N"  TO WS-SCRN-EOF-SW
           MOVE "N"  TO WS-SCRN-ENABLED-SW

           OPEN INPUT WATCH-LIST-FILE
           IF WS-SCRN-LIST-STATUS NOT = "00"
               DISPLAY "WARNING: watch list "
                   FUNCTION TRIM(WS-SCRN-LIST-PATH)
                   " not available (FILE STATUS " WS-SCRN-LIST-STATUS
                   ") -- sanctions screening is OFF"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ONE-WATCH-ENTRY UNTIL WS-SCRN-EOF

           CLOSE WATCH-LIST-FILE

           IF WS-SCRN-TBL-COUNT > ZERO
               SET WS-SCRN-ENABLED TO TRUE
           END-IF.

       LOAD-ONE-WATCH-ENTRY.
           READ WATCH-LIST-FILE NEXT RECORD
               AT END
                   SET WS-SCRN-EOF TO TRUE
               NOT AT END
                   IF WL-STATUS = "A"
                       PERFORM ADD-WATCH-ENTRY-TO-TABLE
                   END-IF
           END-READ.

       ADD-WATCH-ENTRY-TO-TABLE.
           IF WS-SCRN-TBL-COUNT >= WS-SCRN-TBL-MAX
               DISPLAY "WARNING: watch list has more than "
                   WS-SCRN-TBL-MAX " active entries -- "
                   WL-ENTRY-ID " and later not screened"
               SET WS-SCRN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WL-NORM-NAME TO WS-SCRN-SUBJECT
           PERFORM NORMALIZE-SCREEN-NAME
           IF WS-SCRN-TOK-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-SCRN-TOK-COUNT > 6
               MOVE 6 TO WS-SCRN-TOK-COUNT
           END-IF

           ADD 1 TO WS-SCRN-TBL-COUNT
           MOVE WL-ENTRY-ID  TO WS-SCRN-T-ENTRY-ID(WS-SCRN-TBL-COUNT)
           MOVE WL-LIST-NAME TO WS-SCRN-T-NAME(WS-SCRN-TBL-COUNT)
           MOVE WS-SCRN-TOK-COUNT
               TO WS-SCRN-T-TOK-COUNT(WS-SCRN-TBL-COUNT)
           PERFORM COPY-ONE-ENTRY-TOKEN
               VARYING WS-SCRN-TOK-IDX FROM 1 BY 1
               UNTIL WS-SCRN-TOK-IDX > 6.

       COPY-ONE-ENTRY-TOKEN.
           MOVE WS-SCRN-TOKEN(WS-SCRN-TOK-IDX)
               TO WS-SCRN-T-TOKEN(WS-SCRN-TBL-COUNT WS-SCRN-TOK-IDX).

      *> -----------------------------------------------------------------
      *> NORMALIZE-SCREEN-NAME -- WS-SCRN-SUBJECT to WS-SCRN-NORM and
      *> its parts in WS-SCRN-TOKEN. Punctuation becomes a break, so
      *> "AL-RASHID" and "AL RASHID" normalize alike; one-letter
      *> initials and honorifics/legal-form words carry no weight.
      *> -----------------------------------------------------------------
       NORMALIZE-SCREEN-NAME.
           MOVE FUNCTION UPPER-CASE(WS-SCRN-SUBJECT) TO WS-SCRN-WORK
           PERFORM BLANK-ONE-SCREEN-CHAR
               VARYING WS-SCRN-CHAR-IDX FROM 1 BY 1
               UNTIL WS-SCRN-CHAR-IDX > 40

           MOVE SPACES TO WS-SCRN-RAW-TOKENS
           UNSTRING FUNCTION TRIM(WS-SCRN-WORK) DELIMITED BY ALL SPACE
               INTO WS-SCRN-RAW-TOKEN(1) WS-SCRN-RAW-TOKEN(2)
                    WS-SCRN-RAW-TOKEN(3) WS-SCRN-RAW-TOKEN(4)
                    WS-SCRN-RAW-TOKEN(5) WS-SCRN-RAW-TOKEN(6)
                    WS-SCRN-RAW-TOKEN(7) WS-SCRN-RAW-TOKEN(8)
                    WS-SCRN-RAW-TOKEN(9) WS-SCRN-RAW-TOKEN(10)
           END-UNSTRING

           MOVE SPACES TO WS-SCRN-TOKENS
           MOVE SPACES TO WS-SCRN-NORM
           MOVE ZERO   TO WS-SCRN-TOK-COUNT
           MOVE 1      TO WS-SCRN-NORM-PTR
           PERFORM KEEP-ONE-SCREEN-TOKEN
               VARYING WS-SCRN-TOK-IDX FROM 1 BY 1
               UNTIL WS-SCRN-TOK-IDX > 10.

       BLANK-ONE-SCREEN-CHAR.
           IF WS-SCRN-WORK(WS-SCRN-CHAR-IDX:1) IS NOT ALPHABETIC-UPPER
               AND WS-SCRN-WORK(WS-SCRN-CHAR-IDX:1) IS NOT NUMERIC
               MOVE SPACE TO WS-SCRN-WORK(WS-SCRN-CHAR-IDX:1)
           END-IF.

       KEEP-ONE-SCREEN-TOKEN.
           IF WS-SCRN-RAW-TOKEN(WS-SCRN-TOK-IDX) = SPACES
               OR WS-SCRN-RAW-TOKEN(WS-SCRN-TOK-IDX)(2:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCRN-RAW-TOKEN(WS-SCRN-TOK-IDX) TO WS-SCRN-NOISE-WORD
           IF WS-SCRN-IS-NOISE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCRN-TOK-COUNT
           MOVE WS-SCRN-RAW-TOKEN(WS-SCRN-TOK-IDX)
               TO WS-SCRN-TOKEN(WS-SCRN-TOK-COUNT)
           IF WS-SCRN-NORM-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-SCRN-NORM WITH POINTER WS-SCRN-NORM-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF
           STRING WS-SCRN-RAW-TOKEN(WS-SCRN-TOK-IDX) DELIMITED BY SPACE
               INTO WS-SCRN-NORM WITH POINTER WS-SCRN-NORM-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.

      *> -----------------------------------------------------------------
      *> SCREEN-NAME -- score WS-SCRN-SUBJECT against every active
      *> entry. An entry's score is the share of its name parts found
      *> among the subject's parts, so "PAY JOHN A SMITH" scores 100
      *> against "SMITH, JOHN" while "JOHN BROWN" scores 50. The best
      *> score at or over the threshold is the hit, unless that name
      *> has already been cleared against that entry.
      *> -----------------------------------------------------------------
       SCREEN-NAME.
           MOVE "N"    TO WS-SCRN-HIT-SW
           MOVE ZERO   TO WS-SCRN-SCORE
           MOVE SPACES TO WS-SCRN-HIT-ENTRY
           MOVE SPACES TO WS-SCRN-HIT-NAME

           PERFORM NORMALIZE-SCREEN-NAME

           IF NOT WS-SCRN-ENABLED OR WS-SCRN-TOK-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM SCORE-ONE-WATCH-ENTRY
               VARYING WS-SCRN-IDX FROM 1 BY 1
               UNTIL WS-SCRN-IDX > WS-SCRN-TBL-COUNT.

       SCORE-ONE-WATCH-ENTRY.
           MOVE ZERO TO WS-SCRN-MATCHED
           PERFORM MATCH-ONE-LIST-TOKEN
               VARYING WS-SCRN-LT-IDX FROM 1 BY 1
               UNTIL WS-SCRN-LT-IDX > WS-SCRN-T-TOK-COUNT(WS-SCRN-IDX)

           COMPUTE WS-SCRN-CAND-SCORE =
               WS-SCRN-MATCHED * 100 / WS-SCRN-T-TOK-COUNT(WS-SCRN-IDX)

           IF WS-SCRN-CAND-SCORE >= WS-SCRN-THRESHOLD
               AND WS-SCRN-CAND-SCORE > WS-SCRN-SCORE
               PERFORM CHECK-SCREEN-CLEARED
               IF NOT WS-SCRN-CLEARED
                   SET WS-SCRN-HIT TO TRUE
                   MOVE WS-SCRN-CAND-SCORE TO WS-SCRN-SCORE
                   MOVE WS-SCRN-T-ENTRY-ID(WS-SCRN-IDX)
                       TO WS-SCRN-HIT-ENTRY
                   MOVE WS-SCRN-T-NAME(WS-SCRN-IDX)
                       TO WS-SCRN-HIT-NAME
               END-IF
           END-IF.

       MATCH-ONE-LIST-TOKEN.
           MOVE "N" TO WS-SCRN-TOK-FOUND-SW
           PERFORM MATCH-ONE-SUBJECT-TOKEN
               VARYING WS-SCRN-TOK-IDX FROM 1 BY 1
               UNTIL WS-SCRN-TOK-IDX > WS-SCRN-TOK-COUNT
               OR WS-SCRN-TOK-FOUND
           IF WS-SCRN-TOK-FOUND
               ADD 1 TO WS-SCRN-MATCHED
           END-IF.

       MATCH-ONE-SUBJECT-TOKEN.
           IF WS-SCRN-TOKEN(WS-SCRN-TOK-IDX)
               = WS-SCRN-T-TOKEN(WS-SCRN-IDX WS-SCRN-LT-IDX)
               SET WS-SCRN-TOK-FOUND TO TRUE
           END-IF.

      *> -----------------------------------------------------------------
      *> Has this exact normalized name already been cleared against
      *> this entry? Candidates at or over the threshold are rare, so
      *> the cleared file is opened only when one turns up.
      *> -----------------------------------------------------------------
       CHECK-SCREEN-CLEARED.
           MOVE "N" TO WS-SCRN-CLEARED-SW
           OPEN INPUT SCREEN-CLEAR-FILE
           IF WS-SCRN-CLEAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SCRN-NORM                     TO SCL-NORM-NAME
           MOVE WS-SCRN-T-ENTRY-ID(WS-SCRN-IDX)  TO SCL-ENTRY-ID
           READ SCREEN-CLEAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SCRN-CLEARED TO TRUE
           END-READ

           CLOSE SCREEN-CLEAR-FILE.

      *> -----------------------------------------------------------------
      *> RECORD-SCREEN-HIT -- raise an open hit for WS-SCRN-SUBJ-TYPE /
      *> WS-SCRN-SUBJ-ID against WS-SCRN-HIT-ENTRY for the compliance
      *> officer's review. A hit already open or confirmed is left as
      *> it is; one cleared under an earlier spelling of the name is
      *> reopened, since the clearance was for that spelling only.
      *> -----------------------------------------------------------------
       RECORD-SCREEN-HIT.
           MOVE "N" TO WS-SCRN-HIT-NEW-SW

           OPEN I-O SCREEN-HIT-FILE
           IF WS-SCRN-HIT-STATUS = "35"
               OPEN OUTPUT SCREEN-HIT-FILE
               CLOSE SCREEN-HIT-FILE
               OPEN I-O SCREEN-HIT-FILE
           END-IF
           IF WS-SCRN-HIT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open screening hits "
                   FUNCTION TRIM(WS-SCRN-HIT-PATH)
               DISPLAY "       FILE STATUS = " WS-SCRN-HIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-SCRN-SUBJ-TYPE TO SH-SUBJ-TYPE
           MOVE WS-SCRN-SUBJ-ID   TO SH-SUBJ-ID
           MOVE WS-SCRN-HIT-ENTRY TO SH-ENTRY-ID
           READ SCREEN-HIT-FILE
               INVALID KEY
                   PERFORM BUILD-SCREEN-HIT-REC
                   WRITE SCREEN-HIT-REC
                   SET WS-SCRN-HIT-NEW TO TRUE
               NOT INVALID KEY
                   IF SH-STATUS = "C"
                       PERFORM BUILD-SCREEN-HIT-REC
                       REWRITE SCREEN-HIT-REC
                       SET WS-SCRN-HIT-NEW TO TRUE
                   END-IF
           END-READ

           CLOSE SCREEN-HIT-FILE.

       BUILD-SCREEN-HIT-REC.
           MOVE WS-SCRN-SUBJ-TYPE  TO SH-SUBJ-TYPE
           MOVE WS-SCRN-SUBJ-ID    TO SH-SUBJ-ID
           MOVE WS-SCRN-HIT-ENTRY  TO SH-ENTRY-ID
           MOVE WS-SCRN-NORM       TO SH-NORM-NAME
           MOVE WS-SCRN-HIT-NAME   TO SH-LIST-NAME
           MOVE WS-SCRN-SCORE      TO SH-SCORE
           MOVE "O"                TO SH-STATUS
           MOVE WS-SCRN-HIT-SOURCE TO SH-HIT-SOURCE
           MOVE WS-SCRN-HIT-DATE   TO SH-HIT-DATE
           MOVE SPACES             TO SH-DECIDE-USER
           MOVE ZERO               TO SH-DECIDE-DATE.
