               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT OLD-TRXN-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> File Schema (Copybook) section starts here
       COPY "trxn_writer_simple.cpy".
       *> File Schema (Copybook) section ends here

       *> The same file read through the old 25-byte layout, when the
       *> header says that is what it holds.
       FD  OLD-TRXN-FILE.
       COPY "trxn_writer_simple_v1.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS   PIC XX.
       01  WS-ARG-COUNT     PIC 9(4).

       01  WS-REC-COUNT     PIC 9(9)    VALUE ZERO.

       COPY "trxn_layout_check_ws.cpy".

       PROCEDURE DIVISION.
       MAIN.

               STOP RUN
           END-IF

           *> The header decides which layout the rest is read in; a
           *> layout this program does not know is refused rather than
           *> dumped as garbage.
           MOVE SPACES TO WS-TRXN-PROBE
           READ TRXN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TRXN-REC TO WS-TRXN-PROBE
           END-READ
           PERFORM CHECK-TRXN-LAYOUT
           CLOSE TRXN-FILE

           EVALUATE TRUE
               WHEN WS-TRXN-LAYOUT-CURRENT
                   IF WS-TRXN-STAMPED
                       DISPLAY "LAYOUT 02 (33-byte records)"
                   ELSE
                       DISPLAY "LAYOUT 02 (33-byte records, header not"
                           " stamped)"
                   END-IF
                   PERFORM DUMP-CURRENT-LAYOUT
               WHEN WS-TRXN-LAYOUT-V1
                   DISPLAY "LAYOUT 01 (25-byte records, no currency or"
                       " rate -- trxn_writer_simple_migrate rewrites it)"
                   PERFORM DUMP-V1-LAYOUT
               WHEN OTHER
                   DISPLAY "ERROR: " FUNCTION TRIM(WS-FILE-PATH)
                       " is not in a layout this program knows"
                   IF WS-TRXN-STAMPED
                       DISPLAY "       header is stamped ["
                           WS-TRXN-LAYOUT-STAMP "]"
                   ELSE
                       DISPLAY "       first record is not a header"
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           DISPLAY "Total records: " WS-REC-COUNT

           STOP RUN.

       DUMP-CURRENT-LAYOUT.
           OPEN INPUT TRXN-FILE
           PERFORM DUMP-ONE-RECORD UNTIL WS-EOF
           CLOSE TRXN-FILE.

       DUMP-V1-LAYOUT.
           OPEN INPUT OLD-TRXN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM DUMP-ONE-V1-RECORD UNTIL WS-EOF
           CLOSE OLD-TRXN-FILE.

       DUMP-ONE-RECORD.
           READ TRXN-FILE
               AT END
               WHEN OTHER
                   DISPLAY "???  unrecognised REC-TYPE=[" REC-TYPE "]"
           END-EVALUATE.

       DUMP-ONE-V1-RECORD.
           READ OLD-TRXN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REC-COUNT
                   PERFORM DISPLAY-V1-RECORD
           END-READ.

       DISPLAY-V1-RECORD.
           EVALUATE V1-REC-TYPE
               WHEN "H"
                   DISPLAY "HDR  RUN-DT=" V1-HDR-RUN-DT
                       " RUN-TM=" V1-HDR-RUN-TM
               WHEN "D"
                   DISPLAY "DTL  TRXN-ID=" V1-DTL-TRXN-ID
                       " TRXN-DT=" V1-DTL-TRXN-DT
                       " TRXN-TM=" V1-DTL-TRXN-TM
                       " TRXN-AMNT=" V1-DTL-TRXN-AMNT
               WHEN "T"
                   DISPLAY "TRL  RECORD-COUNT=" V1-TRL-RECORD-COUNT
                       " TOTAL-AMOUNT=" V1-TRL-TOTAL-AMOUNT
               WHEN OTHER
                   DISPLAY "???  unrecognised REC-TYPE=[" V1-REC-TYPE "]"
           END-EVALUATE.

       COPY "trxn_layout_check.cpy".
