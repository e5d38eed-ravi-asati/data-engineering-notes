
           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  REF-FILE.

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-ARG-COUNT        PIC 9(4).
       01 WS-COMMAND          PIC X(8).
       01 WS-CODE             PIC X(3).
       01 WS-POLICY           PIC X(1).
       01 WS-CASH-FLAG        PIC X(1).
       01 WS-STOP-FLAG        PIC X(1).
       01 WS-SWIFT-TYPE       PIC X(3).

       01 WS-EOF-SW           PIC X(1)    VALUE "N".
           88 WS-EOF                      VALUE "Y".

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "REF-CODE-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
                   PERFORM EXPIRE-CODE
               WHEN "SETPOL  "
                   PERFORM SET-BDAY-POLICY
               WHEN "SETCASH "
                   PERFORM SET-CASH-FLAG
               WHEN "SETSTOP "
                   PERFORM SET-STOP-FLAG
               WHEN "SETBTC  "
                   PERFORM SET-SWIFT-TXN-TYPE
               WHEN "LIST    "
                   PERFORM LIST-CODES
               WHEN OTHER
           DISPLAY "    (value-dating policy for a channel: roll a"
           DISPLAY "     non-business POST-DATE Forward, Back, or"
           DISPLAY "     Reject it as before)"
           DISPLAY "  ./ref_code_maint REF_CODE_FILE SETCASH CODE Y|N"
           DISPLAY "    (mark a channel as cash for the daily cash"
           DISPLAY "     transaction report)"
           DISPLAY "  ./ref_code_maint REF_CODE_FILE SETSTOP CODE Y|N"
           DISPLAY "    (mark a channel as cheque or direct debit, so"
           DISPLAY "     its debits are tested against stop payments)"
           DISPLAY "  ./ref_code_maint REF_CODE_FILE SETBTC CODE TYPE"
           DISPLAY "    (SWIFT transaction type, e.g. TRF, CHK, CHG, for"
           DISPLAY "     the channel's entries on MT940/camt.053 statements)"
           DISPLAY "  ./ref_code_maint REF_CODE_FILE LIST"
           DISPLAY "Example:"
           DISPLAY "  ./ref_code_maint /data/channel_codes.dat ADD MOB ""MOBILE BANKING"" 20200101".
           *> New codes start on the reject policy; SETPOL relaxes it.
           MOVE SPACE TO REF-BDAY-POLICY

           *> Non-cash until SETCASH says otherwise.
           MOVE "N" TO REF-CASH-FLAG

           *> Not tested against stop payments until SETSTOP says so.
           MOVE "N" TO REF-STOP-FLAG

           *> Statements show a miscellaneous entry until SETBTC.
           MOVE "MSC" TO REF-SWIFT-TXN-TYPE

           WRITE REF-CODE-REC

           CLOSE REF-FILE
           DISPLAY "Code " WS-CODE " value-dating policy set to "
               WS-POLICY " on " WS-FILE-PATH.

      *> =================================================================
      *> SETCASH -- whether postings from this channel are cash for the
      *> regulator's per-customer daily cash transaction report.
      *> =================================================================
       SET-CASH-FLAG.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CODE; Arg 4: Y/N
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CODE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1)) TO WS-CASH-FLAG

           IF WS-CASH-FLAG NOT = "Y" AND WS-CASH-FLAG NOT = "N"
               DISPLAY "ERROR: cash flag must be Y or N, got "
                   WS-CASH-FLAG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REF-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CODE TO REF-CODE
           READ REF-FILE
               INVALID KEY
                   DISPLAY "ERROR: code " WS-CODE " not found in "
                       WS-FILE-PATH
                   CLOSE REF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           MOVE WS-CASH-FLAG TO REF-CASH-FLAG
           REWRITE REF-CODE-REC

           CLOSE REF-FILE

           DISPLAY "Code " WS-CODE " cash flag set to " WS-CASH-FLAG
               " on " WS-FILE-PATH.

      *> =================================================================
      *> SETSTOP -- whether this channel carries cheques or direct
      *> debits, whose debits the writer tests against the customer's
      *> stop-payment instructions.
      *> =================================================================
       SET-STOP-FLAG.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CODE; Arg 4: Y/N
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CODE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1)) TO WS-STOP-FLAG

           IF WS-STOP-FLAG NOT = "Y" AND WS-STOP-FLAG NOT = "N"
               DISPLAY "ERROR: stop flag must be Y or N, got "
                   WS-STOP-FLAG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REF-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CODE TO REF-CODE
           READ REF-FILE
               INVALID KEY
                   DISPLAY "ERROR: code " WS-CODE " not found in "
                       WS-FILE-PATH
                   CLOSE REF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           MOVE WS-STOP-FLAG TO REF-STOP-FLAG
           REWRITE REF-CODE-REC

           CLOSE REF-FILE

           DISPLAY "Code " WS-CODE " stop-payment flag set to "
               WS-STOP-FLAG " on " WS-FILE-PATH.

      *> =================================================================
      *> SETBTC -- the SWIFT transaction type this channel's entries are
      *> reported under on MT940 and camt.053 statements.
      *> =================================================================
       SET-SWIFT-TXN-TYPE.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: CODE; Arg 4: TYPE (three letters)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-CODE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO WS-SWIFT-TYPE

           IF WS-SWIFT-TYPE IS NOT ALPHABETIC
               OR WS-SWIFT-TYPE(3:1) = SPACE
               DISPLAY "ERROR: transaction type must be three letters, "
                   "got " WS-SWIFT-TYPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O REF-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-CODE TO REF-CODE
           READ REF-FILE
               INVALID KEY
                   DISPLAY "ERROR: code " WS-CODE " not found in "
                       WS-FILE-PATH
                   CLOSE REF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           MOVE WS-SWIFT-TYPE TO REF-SWIFT-TXN-TYPE
           REWRITE REF-CODE-REC

           CLOSE REF-FILE

           DISPLAY "Code " WS-CODE " statement transaction type set to "
               WS-SWIFT-TYPE " on " WS-FILE-PATH.

       LIST-CODES.
           OPEN INPUT REF-FILE
           IF WS-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF

           DISPLAY "CODE DESCRIPTION                    EFFECTIVE EXPIRY   CASH STOP BTC"

           PERFORM LIST-ONE-CODE UNTIL WS-EOF

               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY REF-CODE "  " REF-DESC " " REF-EFF-DATE
                       "  " REF-EXP-DATE " " REF-CASH-FLAG
                       "    " REF-STOP-FLAG "    " REF-SWIFT-TXN-TYPE
           END-READ.

       SAFE-OPEN-REF-FILE-IO.
           END-IF.

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".
