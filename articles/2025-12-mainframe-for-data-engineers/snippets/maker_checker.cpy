      *> Shared maker-checker routines. COPY into the PROCEDURE DIVISION
      *> of every maintenance program whose changes need a second
      *> operator (with maker_checker_ws.cpy, maker_checker_select.cpy
      *> and maker_checker_fd.cpy). The maker is the signed-on operator
      *> (op_signon.cpy); staging and every decision go to the central
      *> audit log (audit_log.cpy). The pending-change file is named by
      *> LEDGER_MASTER_CHANGES, default ./master_changes.dat -- unlike
      *> the soft fallbacks elsewhere, a change that cannot be staged
      *> is not applied either, so an unavailable file stops the run.
       OPEN-MASTER-CHANGES.
           DISPLAY "LEDGER_MASTER_CHANGES" UPON ENVIRONMENT-NAME
           ACCEPT WS-MKCK-PATH FROM ENVIRONMENT-VALUE
           IF WS-MKCK-PATH = SPACES
               MOVE "./master_changes.dat" TO WS-MKCK-PATH
           END-IF

           DISPLAY "LEDGER_CHANGE_EXPIRY_DAYS" UPON ENVIRONMENT-NAME
           ACCEPT WS-MKCK-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-MKCK-ENV-VALUE NOT = SPACES
               COMPUTE WS-MKCK-EXPIRY-DAYS =
                   FUNCTION NUMVAL(WS-MKCK-ENV-VALUE)
           END-IF

           OPEN I-O MASTER-CHANGE-FILE
           IF WS-MKCK-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-CHANGE-FILE
           END-IF
           IF WS-MKCK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open pending-change file "
                   FUNCTION TRIM(WS-MKCK-PATH)
               DISPLAY "       FILE STATUS = " WS-MKCK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> -----------------------------------------------------------------
      *> STAGE-MASTER-CHANGE -- write the change as pending under the
      *> maker's operator ID. The ID is the staging timestamp; two
      *> changes in the same second take the next tie-breaker.
      *> -----------------------------------------------------------------
       STAGE-MASTER-CHANGE.
           PERFORM OPEN-MASTER-CHANGES

           ACCEPT WS-MKCK-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-MKCK-NOW   FROM TIME

           MOVE SPACES            TO MASTER-CHANGE-REC
           MOVE WS-MKCK-SOURCE    TO MCH-SOURCE
           MOVE WS-MKCK-ACTION    TO MCH-ACTION
           MOVE WS-MKCK-ACCT-ID   TO MCH-ACCT-ID
           MOVE WS-MKCK-CUST-ID   TO MCH-CUST-ID
           MOVE FUNCTION TRIM(WS-MKCK-BEFORE) TO MCH-BEFORE-VALUE
           MOVE FUNCTION TRIM(WS-MKCK-AFTER)  TO MCH-AFTER-VALUE
           MOVE WS-MKCK-TARGET-PATH TO MCH-TARGET-PATH
           MOVE "P"               TO MCH-STATUS
           MOVE WS-OPSGN-OPER-ID  TO MCH-MAKER-ID
           MOVE FUNCTION NUMVAL(WS-MKCK-TODAY) TO MCH-MAKE-DATE
           MOVE FUNCTION NUMVAL(WS-MKCK-NOW(1:6)) TO MCH-MAKE-TIME
           MOVE SPACES            TO MCH-CHECKER-ID
           MOVE ZERO              TO MCH-DECIDE-DATE

           MOVE ZERO TO WS-MKCK-TIE
           MOVE "N"  TO WS-MKCK-WRITTEN-SW
           PERFORM WRITE-STAGED-CHANGE
               UNTIL WS-MKCK-WRITTEN OR WS-MKCK-TIE > 98

           IF NOT WS-MKCK-WRITTEN
               DISPLAY "ERROR: no free change ID for "
                   WS-MKCK-TODAY " " WS-MKCK-NOW(1:6)
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE MASTER-CHANGE-FILE

           MOVE "STAGE" TO WS-MKCK-AUDIT-VERB
           PERFORM AUDIT-MASTER-CHANGE

           DISPLAY "Change " MCH-CHANGE-ID " staged: "
               FUNCTION TRIM(MCH-ACTION) " " MCH-ACCT-ID " "
               FUNCTION TRIM(MCH-BEFORE-VALUE) " -> "
               FUNCTION TRIM(MCH-AFTER-VALUE)
           DISPLAY "       it takes effect when a different operator "
               "with role S approves it".

       WRITE-STAGED-CHANGE.
           ADD 1 TO WS-MKCK-TIE
           MOVE SPACES TO MCH-CHANGE-ID
           STRING "MC" WS-MKCK-TODAY(3:6) WS-MKCK-NOW(1:6) WS-MKCK-TIE
               DELIMITED BY SIZE
               INTO MCH-CHANGE-ID
           END-STRING
           WRITE MASTER-CHANGE-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MKCK-WRITTEN TO TRUE
           END-WRITE.

      *> -----------------------------------------------------------------
      *> FETCH-CHANGE-FOR-DECISION -- the change must be pending, belong
      *> to the calling program's master, still be inside its approval
      *> window, and have been keyed by someone else. A change found
      *> past its window is expired on the spot.
      *> -----------------------------------------------------------------
       FETCH-CHANGE-FOR-DECISION.
           PERFORM OPEN-MASTER-CHANGES

           MOVE WS-MKCK-CHANGE-ID TO MCH-CHANGE-ID
           READ MASTER-CHANGE-FILE
               INVALID KEY
                   DISPLAY "ERROR: change " WS-MKCK-CHANGE-ID
                       " is not on " FUNCTION TRIM(WS-MKCK-PATH)
                   CLOSE MASTER-CHANGE-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF MCH-SOURCE NOT = WS-MKCK-SOURCE
               DISPLAY "ERROR: change " WS-MKCK-CHANGE-ID " is a "
                   FUNCTION TRIM(MCH-ACTION)
                   " -- decide it in the program that keyed it"
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF MCH-STATUS NOT = "P"
               DISPLAY "ERROR: change " WS-MKCK-CHANGE-ID
                   " is not pending (status " MCH-STATUS ")"
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-MKCK-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-MKCK-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-MKCK-TODAY))
               - FUNCTION INTEGER-OF-DATE(MCH-MAKE-DATE)
           IF WS-MKCK-AGE-DAYS > WS-MKCK-EXPIRY-DAYS
               MOVE "X"      TO MCH-STATUS
               MOVE "EXPIRY" TO MCH-CHECKER-ID
               MOVE FUNCTION NUMVAL(WS-MKCK-TODAY) TO MCH-DECIDE-DATE
               REWRITE MASTER-CHANGE-REC
               CLOSE MASTER-CHANGE-FILE
               MOVE "EXPIRE" TO WS-MKCK-AUDIT-VERB
               PERFORM AUDIT-MASTER-CHANGE
               DISPLAY "ERROR: change " WS-MKCK-CHANGE-ID " was keyed "
                   MCH-MAKE-DATE ", more than " WS-MKCK-EXPIRY-DAYS
                   " day(s) ago -- it has expired; key it again"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> The two-person rule: the approver is never the maker. A
           *> maker may still withdraw (reject) their own change.
           IF MCH-MAKER-ID = WS-OPSGN-OPER-ID
               AND WS-MKCK-DECISION = "A"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OPSGN-OPER-ID)
                   " keyed change " WS-MKCK-CHANGE-ID
                   " -- a different operator must approve it"
               CLOSE MASTER-CHANGE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-CHANGE-DECISION.
           ACCEPT WS-MKCK-TODAY FROM DATE YYYYMMDD
           MOVE WS-MKCK-DECISION TO MCH-STATUS
           MOVE WS-OPSGN-OPER-ID TO MCH-CHECKER-ID
           MOVE FUNCTION NUMVAL(WS-MKCK-TODAY) TO MCH-DECIDE-DATE
           REWRITE MASTER-CHANGE-REC
           CLOSE MASTER-CHANGE-FILE

           IF WS-MKCK-DECISION = "A"
               MOVE "APPROVE" TO WS-MKCK-AUDIT-VERB
           ELSE
               MOVE "REJECT" TO WS-MKCK-AUDIT-VERB
           END-IF
           PERFORM AUDIT-MASTER-CHANGE.

       AUDIT-MASTER-CHANGE.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-MKCK-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING FUNCTION TRIM(WS-MKCK-AUDIT-VERB) " "
                  MCH-CHANGE-ID " " FUNCTION TRIM(MCH-ACTION) " "
                  MCH-ACCT-ID " " FUNCTION TRIM(MCH-BEFORE-VALUE) ">"
                  FUNCTION TRIM(MCH-AFTER-VALUE)
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG.
