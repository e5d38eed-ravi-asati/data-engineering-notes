           88 WS-EOF                         VALUE "Y".

       01 WS-LIST-COUNT          PIC 9(5)    VALUE ZERO.

       *> Rejecting one leg of an internal transfer ("XFR <reference>")
       *> rejects every other queued leg carrying the same reference --
       *> the partner leg, and for a currency conversion its margin
       *> pair: none of them may post on its own.
       01 WS-XFR-REF             PIC X(10).
       01 WS-AMT-ED              PIC -(7).99.

       COPY "audit_log_ws.cpy".
               STOP RUN
           END-IF

           DISPLAY "ST TRXN-ID    ACCT-ID    AMOUNT      T CUR WHY  "
               "SUBMITTED-BY                   DESCRIPTION"

           PERFORM LIST-ONE-PENDING UNTIL WS-EOF

                       DISPLAY PND-STATUS "  " PND-TRXN-ID " "
                           PND-ACCT-ID " " WS-AMT-ED " "
                           PND-TRXN-TYPE " " PND-CURRENCY " "
                           PND-HOLD-REASON " " PND-SUBMIT-USER " "
                           PND-DESC
                   END-IF
           END-READ.

           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO PND-DECIDE-DATE
           REWRITE PENDING-REC

           *> The decision itself goes to the central audit log.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-PENDING-PATH TO WS-AUDIT-TARGET-PATH
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD

           IF WS-DECISION = "A"
               DISPLAY "Approved " WS-TRXN-ID " -- run "
                   "ledger_pending_apply to post it"
           ELSE
               DISPLAY "Rejected " WS-TRXN-ID
               IF PND-DESC(1:4) = "XFR "
                   MOVE PND-DESC(5:10) TO WS-XFR-REF
                   PERFORM REJECT-TRANSFER-PARTNERS
               END-IF
           END-IF

           PERFORM CLOSE-AUDIT-LOG
           CLOSE PENDING-FILE.

      *> -----------------------------------------------------------------
      *> Every other leg carrying the same transfer reference that is
      *> still on the queue (pending or already approved) is rejected
      *> under the same decision, and audited as such.
      *> -----------------------------------------------------------------
       REJECT-TRANSFER-PARTNERS.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO PND-TRXN-ID
           START PENDING-FILE KEY IS >= PND-TRXN-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM REJECT-ONE-PARTNER-LEG UNTIL WS-EOF.

       REJECT-ONE-PARTNER-LEG.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PND-DESC(1:4) = "XFR "
                       AND PND-DESC(5:10) = WS-XFR-REF
                       AND PND-TRXN-ID NOT = WS-TRXN-ID
                       AND (PND-STATUS = "P" OR PND-STATUS = "A")
                       MOVE "R"            TO PND-STATUS
                       MOVE WS-DECIDE-USER TO PND-DECIDE-USER
                       MOVE FUNCTION NUMVAL(WS-TODAY-DATE)
                           TO PND-DECIDE-DATE
                       REWRITE PENDING-REC
                       MOVE SPACES TO WS-AUDIT-RECORD-KEY
                       STRING "R " PND-TRXN-ID " WITH " WS-TRXN-ID
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-RECORD-KEY
                       END-STRING
                       PERFORM APPEND-AUDIT-LOG-RECORD
                       DISPLAY "Rejected " PND-TRXN-ID
                           " -- same transfer " WS-XFR-REF
                   END-IF
           END-READ.

       COPY "audit_log.cpy".
