
       01 WS-APPLY-COUNT         PIC 9(5)    VALUE ZERO.
       01 WS-DUPE-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-HELD-COUNT          PIC 9(5)    VALUE ZERO.
       01 WS-ORPHAN-COUNT        PIC 9(5)    VALUE ZERO.
       01 WS-TODAY-DATE          PIC X(8).

       *> Internal transfers reach the queue as a pair of legs whose
       *> TRXN-DESC both start "XFR <reference>". An approved leg is
       *> held back until its partner is approved as well, so the two
       *> always post in the same run or not at all. Only legs still
       *> on the queue (pending or approved) are tabled; a leg whose
       *> partner was rejected is flagged and rejected in turn.
       01 WS-XFR-TBL-COUNT       PIC 9(4)    VALUE ZERO.
       01 WS-XFR-TBL-MAX         PIC 9(4)    VALUE 2000.
       01 WS-XFR-TABLE.
           05 WS-XFR-ENTRY OCCURS 2000 TIMES.
              10 WS-XFR-TBL-REF     PIC X(10).
              10 WS-XFR-TBL-ID      PIC X(10).
              10 WS-XFR-TBL-STATUS  PIC X(1).
              10 WS-XFR-TBL-ORPHAN  PIC X(1).
       01 WS-XFR-IDX             PIC 9(4).
       01 WS-XFR-SELF-IDX        PIC 9(4).
       01 WS-XFR-HOLD-SW         PIC X(1)    VALUE "N".
           88 WS-XFR-HOLD                    VALUE "Y".
       01 WS-XFR-PARTNER-ID      PIC X(10).

       COPY "recovery_journal_ws.cpy".

           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-RECOVERY-JRNL

           PERFORM LOAD-ONE-TRANSFER-LEG UNTIL WS-EOF

           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO PND-TRXN-ID
           START PENDING-FILE KEY IS >= PND-TRXN-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM MARK-ONE-REJECTED-PARTNER UNTIL WS-EOF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO PND-TRXN-ID
           START PENDING-FILE KEY IS >= PND-TRXN-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM APPLY-ONE-PENDING UNTIL WS-EOF

           CLOSE PENDING-FILE

           DISPLAY "Pending apply: " WS-APPLY-COUNT
               " approved posting(s) written to " WS-FILE-PATH ", "
               WS-DUPE-COUNT " already-posted item(s) marked done, "
               WS-HELD-COUNT " transfer leg(s) held for their partner, "
               WS-ORPHAN-COUNT " rejected with their partner"

           STOP RUN.

           DISPLAY "Example:"
           DISPLAY "  ./ledger_pending_apply /data/pending_trxn.dat /data/transactions.dat".

       LOAD-ONE-TRANSFER-LEG.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PND-DESC(1:4) = "XFR "
                       AND (PND-STATUS = "P" OR PND-STATUS = "A")
                       IF WS-XFR-TBL-COUNT < WS-XFR-TBL-MAX
                           ADD 1 TO WS-XFR-TBL-COUNT
                           MOVE PND-DESC(5:10)
                               TO WS-XFR-TBL-REF(WS-XFR-TBL-COUNT)
                           MOVE PND-TRXN-ID
                               TO WS-XFR-TBL-ID(WS-XFR-TBL-COUNT)
                           MOVE PND-STATUS
                               TO WS-XFR-TBL-STATUS(WS-XFR-TBL-COUNT)
                           MOVE "N"
                               TO WS-XFR-TBL-ORPHAN(WS-XFR-TBL-COUNT)
                       ELSE
                           DISPLAY "WARNING: more than " WS-XFR-TBL-MAX
                               " transfer legs queued -- " PND-TRXN-ID
                               " held, not paired this run"
                       END-IF
                   END-IF
           END-READ.

      *> -----------------------------------------------------------------
      *> A rejected leg condemns its partner: flag every tabled leg
      *> that shares its transfer reference.
      *> -----------------------------------------------------------------
       MARK-ONE-REJECTED-PARTNER.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PND-DESC(1:4) = "XFR " AND PND-STATUS = "R"
                       PERFORM FLAG-ONE-ORPHAN-LEG
                           VARYING WS-XFR-IDX FROM 1 BY 1
                           UNTIL WS-XFR-IDX > WS-XFR-TBL-COUNT
                   END-IF
           END-READ.

       FLAG-ONE-ORPHAN-LEG.
           IF WS-XFR-TBL-REF(WS-XFR-IDX) = PND-DESC(5:10)
               AND WS-XFR-TBL-ID(WS-XFR-IDX) NOT = PND-TRXN-ID
               MOVE "Y" TO WS-XFR-TBL-ORPHAN(WS-XFR-IDX)
           END-IF.

       APPLY-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PND-DESC(1:4) = "XFR "
                       AND (PND-STATUS = "P" OR PND-STATUS = "A")
                       PERFORM FIND-TRANSFER-SELF
                       IF WS-XFR-SELF-IDX > ZERO
                           IF WS-XFR-TBL-ORPHAN(WS-XFR-SELF-IDX) = "Y"
                               PERFORM REJECT-ORPHAN-LEG
                               EXIT PARAGRAPH
                           END-IF
                       END-IF
                   END-IF
                   IF PND-STATUS = "A"
                       PERFORM POST-ONE-APPROVED
                   END-IF
           END-READ.

       FIND-TRANSFER-SELF.
           MOVE ZERO TO WS-XFR-SELF-IDX
           PERFORM MATCH-TRANSFER-SELF
               VARYING WS-XFR-IDX FROM 1 BY 1
               UNTIL WS-XFR-IDX > WS-XFR-TBL-COUNT
               OR WS-XFR-SELF-IDX > ZERO.

       MATCH-TRANSFER-SELF.
           IF WS-XFR-TBL-ID(WS-XFR-IDX) = PND-TRXN-ID
               MOVE WS-XFR-IDX TO WS-XFR-SELF-IDX
           END-IF.

      *> -----------------------------------------------------------------
      *> The partner leg was rejected, so this one can never post as
      *> half of a pair: it is rejected too, and says why.
      *> -----------------------------------------------------------------
       REJECT-ORPHAN-LEG.
           MOVE "R"                    TO PND-STATUS
           MOVE "LEDGER-PENDING-APPLY" TO PND-DECIDE-USER
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO PND-DECIDE-DATE
           REWRITE PENDING-REC

           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "R " PND-TRXN-ID " PARTNER REJECTED"
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           MOVE WS-PENDING-PATH TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD

           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY "REJECT " PND-TRXN-ID " transfer partner was "
               "rejected -- this leg rejected with it".

       POST-ONE-APPROVED.
           IF PND-DESC(1:4) = "XFR "
               IF WS-XFR-SELF-IDX = ZERO
                   *> Not tabled (the table was full): without its
                   *> partner's status in hand it must not post alone.
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "HELD   " PND-TRXN-ID " transfer leg not "
                       "paired this run -- left on the queue"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-TRANSFER-PARTNER
               IF WS-XFR-HOLD
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "HELD   " PND-TRXN-ID " transfer partner "
                       WS-XFR-PARTNER-ID " is not approved -- left on"
                       " the queue"
                   EXIT PARAGRAPH
               END-IF
               *> A conversion margin leg ("XFR <conversion> FXINC")
               *> posts only once the conversion itself has -- its
               *> legs sort ahead of the margin's, so when both were
               *> approved they are already on TRXN-FILE by now.
               IF PND-DESC(16:5) = "FXINC"
                   MOVE PND-DESC(5:10) TO TRXN-ID
                   READ TRXN-FILE
                       INVALID KEY
                           ADD 1 TO WS-HELD-COUNT
                           DISPLAY "HELD   " PND-TRXN-ID " currency "
                               "conversion " PND-DESC(5:10) " is not "
                               "posted -- left on the queue"
                           EXIT PARAGRAPH
                   END-READ
               END-IF
           END-IF

           *> The normal duplicate check -- a re-run of the applier, or
           *> an ID that got posted some other way, must not double-post.
           MOVE PND-TRXN-ID TO TRXN-ID
           DISPLAY "POSTED " PND-TRXN-ID " (approved by "
               FUNCTION TRIM(PND-DECIDE-USER) ")".

      *> -----------------------------------------------------------------
      *> The partner is every other queued leg carrying the same transfer
      *> reference (a currency conversion and its margin pair share
      *> one, so a deal is held until all its legs are approved). Only
      *> legs still on the queue are tabled, so a
      *> tabled partner that is still pending holds this leg back; one
      *> already approved lets it through. A partner not tabled at all
      *> has already posted ('D') -- a rejected one was dealt with by
      *> REJECT-ORPHAN-LEG -- so this leg completes the pair.
      *> -----------------------------------------------------------------
       CHECK-TRANSFER-PARTNER.
           MOVE "N" TO WS-XFR-HOLD-SW
           MOVE SPACES TO WS-XFR-PARTNER-ID
           PERFORM CHECK-ONE-TRANSFER-LEG
               VARYING WS-XFR-IDX FROM 1 BY 1
               UNTIL WS-XFR-IDX > WS-XFR-TBL-COUNT
               OR WS-XFR-HOLD.

       CHECK-ONE-TRANSFER-LEG.
           IF WS-XFR-TBL-REF(WS-XFR-IDX) = PND-DESC(5:10)
               AND WS-XFR-TBL-ID(WS-XFR-IDX) NOT = PND-TRXN-ID
               MOVE WS-XFR-TBL-ID(WS-XFR-IDX) TO WS-XFR-PARTNER-ID
               IF WS-XFR-TBL-STATUS(WS-XFR-IDX) NOT = "A"
                   SET WS-XFR-HOLD TO TRUE
               END-IF
           END-IF.

       COPY "recovery_journal.cpy".

       COPY "batch_lock.cpy".
