
       01 WS-ORIG-TRXN-ID     PIC X(10).
       01 WS-NEW-TRXN-ID      PIC X(10).
       01 WS-PAIR-NEW-TRXN-ID PIC X(10)   VALUE SPACES.

       01 WS-NEW-TRXN-DATE-TXT PIC X(8).
       01 WS-NEW-TRXN-DATE-N   PIC 9(8).
       01 WS-ORIG-CHANNEL     PIC X(3).
       01 WS-ORIG-BRANCH         PIC X(3).
       01 WS-ORIG-ADJ-FLAG       PIC X(1).
       01 WS-ORIG-DESC           PIC X(20).

       *> An internal transfer is two legs linked by a TRXN-DESC of
       *> "XFR <reference> ..." -- reversing one leg alone would leave
       *> money created or destroyed, so both legs are always reversed
       *> together and the partner's reversal takes PAIR_NEW_TRXN_ID.
       01 WS-XFR-SW              PIC X(1)    VALUE "N".
           88 WS-IS-TRANSFER                 VALUE "Y".
       01 WS-PART-FOUND-SW       PIC X(1)    VALUE "N".
           88 WS-PART-FOUND                  VALUE "Y".
       01 WS-PART-EOF-SW         PIC X(1)    VALUE "N".
           88 WS-PART-EOF                    VALUE "Y".
       01 WS-PART-TRXN-ID        PIC X(10).
       01 WS-PART-ACCT-ID        PIC X(10).
       01 WS-PART-AMT            PIC S9(7)V99 COMP-3.
       01 WS-PART-TYPE           PIC X(1).
       01 WS-PART-CURR           PIC X(3).
       01 WS-PART-CHANNEL        PIC X(3).
       01 WS-PART-BRANCH         PIC X(3).
       01 WS-PART-ADJ-FLAG       PIC X(1).
       01 WS-FIRST-ORIG-ID       PIC X(10).
       01 WS-FIRST-NEW-ID        PIC X(10).

       01 WS-REV-TYPE         PIC X(1).
       01 WS-REV-DESC         PIC X(20)   VALUE SPACES.
           MOVE WS-ARG-VALUE(1:6) TO WS-NEW-POST-TIME-TXT
           COMPUTE WS-NEW-POST-TIME-N = FUNCTION NUMVAL(WS-NEW-POST-TIME-TXT)

           *> Arg 8 (optional): PAIR_NEW_TRXN_ID -- required only when
           *> the original is one leg of an internal transfer
           IF WS-ARG-COUNT > 7
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:10) TO WS-PAIR-NEW-TRXN-ID
           END-IF

           *> Reversing an entry that was never posted makes no sense, so
           *> unlike LEDGER-TRXN-WRITER's SAFE-OPEN-TRXN-FILE-EXTEND there
           *> is no fall-back to OPEN OUTPUT here on a "file not found"
               STOP RUN
           END-IF

           IF WS-ORIG-DESC(1:4) = "XFR "
               SET WS-IS-TRANSFER TO TRUE
               PERFORM FIND-TRANSFER-PARTNER

               IF NOT WS-PART-FOUND
                   DISPLAY "ERROR: " WS-ORIG-TRXN-ID
                       " is one leg of transfer " WS-ORIG-DESC(5:10)
                       " but the other leg is not in " WS-FILE-PATH
                   DISPLAY "       a transfer is only reversed as a pair"
                   CLOSE TRXN-FILE
                   PERFORM CLOSE-PERIOD-FILE
                   PERFORM CLOSE-AUDIT-LOG
                   PERFORM CLOSE-RECOVERY-JRNL
                   PERFORM RELEASE-POSTING-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-PAIR-NEW-TRXN-ID = SPACES
                   DISPLAY "ERROR: " WS-ORIG-TRXN-ID
                       " is one leg of transfer " WS-ORIG-DESC(5:10)
                       " -- its partner leg is " WS-PART-TRXN-ID
                   DISPLAY "       supply PAIR_NEW_TRXN_ID to reverse"
                       " both legs together"
                   CLOSE TRXN-FILE
                   PERFORM CLOSE-PERIOD-FILE
                   PERFORM CLOSE-AUDIT-LOG
                   PERFORM CLOSE-RECOVERY-JRNL
                   PERFORM RELEASE-POSTING-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE WS-PAIR-NEW-TRXN-ID TO TRXN-ID
               READ TRXN-FILE
                   INVALID KEY
                       MOVE "N" TO WS-NEW-DUP-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NEW-DUP-SW
               END-READ
               IF WS-NEW-IS-DUP OR WS-PAIR-NEW-TRXN-ID = WS-NEW-TRXN-ID
                   DISPLAY "ERROR: PAIR_NEW_TRXN_ID " WS-PAIR-NEW-TRXN-ID
                       " is already posted in " WS-FILE-PATH
                       " or repeats NEW_TRXN_ID"
                   CLOSE TRXN-FILE
                   PERFORM CLOSE-PERIOD-FILE
                   PERFORM CLOSE-AUDIT-LOG
                   PERFORM CLOSE-RECOVERY-JRNL
                   PERFORM RELEASE-POSTING-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM BUILD-AND-WRITE-REVERSAL-RECORD

           MOVE WS-NEW-TRXN-ID TO WS-AUDIT-RECORD-KEY
           MOVE WS-FILE-PATH   TO WS-AUDIT-TARGET-PATH
           PERFORM APPEND-AUDIT-LOG-RECORD

           IF WS-IS-TRANSFER
               MOVE WS-ORIG-TRXN-ID     TO WS-FIRST-ORIG-ID
               MOVE WS-NEW-TRXN-ID      TO WS-FIRST-NEW-ID
               MOVE WS-PART-TRXN-ID     TO WS-ORIG-TRXN-ID
               MOVE WS-PAIR-NEW-TRXN-ID TO WS-NEW-TRXN-ID
               MOVE WS-PART-ACCT-ID     TO WS-ORIG-ACCT-ID
               MOVE WS-PART-AMT         TO WS-ORIG-AMT
               MOVE WS-PART-TYPE        TO WS-ORIG-TYPE
               MOVE WS-PART-CURR        TO WS-ORIG-CURR
               MOVE WS-PART-CHANNEL     TO WS-ORIG-CHANNEL
               MOVE WS-PART-BRANCH      TO WS-ORIG-BRANCH
               MOVE WS-PART-ADJ-FLAG    TO WS-ORIG-ADJ-FLAG
               MOVE SPACES              TO WS-REV-DESC

               PERFORM BUILD-AND-WRITE-REVERSAL-RECORD

               MOVE WS-NEW-TRXN-ID TO WS-AUDIT-RECORD-KEY
               MOVE WS-FILE-PATH   TO WS-AUDIT-TARGET-PATH
               PERFORM APPEND-AUDIT-LOG-RECORD

               DISPLAY "Posted reversal " WS-FIRST-NEW-ID
                   " for " WS-FIRST-ORIG-ID " (transfer "
                   WS-ORIG-DESC(5:10) ")"
           END-IF

           CLOSE TRXN-FILE
           PERFORM CLOSE-PERIOD-FILE
           PERFORM CLOSE-AUDIT-LOG

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./reverse_trxn TRXN_FILE ORIGINAL_TRXN_ID NEW_TRXN_ID NEW_TRXN_DT NEW_TRXN_TM NEW_POST_DT NEW_POST_TM [PAIR_NEW_TRXN_ID]"
           DISPLAY "    (PAIR_NEW_TRXN_ID is required when the original is one leg of an"
           DISPLAY "     internal transfer -- both legs are then reversed together)"
           DISPLAY "Example:"
           DISPLAY "  ./reverse_trxn /data/transactions.dat TRX0000003 TRX0000099 20250920 090000 20250920 090005".

                   MOVE CHANNEL-CODE  TO WS-ORIG-CHANNEL
                   MOVE TRXN-BRANCH   TO WS-ORIG-BRANCH
                   MOVE TRXN-ADJ-FLAG TO WS-ORIG-ADJ-FLAG
                   MOVE TRXN-DESC     TO WS-ORIG-DESC
           END-READ.

      *> -----------------------------------------------------------------
      *> The partner leg is the other posting whose TRXN-DESC carries the
      *> same "XFR <reference>" prefix. There is no key on TRXN-DESC, so
      *> this is a full sequential pass from the lowest TRXN-ID.
      *> A currency conversion and its margin pair share one reference;
      *> the margin legs ("FXINC" memo) pair only with each other.
      *> -----------------------------------------------------------------
       FIND-TRANSFER-PARTNER.
           MOVE "N" TO WS-PART-FOUND-SW
           MOVE "N" TO WS-PART-EOF-SW
           MOVE LOW-VALUES TO TRXN-ID
           START TRXN-FILE KEY IS >= TRXN-ID
               INVALID KEY
                   SET WS-PART-EOF TO TRUE
           END-START
           PERFORM READ-ONE-PARTNER-CANDIDATE
               UNTIL WS-PART-EOF OR WS-PART-FOUND.

       READ-ONE-PARTNER-CANDIDATE.
           READ TRXN-FILE NEXT RECORD
               AT END
                   SET WS-PART-EOF TO TRUE
               NOT AT END
                   IF TRXN-DESC(1:14) = WS-ORIG-DESC(1:14)
                       AND TRXN-ID NOT = WS-ORIG-TRXN-ID
                       AND ((TRXN-DESC(16:5) = "FXINC"
                             AND WS-ORIG-DESC(16:5) = "FXINC")
                         OR (TRXN-DESC(16:5) NOT = "FXINC"
                             AND WS-ORIG-DESC(16:5) NOT = "FXINC"))
                       SET WS-PART-FOUND TO TRUE
                       MOVE TRXN-ID       TO WS-PART-TRXN-ID
                       MOVE ACCT-ID       TO WS-PART-ACCT-ID
                       MOVE TRXN-AMT      TO WS-PART-AMT
                       MOVE TRXN-TYPE     TO WS-PART-TYPE
                       MOVE CURRENCY-CODE TO WS-PART-CURR
                       MOVE CHANNEL-CODE  TO WS-PART-CHANNEL
                       MOVE TRXN-BRANCH   TO WS-PART-BRANCH
                       MOVE TRXN-ADJ-FLAG TO WS-PART-ADJ-FLAG
                   END-IF
           END-READ.

       CHECK-DUPLICATE-NEW-TRXN-ID.
