       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-PREF-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-PREF-FILE ASSIGN TO WS-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO WS-ACCT-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT ALERT-LOG-FILE ASSIGN TO WS-ALERT-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.

           COPY "op_signon_select.cpy".

           COPY "audit_log_select.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-PREF-FILE.
       COPY "alert_pref.cpy".

       FD  ACCT-MASTER-FILE.
       COPY "acct_master.cpy".

       *> One pipe-delimited line per notification sent, written by
       *> LEDGER-ALERT-NOTIFY:
       *> NOTIFY-ID|ACCT|TYPE|CHANNEL|DESTINATION|CUR|AMOUNT|THRESHOLD|
       *> TRXN-ID|DATE|TIME|MESSAGE
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-REC          PIC X(300).

       COPY "op_signon_fd.cpy".

       COPY "audit_log_fd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS      PIC XX.
       01 WS-ACCT-FILE-STATUS PIC XX.
       01 WS-ALERT-LOG-STATUS PIC XX.
       01 WS-ARG-COUNT        PIC 9(4).
       01 WS-ARG-VALUE        PIC X(200).
       01 WS-FILE-PATH        PIC X(200).
       01 WS-ACCT-MASTER-PATH PIC X(200).
       01 WS-ALERT-LOG-PATH   PIC X(200).

       01 WS-COMMAND          PIC X(8).
       01 WS-ACCT-ID          PIC X(10).
       01 WS-ALERT-TYPE       PIC X(1).
       01 WS-TODAY-DATE       PIC X(8).
       01 WS-FROM-DATE        PIC 9(8)    VALUE ZERO.
       01 WS-AT-COUNT         PIC 9(3).

       01 WS-EOF-SW           PIC X(1)    VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01 WS-ON-FILE-SW       PIC X(1)    VALUE "N".
           88 WS-ON-FILE                  VALUE "Y".

       01 WS-LIST-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-THRESHOLD-ED     PIC -(11)9.99.

       *> HISTORY -- fields of one alert-sent log line
       01 WS-LOG-ID           PIC X(16).
       01 WS-LOG-ACCT         PIC X(10).
       01 WS-LOG-TYPE         PIC X(1).
       01 WS-LOG-CHANNEL      PIC X(1).
       01 WS-LOG-DEST         PIC X(60).
       01 WS-LOG-CUR          PIC X(3).
       01 WS-LOG-AMOUNT       PIC X(20).
       01 WS-LOG-THRESHOLD    PIC X(20).
       01 WS-LOG-TRXN-ID      PIC X(10).
       01 WS-LOG-DATE         PIC X(8).
       01 WS-LOG-TIME         PIC X(6).
       01 WS-LOG-MESSAGE      PIC X(120).

       COPY "op_signon_ws.cpy".

       COPY "audit_log_ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE "ALERT-PREF-MAINT" TO WS-AUDIT-PROGRAM-ID

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 2
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Sign-on first: reads need inquiry rights, setting or
           *> stopping a customer's alerts the posting role.
           PERFORM OPERATOR-SIGN-ON
           IF NOT WS-OPSGN-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: ALERT_PREF_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-FILE-PATH

           *> Arg 2: COMMAND
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-COMMAND

           IF WS-COMMAND = "LIST    " OR WS-COMMAND = "SHOW    "
               OR WS-COMMAND = "HISTORY "
               MOVE "I" TO WS-OPSGN-REQUIRED-ROLE
           ELSE
               MOVE "P" TO WS-OPSGN-REQUIRED-ROLE
           END-IF
           PERFORM CHECK-OPERATOR-ROLE
           IF NOT WS-OPSGN-ALLOWED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           EVALUATE WS-COMMAND
               WHEN "SET     "
                   PERFORM SET-ALERT-PREF
               WHEN "SUSPEND "
               WHEN "RESUME  "
                   PERFORM CHANGE-ALERT-STATUS
               WHEN "DELETE  "
                   PERFORM DELETE-ALERT-PREF
               WHEN "SHOW    "
                   PERFORM SHOW-ACCOUNT-ALERTS
               WHEN "LIST    "
                   PERFORM LIST-ALERT-PREFS
               WHEN "HISTORY "
                   PERFORM SHOW-ALERT-HISTORY
               WHEN OTHER
                   DISPLAY "ERROR: unrecognised command " WS-COMMAND
                   PERFORM DISPLAY-USAGE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./alert_pref_maint PREF_FILE SET ACCT_ID TYPE CURR THRESHOLD CHANNEL DESTINATION"
           DISPLAY "  ./alert_pref_maint PREF_FILE SUSPEND|RESUME|DELETE ACCT_ID TYPE"
           DISPLAY "  ./alert_pref_maint PREF_FILE SHOW ACCT_ID"
           DISPLAY "  ./alert_pref_maint PREF_FILE LIST"
           DISPLAY "  ./alert_pref_maint PREF_FILE HISTORY ACCT_ID [FROM_DATE]"
           DISPLAY "Where TYPE    = L (balance below THRESHOLD), D (single debit of THRESHOLD or more),"
           DISPLAY "                O (overdrawn -- THRESHOLD is ignored, pass 0)"
           DISPLAY "      CHANNEL = S (SMS to a mobile number) or E (email)"
           DISPLAY "HISTORY reads the alert-sent log (LEDGER_ALERT_LOG,"
           DISPLAY "default ./alert_sent_log.dat)."
           DISPLAY "Example:"
           DISPLAY "  ./alert_pref_maint /data/alert_pref.dat SET ACCT123456 L INR 5000.00 S +919800000042"
           DISPLAY "  ./alert_pref_maint /data/alert_pref.dat HISTORY ACCT123456 20260901".

      *> =================================================================
      *> SET -- add the account's alert of this type, or replace it.
      *> Replacing keeps the last-sent date, so changing a threshold in
      *> the afternoon does not re-send an alert already sent today.
      *> =================================================================
       SET-ALERT-PREF.
           IF WS-ARG-COUNT < 8
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-ACCT-AND-TYPE-ARGS
           PERFORM CHECK-ACCT-ON-MASTER

           PERFORM SAFE-OPEN-PREF-FILE-IO

           MOVE WS-ACCT-ID    TO AP-ACCT-ID
           MOVE WS-ALERT-TYPE TO AP-ALERT-TYPE
           READ ALERT-PREF-FILE
               INVALID KEY
                   INITIALIZE ALERT-PREF-REC
                   MOVE WS-ACCT-ID    TO AP-ACCT-ID
                   MOVE WS-ALERT-TYPE TO AP-ALERT-TYPE
                   MOVE ZERO          TO AP-LAST-SENT-DATE
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
           END-READ

           *> Arg 5: CURR
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:3)) TO AP-CURRENCY

           *> Arg 6: THRESHOLD
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF FUNCTION TEST-NUMVAL(WS-ARG-VALUE) NOT = ZERO
               DISPLAY "ERROR: THRESHOLD " FUNCTION TRIM(WS-ARG-VALUE)
                   " is not a number"
               CLOSE ALERT-PREF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE AP-THRESHOLD = FUNCTION NUMVAL(WS-ARG-VALUE)

           *> Arg 7: CHANNEL; Arg 8: DESTINATION
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1)) TO AP-CHANNEL
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:60) TO AP-DESTINATION

           IF AP-CURRENCY = SPACES
               DISPLAY "ERROR: CURR is required"
               CLOSE ALERT-PREF-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ALERT-TYPE = "O"
               MOVE ZERO TO AP-THRESHOLD
           ELSE
               IF AP-THRESHOLD NOT > ZERO
                   DISPLAY "ERROR: THRESHOLD must be greater than zero "
                       "for a type " WS-ALERT-TYPE " alert"
                   CLOSE ALERT-PREF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE ZERO TO WS-AT-COUNT
           INSPECT AP-DESTINATION TALLYING WS-AT-COUNT FOR ALL "@"
           EVALUATE TRUE
               WHEN AP-CHANNEL = "E" AND WS-AT-COUNT = 1
                   CONTINUE
               WHEN AP-CHANNEL = "S" AND WS-AT-COUNT = ZERO
                   AND AP-DESTINATION NOT = SPACES
                   CONTINUE
               WHEN AP-CHANNEL NOT = "S" AND AP-CHANNEL NOT = "E"
                   DISPLAY "ERROR: CHANNEL must be S or E, got "
                       AP-CHANNEL
                   CLOSE ALERT-PREF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: DESTINATION "
                       FUNCTION TRIM(AP-DESTINATION)
                       " does not suit channel " AP-CHANNEL
                   CLOSE ALERT-PREF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE "A"              TO AP-STATUS
           MOVE WS-OPSGN-OPER-ID TO AP-SET-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO AP-SET-DATE
           IF WS-ON-FILE
               REWRITE ALERT-PREF-REC
           ELSE
               WRITE ALERT-PREF-REC
           END-IF

           CLOSE ALERT-PREF-FILE

           PERFORM AUDIT-ONE-CHANGE

           MOVE AP-THRESHOLD TO WS-THRESHOLD-ED
           DISPLAY "Set alert " WS-ALERT-TYPE " on " WS-ACCT-ID " "
               AP-CURRENCY " at " FUNCTION TRIM(WS-THRESHOLD-ED)
               " by " AP-CHANNEL " to " FUNCTION TRIM(AP-DESTINATION).

      *> =================================================================
      *> SUSPEND / RESUME -- the preference stays on file; a suspended
      *> alert is simply not evaluated.
      *> =================================================================
       CHANGE-ALERT-STATUS.
           PERFORM READ-PREF-FOR-UPDATE

           IF WS-COMMAND = "SUSPEND "
               MOVE "S" TO AP-STATUS
           ELSE
               MOVE "A" TO AP-STATUS
           END-IF
           MOVE WS-OPSGN-OPER-ID TO AP-SET-BY
           MOVE FUNCTION NUMVAL(WS-TODAY-DATE) TO AP-SET-DATE
           REWRITE ALERT-PREF-REC

           CLOSE ALERT-PREF-FILE

           PERFORM AUDIT-ONE-CHANGE

           DISPLAY "Alert " WS-ALERT-TYPE " on " WS-ACCT-ID
               " is now status " AP-STATUS.

       DELETE-ALERT-PREF.
           PERFORM READ-PREF-FOR-UPDATE

           DELETE ALERT-PREF-FILE

           CLOSE ALERT-PREF-FILE

           PERFORM AUDIT-ONE-CHANGE

           DISPLAY "Deleted alert " WS-ALERT-TYPE " on " WS-ACCT-ID.

       READ-PREF-FOR-UPDATE.
           IF WS-ARG-COUNT < 4
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACCEPT-ACCT-AND-TYPE-ARGS

           OPEN I-O ALERT-PREF-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-ACCT-ID    TO AP-ACCT-ID
           MOVE WS-ALERT-TYPE TO AP-ALERT-TYPE
           READ ALERT-PREF-FILE
               INVALID KEY
                   DISPLAY "ERROR: no type " WS-ALERT-TYPE
                       " alert on " WS-ACCT-ID
                   CLOSE ALERT-PREF-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

       ACCEPT-ACCT-AND-TYPE-ARGS.
           *> Arg 3: ACCT_ID; Arg 4: TYPE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:1)) TO WS-ALERT-TYPE

           IF WS-ALERT-TYPE NOT = "L" AND WS-ALERT-TYPE NOT = "D"
               AND WS-ALERT-TYPE NOT = "O"
               DISPLAY "ERROR: TYPE must be L, D or O, got "
                   WS-ALERT-TYPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ACCT-ON-MASTER.
           *> Same soft fallback the posting writer gives a shop that
           *> has not built its account master.
           DISPLAY "LEDGER_ACCT_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-ACCT-MASTER-PATH FROM ENVIRONMENT-VALUE
           IF WS-ACCT-MASTER-PATH = SPACES
               MOVE "./acct_master.dat" TO WS-ACCT-MASTER-PATH
           END-IF

           OPEN INPUT ACCT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: account master "
                   FUNCTION TRIM(WS-ACCT-MASTER-PATH)
                   " not available (FILE STATUS " WS-ACCT-FILE-STATUS
                   ") -- account checking is OFF for this alert"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACCT-ID TO AM-ACCT-ID
           READ ACCT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: ACCT-ID " WS-ACCT-ID
                       " is not on the account master"
                   CLOSE ACCT-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           CLOSE ACCT-MASTER-FILE.

      *> =================================================================
      *> SHOW / LIST -- what the customer has asked to be told about.
      *> =================================================================
       SHOW-ACCOUNT-ALERTS.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID

           PERFORM OPEN-PREF-FILE-INPUT

           PERFORM DISPLAY-ALERT-HEADING

           MOVE WS-ACCT-ID TO AP-ACCT-ID
           MOVE LOW-VALUES TO AP-ALERT-TYPE
           START ALERT-PREF-FILE KEY >= AP-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM SHOW-ONE-ALERT UNTIL WS-EOF

           CLOSE ALERT-PREF-FILE

           DISPLAY WS-LIST-COUNT " alert(s) on " WS-ACCT-ID.

       SHOW-ONE-ALERT.
           READ ALERT-PREF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AP-ACCT-ID NOT = WS-ACCT-ID
                       SET WS-EOF TO TRUE
                   ELSE
                       PERFORM DISPLAY-ONE-ALERT
                   END-IF
           END-READ.

       LIST-ALERT-PREFS.
           PERFORM OPEN-PREF-FILE-INPUT

           PERFORM DISPLAY-ALERT-HEADING

           PERFORM LIST-ONE-ALERT UNTIL WS-EOF

           CLOSE ALERT-PREF-FILE

           DISPLAY WS-LIST-COUNT " alert(s) on "
               FUNCTION TRIM(WS-FILE-PATH).

       LIST-ONE-ALERT.
           READ ALERT-PREF-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM DISPLAY-ONE-ALERT
           END-READ.

       DISPLAY-ALERT-HEADING.
           DISPLAY "ACCT-ID    T CUR THRESHOLD       C ST LAST-SENT SET-BY   SET-DATE DESTINATION".

       DISPLAY-ONE-ALERT.
           ADD 1 TO WS-LIST-COUNT
           MOVE AP-THRESHOLD TO WS-THRESHOLD-ED
           DISPLAY AP-ACCT-ID " " AP-ALERT-TYPE " " AP-CURRENCY " "
               WS-THRESHOLD-ED " " AP-CHANNEL " " AP-STATUS "  "
               AP-LAST-SENT-DATE "  " AP-SET-BY " " AP-SET-DATE " "
               FUNCTION TRIM(AP-DESTINATION).

      *> =================================================================
      *> HISTORY -- every notification sent for the account, from the
      *> alert-sent log, to answer "I never got notified".
      *> =================================================================
       SHOW-ALERT-HISTORY.
           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 3: ACCT_ID
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:10) TO WS-ACCT-ID

           *> Arg 4 (optional): FROM_DATE (YYYYMMDD)
           IF WS-ARG-COUNT > 3
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               COMPUTE WS-FROM-DATE =
                   FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           END-IF

           DISPLAY "LEDGER_ALERT_LOG" UPON ENVIRONMENT-NAME
           ACCEPT WS-ALERT-LOG-PATH FROM ENVIRONMENT-VALUE
           IF WS-ALERT-LOG-PATH = SPACES
               MOVE "./alert_sent_log.dat" TO WS-ALERT-LOG-PATH
           END-IF

           OPEN INPUT ALERT-LOG-FILE
           IF WS-ALERT-LOG-STATUS NOT = "00"
               DISPLAY "No alert-sent log at "
                   FUNCTION TRIM(WS-ALERT-LOG-PATH)
                   " -- no alert has been sent"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NOTIFY-ID        T C DATE     TIME   CUR AMOUNT / THRESHOLD -- DESTINATION"

           PERFORM SHOW-ONE-SENT-ALERT UNTIL WS-EOF

           CLOSE ALERT-LOG-FILE

           DISPLAY WS-LIST-COUNT " alert(s) sent for " WS-ACCT-ID.

       SHOW-ONE-SENT-ALERT.
           READ ALERT-LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-LOG-ID WS-LOG-ACCT WS-LOG-TYPE
                       WS-LOG-CHANNEL WS-LOG-DEST WS-LOG-CUR
                       WS-LOG-AMOUNT WS-LOG-THRESHOLD WS-LOG-TRXN-ID
                       WS-LOG-DATE WS-LOG-TIME WS-LOG-MESSAGE
                   UNSTRING ALERT-LOG-REC DELIMITED BY "|"
                       INTO WS-LOG-ID WS-LOG-ACCT WS-LOG-TYPE
                            WS-LOG-CHANNEL WS-LOG-DEST WS-LOG-CUR
                            WS-LOG-AMOUNT WS-LOG-THRESHOLD
                            WS-LOG-TRXN-ID WS-LOG-DATE WS-LOG-TIME
                            WS-LOG-MESSAGE
                   END-UNSTRING
                   IF WS-LOG-ACCT = WS-ACCT-ID
                       AND WS-LOG-DATE >= WS-FROM-DATE
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY WS-LOG-ID " " WS-LOG-TYPE " "
                           WS-LOG-CHANNEL " " WS-LOG-DATE " "
                           WS-LOG-TIME " " WS-LOG-CUR " "
                           FUNCTION TRIM(WS-LOG-AMOUNT) " / "
                           FUNCTION TRIM(WS-LOG-THRESHOLD) " -- "
                           FUNCTION TRIM(WS-LOG-DEST)
                       DISPLAY "    " FUNCTION TRIM(WS-LOG-MESSAGE)
                   END-IF
           END-READ.

       OPEN-PREF-FILE-INPUT.
           OPEN INPUT ALERT-PREF-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       AUDIT-ONE-CHANGE.
           PERFORM OPEN-AUDIT-LOG
           MOVE WS-FILE-PATH TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "ALERT " FUNCTION TRIM(WS-COMMAND) " " WS-ACCT-ID " "
                  WS-ALERT-TYPE " " AP-CURRENCY " " AP-CHANNEL " "
                  AP-STATUS
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-LOG-RECORD
           PERFORM CLOSE-AUDIT-LOG.

       SAFE-OPEN-PREF-FILE-IO.
           *> Same create-on-35 treatment the other keyed masters get,
           *> closed and reopened so the first SET can read it.
           OPEN I-O ALERT-PREF-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-PREF-FILE
               CLOSE ALERT-PREF-FILE
               OPEN I-O ALERT-PREF-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-FILE-PATH
               DISPLAY "       FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPY "op_signon.cpy".

       COPY "audit_log.cpy".
