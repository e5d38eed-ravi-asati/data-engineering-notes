      *> Shared operator sign-on and role check. COPY into the
      *> PROCEDURE DIVISION of the menu and every maintenance program
      *> (with op_signon_ws.cpy, op_signon_select.cpy and
      *> op_signon_fd.cpy, and the audit_log set -- every sign-on is
      *> written to the audit log). The profile file -- maintained by
      *> OPERATOR-MAINT -- is named by LEDGER_OPERATOR_FILE, default
      *> ./operator_profile.dat. On a successful sign-on the operator's
      *> ID is exported in LEDGER_OPERATOR_ID so the shared audit-log
                   " not available (FILE STATUS " WS-OPSGN-FILE-STATUS
                   ") -- role checking is OFF for this session"
               PERFORM EXPORT-OPERATOR-ID
               PERFORM AUDIT-OPERATOR-SIGN-ON
               EXIT PARAGRAPH
           END-IF

                       MOVE OP-NAME TO WS-OPSGN-NAME
                       SET WS-OPSGN-OK TO TRUE
                       PERFORM EXPORT-OPERATOR-ID
                       PERFORM AUDIT-OPERATOR-SIGN-ON
                   END-IF
           END-READ

           DISPLAY "LEDGER_OPERATOR_ID" UPON ENVIRONMENT-NAME
           DISPLAY WS-OPSGN-OPER-ID UPON ENVIRONMENT-VALUE.

      *> -----------------------------------------------------------------
      *> "SIGNON <operator> OSUSER <os user>" -- the line stamps the
      *> operator like any other, and the key names the OS account
      *> that signed on as them, which is what LEDGER-SOD-REPORT needs
      *> to see one person working under two operator IDs.
      *> -----------------------------------------------------------------
       AUDIT-OPERATOR-SIGN-ON.
           DISPLAY "USER" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPSGN-OS-USER FROM ENVIRONMENT-VALUE
           IF WS-OPSGN-OS-USER = SPACES
               MOVE "UNKNOWN" TO WS-OPSGN-OS-USER
           END-IF

           MOVE WS-AUDIT-TARGET-PATH TO WS-OPSGN-SAVE-TARGET
           MOVE WS-AUDIT-RECORD-KEY  TO WS-OPSGN-SAVE-KEY
           MOVE WS-OPSGN-PATH        TO WS-AUDIT-TARGET-PATH
           MOVE SPACES TO WS-AUDIT-RECORD-KEY
           STRING "SIGNON " FUNCTION TRIM(WS-OPSGN-OPER-ID)
                  " OSUSER " FUNCTION TRIM(WS-OPSGN-OS-USER)
               DELIMITED BY SIZE
               INTO WS-AUDIT-RECORD-KEY
           END-STRING
           PERFORM APPEND-AUDIT-EVENT
           MOVE WS-OPSGN-SAVE-TARGET TO WS-AUDIT-TARGET-PATH
           MOVE WS-OPSGN-SAVE-KEY    TO WS-AUDIT-RECORD-KEY.

      *> -----------------------------------------------------------------
      *> CHECK-OPERATOR-ROLE -- may this operator do something that
      *> needs WS-OPSGN-REQUIRED-ROLE? The ladder is cumulative:
