      *> Working-storage fields for the shared stop-payment check in
      *> stop_check.cpy -- COPY this, stop_check_select.cpy (into
      *> FILE-CONTROL) and stop_check_fd.cpy (into FILE SECTION) into
      *> any program that posts debits. PERFORM OPEN-STOP-FILE once at
      *> start; then, for a debit on a channel whose REF-STOP-FLAG is
      *> 'Y' (every debit when the channel table is unavailable), MOVE
      *> the account, description, amount and posting date to the
      *> fields below and PERFORM CHECK-STOP-PAYMENT. WS-STPCK-STOPPED
      *> says an active stop matched; WS-STPCK-REASON says which.
       01 WS-STPCK-PATH           PIC X(200).
       01 WS-STPCK-FILE-STATUS    PIC XX.
       01 WS-STPCK-ON-SW          PIC X(1)    VALUE "N".
           88 WS-STPCK-ON                     VALUE "Y".

       *> CHECK-STOP-PAYMENT inputs
       01 WS-STPCK-ACCT           PIC X(10).
       01 WS-STPCK-DESC           PIC X(20).
       01 WS-STPCK-AMT            PIC S9(9)V99 COMP-3.
       01 WS-STPCK-DATE           PIC 9(8).

       *> CHECK-STOP-PAYMENT results
       01 WS-STPCK-STOPPED-SW     PIC X(1)    VALUE "N".
           88 WS-STPCK-STOPPED                VALUE "Y".
       01 WS-STPCK-REASON         PIC X(60).

       01 WS-STPCK-EOF-SW         PIC X(1)    VALUE "N".
           88 WS-STPCK-EOF                    VALUE "Y".
       01 WS-STPCK-REF-LEN        PIC 9(2).
       01 WS-STPCK-HITS           PIC 9(4).
