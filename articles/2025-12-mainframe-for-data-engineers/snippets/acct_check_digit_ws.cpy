      *> Working-storage fields for the shared account-number check in
      *> acct_check_digit.cpy -- COPY this, acct_check_digit_select.cpy
      *> (into FILE-CONTROL) and acct_check_digit_fd.cpy (into FILE
      *> SECTION) into any program that takes an ACCT-ID from outside.
      *> PERFORM OPEN-ACCT-GRANDFATHER once at start; then MOVE the
      *> ACCT-ID to WS-ACKD-ACCT-ID and PERFORM CHECK-ACCT-CHECK-DIGIT.
      *> WS-ACKD-OK says the number may be used (WS-ACKD-LEGACY when
      *> only the legacy list let it through); when it may not,
      *> WS-ACKD-REASON says why.
       01 WS-ACKD-PATH            PIC X(200).
       01 WS-ACKD-FILE-STATUS     PIC XX.
       01 WS-ACKD-ON-SW           PIC X(1)    VALUE "N".
           88 WS-ACKD-ON                      VALUE "Y".

       *> CHECK-ACCT-CHECK-DIGIT / COMPUTE-ACCT-CHECK-DIGIT input
       01 WS-ACKD-ACCT-ID         PIC X(10).

       *> CHECK-ACCT-CHECK-DIGIT results
       01 WS-ACKD-OK-SW           PIC X(1)    VALUE "Y".
           88 WS-ACKD-OK                      VALUE "Y".
       01 WS-ACKD-LEGACY-SW       PIC X(1)    VALUE "N".
           88 WS-ACKD-LEGACY                  VALUE "Y".
       01 WS-ACKD-REASON          PIC X(60).

       *> COMPUTE-ACCT-CHECK-DIGIT results: the check digit positions
       *> 1-9 call for (10 = no single digit will do), and whether
       *> every one of those positions is a digit or a capital letter.
       01 WS-ACKD-DIGIT           PIC 9(2).
       01 WS-ACKD-CHARS-SW        PIC X(1)    VALUE "Y".
           88 WS-ACKD-CHARS-OK                VALUE "Y".

       *> Mod-11 with weights 10 down to 2 over positions 1-9; a
       *> letter (a branch code) counts as its place in the table
       *> below, A = 10 through Z = 35.
       01 WS-ACKD-CHARSET         PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ACKD-SUM             PIC 9(5).
       01 WS-ACKD-POS             PIC 9(2).
       01 WS-ACKD-CHAR-IDX        PIC 9(2).
       01 WS-ACKD-CHAR-VAL        PIC 9(2).
       01 WS-ACKD-FOUND-SW        PIC X(1)    VALUE "N".
           88 WS-ACKD-FOUND                   VALUE "Y".
       01 WS-ACKD-REM             PIC 9(2).
