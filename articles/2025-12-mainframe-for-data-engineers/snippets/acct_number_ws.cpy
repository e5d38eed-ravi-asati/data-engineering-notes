      *> Working-storage fields for the shared account-number
      *> allocation in acct_number.cpy -- COPY this,
      *> acct_number_select.cpy (into FILE-CONTROL) and
      *> acct_number_fd.cpy (into FILE SECTION), with the
      *> acct_check_digit*.cpy set, into any program that opens
      *> accounts. MOVE the branch to WS-ACNO-BRANCH and the operator
      *> to WS-ACNO-OPER-ID and PERFORM ALLOCATE-ACCT-NUMBER;
      *> WS-ACNO-OK says WS-ACNO-ACCT-ID holds a newly issued number,
      *> and when it does not, WS-ACNO-REASON says why.
       01 WS-ACNO-PATH            PIC X(200).
       01 WS-ACNO-FILE-STATUS     PIC XX.

       *> ALLOCATE-ACCT-NUMBER inputs
       01 WS-ACNO-BRANCH          PIC X(3).
       01 WS-ACNO-OPER-ID         PIC X(8).

       *> ALLOCATE-ACCT-NUMBER results
       01 WS-ACNO-ACCT-ID         PIC X(10).
       01 WS-ACNO-OK-SW           PIC X(1)    VALUE "N".
           88 WS-ACNO-OK                      VALUE "Y".
       01 WS-ACNO-REASON          PIC X(60).

       01 WS-ACNO-NEW-SW          PIC X(1)    VALUE "N".
           88 WS-ACNO-NEW-BRANCH              VALUE "Y".
       01 WS-ACNO-DONE-SW         PIC X(1)    VALUE "N".
           88 WS-ACNO-DONE                    VALUE "Y".
       01 WS-ACNO-SEQ             PIC 9(7).
       01 WS-ACNO-TODAY           PIC X(8).
