      *> Working-storage fields for the shared maker-checker routines
      *> in maker_checker.cpy -- COPY this, maker_checker_select.cpy
      *> (into FILE-CONTROL) and maker_checker_fd.cpy (into FILE
      *> SECTION) into a maintenance program whose changes need a
      *> second operator, along with the op_signon and audit_log
      *> facilities the routines lean on.
      *>   To stage: fill the WS-MKCK-SOURCE .. WS-MKCK-TARGET-PATH
      *>   fields and PERFORM STAGE-MASTER-CHANGE.
      *>   To decide: MOVE the ID to WS-MKCK-CHANGE-ID, the source to
      *>   WS-MKCK-SOURCE and "A" (approve) or "R" (reject) to
      *>   WS-MKCK-DECISION, PERFORM FETCH-CHANGE-FOR-DECISION (which
      *>   leaves the change in MASTER-CHANGE-REC with the file open),
      *>   apply it if approving, then PERFORM RECORD-CHANGE-DECISION.
       01 WS-MKCK-PATH            PIC X(200).
       01 WS-MKCK-FILE-STATUS     PIC XX.

       *> STAGE-MASTER-CHANGE inputs
       01 WS-MKCK-SOURCE          PIC X(1).
       01 WS-MKCK-ACTION          PIC X(8).
       01 WS-MKCK-ACCT-ID         PIC X(10).
       01 WS-MKCK-CUST-ID         PIC X(10)   VALUE SPACES.
       01 WS-MKCK-BEFORE          PIC X(15).
       01 WS-MKCK-AFTER           PIC X(15).
       01 WS-MKCK-TARGET-PATH     PIC X(200).

       *> FETCH-CHANGE-FOR-DECISION / RECORD-CHANGE-DECISION inputs
       01 WS-MKCK-CHANGE-ID       PIC X(16).
       01 WS-MKCK-DECISION        PIC X(1).
       01 WS-MKCK-AUDIT-VERB      PIC X(8).

       *> A change nobody decides within this many days lapses
       *> (LEDGER_CHANGE_EXPIRY_DAYS, default 5).
       01 WS-MKCK-EXPIRY-DAYS     PIC 9(3)    VALUE 5.
       01 WS-MKCK-ENV-VALUE       PIC X(10).
       01 WS-MKCK-AGE-DAYS        PIC S9(7).

       01 WS-MKCK-TODAY           PIC X(8).
       01 WS-MKCK-NOW             PIC X(8).
       01 WS-MKCK-TIE             PIC 9(2).
       01 WS-MKCK-WRITTEN-SW      PIC X(1)    VALUE "N".
           88 WS-MKCK-WRITTEN                 VALUE "Y".
