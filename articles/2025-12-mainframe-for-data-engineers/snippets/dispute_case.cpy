      *> Dispute-case record -- one row per customer dispute of a
      *> posting, keyed on DSP-CASE-NO in an indexed file. Carries
      *> enough of the disputed posting that the provisional credit
      *> can be posted and, on a lost decision, reversed without the
      *> original still being on the live file.
      *> Maintained by DISPUTE-MAINT.
       01  DISPUTE-CASE-REC.
           05 DSP-CASE-NO        PIC X(10).
           05 DSP-ORIG-TRXN-ID   PIC X(10).
           05 DSP-ACCT-ID        PIC X(10).
           05 DSP-CURRENCY       PIC X(3).
           05 DSP-CHANNEL        PIC X(3).   *> of the disputed posting
           05 DSP-BRANCH         PIC X(3).
           05 DSP-ORIG-AMT       PIC S9(7)V99 COMP-3.
           05 DSP-AMT            PIC S9(7)V99 COMP-3.
                          *> amount in dispute -- all or part of the
                          *> original posting
           05 DSP-REASON         PIC X(30).  *> the customer's claim
           05 DSP-STATUS         PIC X(1).
                          *> 'O' = open, 'P' = provisionally credited,
                          *> 'W' = won (credit stands),
                          *> 'L' = lost (credit reversed)
           05 DSP-OPEN-DATE      PIC 9(8).   *> YYYYMMDD
           05 DSP-OPENED-BY      PIC X(8).   *> operator ID
           05 DSP-DEADLINE-DATE  PIC 9(8).
                          *> regulatory response deadline
           05 DSP-CREDIT-TRXN-ID PIC X(10).
                          *> provisional (or final) credit posting
           05 DSP-CREDIT-DATE    PIC 9(8).
           05 DSP-CREDITED-BY    PIC X(8).
           05 DSP-DECISION-DATE  PIC 9(8).
           05 DSP-DECIDED-BY     PIC X(8).
           05 DSP-REV-TRXN-ID    PIC X(10).
                          *> reversal of the credit on a lost case
           05 DSP-DECISION-NOTE  PIC X(30).
