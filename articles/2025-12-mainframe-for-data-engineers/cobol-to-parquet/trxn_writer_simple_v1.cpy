      *> The original 25-byte TRXN-WRITER-SIMPLE layout (layout 01), from
      *> before TRXN-DTL gained DTL-CURRENCY-CODE and
      *> DTL-FX-RATE-TO-BASE. Nothing in these files says which layout
      *> they use; trxn_layout_check.cpy tells them apart, and
      *> TRXN-WRITER-SIMPLE-MIGRATE reads them through this copybook to
      *> rewrite them in the current layout (trxn_writer_simple.cpy).
       01 TRXN-V1-REC.
          05 V1-REC-TYPE             PIC X(1).
                         *> 'H' = Header, 'D' = Detail, 'T' = Trailer
          05 FILLER                  PIC X(24).

       01 TRXN-V1-HDR REDEFINES TRXN-V1-REC.
          05 V1-HDR-REC-TYPE         PIC X(1).
          05 V1-HDR-RUN-DT           PIC X(8).
          05 V1-HDR-RUN-TM           PIC X(6).
          05 FILLER                  PIC X(10).

       01 TRXN-V1-DTL REDEFINES TRXN-V1-REC.
          05 V1-DTL-REC-TYPE         PIC X(1).
          05 V1-DTL-TRXN-ID          PIC 9(9)       COMP-3.
          05 V1-DTL-TRXN-DT          PIC X(8).
          05 V1-DTL-TRXN-TM          PIC X(6).
          05 V1-DTL-TRXN-AMNT        PIC S9(7)V99   COMP-3.

       01 TRXN-V1-TRL REDEFINES TRXN-V1-REC.
          05 V1-TRL-REC-TYPE         PIC X(1).
          05 V1-TRL-RECORD-COUNT     PIC 9(9).
          05 V1-TRL-TOTAL-AMOUNT     PIC S9(9)V99   COMP-3.
          05 FILLER                  PIC X(9).

       *> Fixed-size records, 25 bytes each
