      *> Working-storage fields for the TRXN-WRITER-SIMPLE layout check
      *> in trxn_layout_check.cpy. The caller MOVEs the first 33 bytes
      *> of the file (its header, read through trxn_writer_simple.cpy)
      *> to WS-TRXN-PROBE and PERFORMs CHECK-TRXN-LAYOUT; the answer is
      *> in WS-TRXN-LAYOUT.
       01 WS-TRXN-PROBE           PIC X(33).

       01 WS-TRXN-LAYOUT          PIC 9(2)    VALUE ZERO.
           88 WS-TRXN-LAYOUT-UNKNOWN          VALUE 0.
           88 WS-TRXN-LAYOUT-V1               VALUE 1.
           88 WS-TRXN-LAYOUT-CURRENT          VALUE 2.

       *> The version a stamped header claims, kept for the caller's
       *> message when it is one this code does not know.
       01 WS-TRXN-LAYOUT-STAMP    PIC X(4).

       01 WS-TRXN-STAMPED-SW      PIC X(1)    VALUE "N".
           88 WS-TRXN-STAMPED                 VALUE "Y".
