                         *> Date of first write to this file (YYYYMMDD)
          05 HDR-RUN-TM              PIC X(6).
                         *> Time of first write to this file (HHMMSS)
          05 HDR-LAYOUT-ID           PIC X(2).
                         *> "LV" when the file carries a layout stamp;
                         *> files written before the stamp have spaces
          05 HDR-LAYOUT-VERSION      PIC 9(2).
                         *> 02 = this 33-byte layout (01 was the 25-byte
                         *> layout before DTL-CURRENCY-CODE and
                         *> DTL-FX-RATE-TO-BASE -- trxn_writer_simple_v1.cpy)
          05 FILLER                  PIC X(14).

       01 TRXN-DTL REDEFINES TRXN-REC.
          05 DTL-REC-TYPE            PIC X(1).
