      *> Shared TRXN-WRITER-SIMPLE layout check. COPY into the PROCEDURE
      *> DIVISION of any program that reads or extends those files (with
      *> trxn_layout_check_ws.cpy). MOVE the file's first 33-byte record
      *> to WS-TRXN-PROBE and PERFORM CHECK-TRXN-LAYOUT:
      *>   - a header stamped "LV02" is the current layout;
      *>   - a header stamped with any other version is unknown;
      *>   - an unstamped header is told apart by byte 26: the 25-byte
      *>     layout's header ends at byte 25, so byte 26 is the next
      *>     record's 'D' or 'T', where the 33-byte header has filler;
      *>   - a first record that is not a header is unknown.
       CHECK-TRXN-LAYOUT.
           MOVE "N" TO WS-TRXN-STAMPED-SW
           MOVE WS-TRXN-PROBE(16:4) TO WS-TRXN-LAYOUT-STAMP
           SET WS-TRXN-LAYOUT-UNKNOWN TO TRUE

           IF WS-TRXN-PROBE(1:1) NOT = "H"
               EXIT PARAGRAPH
           END-IF

           IF WS-TRXN-PROBE(16:2) = "LV"
               SET WS-TRXN-STAMPED TO TRUE
               IF WS-TRXN-PROBE(18:2) = "02"
                   SET WS-TRXN-LAYOUT-CURRENT TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-TRXN-PROBE(26:1) = "D" OR WS-TRXN-PROBE(26:1) = "T"
               SET WS-TRXN-LAYOUT-V1 TO TRUE
           ELSE
               SET WS-TRXN-LAYOUT-CURRENT TO TRUE
           END-IF.
