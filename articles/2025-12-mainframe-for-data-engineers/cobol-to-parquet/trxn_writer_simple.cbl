
       COPY "audit_log_ws.cpy".

       COPY "trxn_layout_check_ws.cpy".

       PROCEDURE DIVISION.
       MAIN.

               STOP RUN
           END-IF

           MOVE SPACES     TO TRXN-REC
           MOVE "H"        TO REC-TYPE
           MOVE WS-TODAY-DT TO HDR-RUN-DT
           MOVE WS-TODAY-TM TO HDR-RUN-TM
           MOVE "LV"       TO HDR-LAYOUT-ID
           MOVE 2          TO HDR-LAYOUT-VERSION
           WRITE TRXN-REC

           PERFORM BUILD-DETAIL-RECORD
               STOP RUN
           END-IF

           *> A 33-byte detail appended to a file in the old 25-byte
           *> layout would corrupt every record behind it.
           PERFORM CHECK-APPEND-LAYOUT

           MOVE "N" TO WS-TRL-FOUND-SW
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM SCAN-TO-TRAILER
           DISPLAY "Appended 1 transaction to: "
               FUNCTION TRIM(WS-FILE-PATH).

       CHECK-APPEND-LAYOUT.
           MOVE SPACES TO WS-TRXN-PROBE
           READ TRXN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TRXN-REC TO WS-TRXN-PROBE
           END-READ
           PERFORM CHECK-TRXN-LAYOUT

           IF WS-TRXN-LAYOUT-V1
               DISPLAY "ERROR: " FUNCTION TRIM(WS-FILE-PATH)
                   " is in the old 25-byte layout -- run"
                   " trxn_writer_simple_migrate on it first,"
                   " nothing appended"
               CLOSE TRXN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRXN-LAYOUT-UNKNOWN
               DISPLAY "ERROR: " FUNCTION TRIM(WS-FILE-PATH)
                   " has no recognisable header (layout stamp ["
                   WS-TRXN-LAYOUT-STAMP "]) -- nothing appended"
               CLOSE TRXN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SCAN-TO-TRAILER.
           READ TRXN-FILE
               AT END
       COPY "business_day.cpy".

       COPY "audit_log.cpy".

       COPY "trxn_layout_check.cpy".
