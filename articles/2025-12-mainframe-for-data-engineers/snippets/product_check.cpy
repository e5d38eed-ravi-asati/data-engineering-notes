      *> Shared product rules. COPY into the PROCEDURE DIVISION of
      *> every program that posts to an account (with
      *> product_check_ws.cpy, product_check_select.cpy and
      *> product_check_fd.cpy). A shop with no product master yet, or
      *> an account converted before products existed (blank
      *> AM-PRODUCT-CODE), posts exactly as it did before -- the same
      *> soft fallback the account master gets.
       OPEN-PRODUCT-MASTER.
           DISPLAY "LEDGER_PRODUCT_MASTER" UPON ENVIRONMENT-NAME
           ACCEPT WS-PRDCK-PATH FROM ENVIRONMENT-VALUE
           IF WS-PRDCK-PATH = SPACES
               MOVE "./product_master.dat" TO WS-PRDCK-PATH
           END-IF

           MOVE "Y" TO WS-PRDCK-ON-SW
           OPEN INPUT PRODUCT-FILE
           IF WS-PRDCK-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-PRDCK-ON-SW
               DISPLAY "WARNING: product master "
                   FUNCTION TRIM(WS-PRDCK-PATH)
                   " not available (FILE STATUS " WS-PRDCK-FILE-STATUS
                   ") -- product rules are OFF for this run"
           END-IF.

       CLOSE-PRODUCT-MASTER.
           IF WS-PRDCK-ON
               CLOSE PRODUCT-FILE
           END-IF.

      *> -----------------------------------------------------------------
      *> A product lists the currencies and channels it may post in; a
      *> list left entirely blank places no restriction. A product
      *> code the master does not know fails the posting -- the
      *> account was opened against something that has since gone.
      *> A blank WS-PRDCK-CHANNEL skips the channel test, for account
      *> opening where there is no posting channel yet.
      *> -----------------------------------------------------------------
       CHECK-PRODUCT-RULES.
           MOVE "Y"    TO WS-PRDCK-OK-SW
           MOVE "N"    TO WS-PRDCK-FOUND-SW
           MOVE SPACES TO WS-PRDCK-REASON

           IF NOT WS-PRDCK-ON OR WS-PRDCK-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRDCK-CODE TO PRD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PRDCK-OK-SW
                   STRING "product " WS-PRDCK-CODE
                          " is not on the product master"
                       DELIMITED BY SIZE
                       INTO WS-PRDCK-REASON
                   END-STRING
                   EXIT PARAGRAPH
           END-READ
           SET WS-PRDCK-FOUND TO TRUE

           IF PRD-CURRENCIES NOT = SPACES
               MOVE "N" TO WS-PRDCK-MATCH-SW
               PERFORM MATCH-PRODUCT-CURRENCY
                   VARYING WS-PRDCK-IDX FROM 1 BY 1
                   UNTIL WS-PRDCK-IDX > 6 OR WS-PRDCK-MATCH
               IF NOT WS-PRDCK-MATCH
                   MOVE "N" TO WS-PRDCK-OK-SW
                   STRING "product " WS-PRDCK-CODE
                          " does not allow currency " WS-PRDCK-CURR
                       DELIMITED BY SIZE
                       INTO WS-PRDCK-REASON
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PRD-CHANNELS NOT = SPACES AND WS-PRDCK-CHANNEL NOT = SPACES
               MOVE "N" TO WS-PRDCK-MATCH-SW
               PERFORM MATCH-PRODUCT-CHANNEL
                   VARYING WS-PRDCK-IDX FROM 1 BY 1
                   UNTIL WS-PRDCK-IDX > 10 OR WS-PRDCK-MATCH
               IF NOT WS-PRDCK-MATCH
                   MOVE "N" TO WS-PRDCK-OK-SW
                   STRING "product " WS-PRDCK-CODE
                          " does not allow channel " WS-PRDCK-CHANNEL
                       DELIMITED BY SIZE
                       INTO WS-PRDCK-REASON
                   END-STRING
               END-IF
           END-IF.

       MATCH-PRODUCT-CURRENCY.
           IF PRD-CURRENCY(WS-PRDCK-IDX) = WS-PRDCK-CURR
               SET WS-PRDCK-MATCH TO TRUE
           END-IF.

       MATCH-PRODUCT-CHANNEL.
           IF PRD-CHANNEL(WS-PRDCK-IDX) = WS-PRDCK-CHANNEL
               SET WS-PRDCK-MATCH TO TRUE
           END-IF.
