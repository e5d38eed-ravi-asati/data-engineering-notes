      *> Working-storage fields for the shared product rules in
      *> product_check.cpy -- COPY this, product_check_select.cpy
      *> (into FILE-CONTROL) and product_check_fd.cpy (into FILE
      *> SECTION) into any program that posts to an account. PERFORM
      *> OPEN-PRODUCT-MASTER once at start; then MOVE the account's
      *> AM-PRODUCT-CODE, the posting currency and channel to the
      *> fields below and PERFORM CHECK-PRODUCT-RULES. WS-PRDCK-OK
      *> says the product allows the posting; when it does not,
      *> WS-PRDCK-REASON says why. On success PRODUCT-REC holds the
      *> product row, for PRD-MIN-BALANCE.
       01 WS-PRDCK-PATH           PIC X(200).
       01 WS-PRDCK-FILE-STATUS    PIC XX.
       01 WS-PRDCK-ON-SW          PIC X(1)    VALUE "N".
           88 WS-PRDCK-ON                     VALUE "Y".

       *> CHECK-PRODUCT-RULES inputs
       01 WS-PRDCK-CODE           PIC X(3).
       01 WS-PRDCK-CURR           PIC X(3).
       01 WS-PRDCK-CHANNEL        PIC X(3).

       *> CHECK-PRODUCT-RULES results
       01 WS-PRDCK-OK-SW          PIC X(1)    VALUE "Y".
           88 WS-PRDCK-OK                     VALUE "Y".
       01 WS-PRDCK-FOUND-SW       PIC X(1)    VALUE "N".
           88 WS-PRDCK-FOUND                  VALUE "Y".
       01 WS-PRDCK-REASON         PIC X(60).

       01 WS-PRDCK-IDX            PIC 9(2).
       01 WS-PRDCK-MATCH-SW       PIC X(1)    VALUE "N".
           88 WS-PRDCK-MATCH                  VALUE "Y".
