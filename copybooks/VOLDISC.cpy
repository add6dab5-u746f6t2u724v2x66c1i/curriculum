      * VOLDISC.cpy - Volume-discount tier lookup.
      * COPY into PROCEDURE DIVISION.  Requires the customer master
      * record (COPY CUSTMAST) read for the customer being priced
      * and WS-VOLUME-DISCOUNT-PERCENT (PIC V9(4)) declared in
      * WORKING-STORAGE.  Purchase entry and sales quotations both
      * take the tier off trailing twelve-month volume here, so a
      * quote never promises a discount the invoice would not give.
       SET-VOLUME-DISCOUNT-PERCENT.
           EVALUATE TRUE
               WHEN CM-TRAILING-12MO-VOLUME >= 100000
                   MOVE .0500 TO WS-VOLUME-DISCOUNT-PERCENT
               WHEN CM-TRAILING-12MO-VOLUME >= 50000
                   MOVE .0300 TO WS-VOLUME-DISCOUNT-PERCENT
               WHEN CM-TRAILING-12MO-VOLUME >= 10000
                   MOVE .0100 TO WS-VOLUME-DISCOUNT-PERCENT
               WHEN OTHER
                   MOVE 0 TO WS-VOLUME-DISCOUNT-PERCENT
           END-EVALUATE.
