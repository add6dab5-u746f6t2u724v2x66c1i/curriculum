      * WHSEUPDT.cpy - Shared product-by-warehouse stock logic.
      * COPY into PROCEDURE DIVISION.  Requires WAREHOUSE-MASTER-
      * FILE (COPY WAREHSE, SELECT to WAREHSE.DAT keyed
      * WH-WAREHOUSE-CODE) and PRODUCT-WAREHOUSE-FILE (COPY
      * PRODWHSE, SELECT to PRODWHSE.DAT keyed PW-BALANCE-KEY),
      * RUN-CONTROL-RECORD for the default warehouse,
      * WS-SESSION-COMPANY, WS-WAREHOUSE-MASTER-STATUS,
      * WS-PRODUCT-WAREHOUSE-STATUS, WS-WAREHOUSE-AVAILABLE-SW
      * (with 88 WS-WAREHOUSE-AVAILABLE "Y"), WS-PW-FOUND-SW (88
      * WS-PW-FOUND "Y"), WS-PW-VALID-SW (88 WS-PW-VALID "Y"),
      * WS-PW-ENTRY X(3), and the WS-PW-WAREHOUSE / WS-PW-PRODUCT
      * / WS-PW-ON-HAND-DELTA / WS-PW-ON-ORDER-DELTA /
      * WS-PW-ALLOCATED-DELTA / WS-PW-IN-TRANSIT-DELTA staging
      * fields declared in WORKING-STORAGE.  The caller keeps the
      * product master's company totals itself; POST moves the
      * same quantities at the staged site, creating the site row
      * the first time the product is stocked there, and clears
      * the deltas.  A blank warehouse is the run-control default,
      * which is where every line written before sites were kept
      * belongs.  With no warehouse file the shop is one site and
      * ACCEPT asks nothing.
       OPEN-WAREHOUSE-FILES.
           OPEN I-O PRODUCT-WAREHOUSE-FILE
           IF WS-PRODUCT-WAREHOUSE-STATUS = "35"
               OPEN OUTPUT PRODUCT-WAREHOUSE-FILE
               CLOSE PRODUCT-WAREHOUSE-FILE
               OPEN I-O PRODUCT-WAREHOUSE-FILE
           END-IF
           MOVE "N" TO WS-WAREHOUSE-AVAILABLE-SW
           OPEN INPUT WAREHOUSE-MASTER-FILE
           IF WS-WAREHOUSE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-WAREHOUSE-AVAILABLE-SW
           END-IF.

       CLOSE-WAREHOUSE-FILES.
           CLOSE PRODUCT-WAREHOUSE-FILE
           IF WS-WAREHOUSE-AVAILABLE
               CLOSE WAREHOUSE-MASTER-FILE
               MOVE "N" TO WS-WAREHOUSE-AVAILABLE-SW
           END-IF.

       ACCEPT-WAREHOUSE-CODE.
           MOVE RC-DEFAULT-WAREHOUSE TO WS-PW-WAREHOUSE
           IF WS-WAREHOUSE-AVAILABLE
               MOVE "N" TO WS-PW-VALID-SW
               PERFORM UNTIL WS-PW-VALID
                   DISPLAY "Warehouse (blank for "
                           RC-DEFAULT-WAREHOUSE "): "
                   ACCEPT WS-PW-ENTRY
                   IF WS-PW-ENTRY = SPACES
                       MOVE RC-DEFAULT-WAREHOUSE TO WS-PW-ENTRY
                   END-IF
                   PERFORM VALIDATE-WAREHOUSE-CODE
                   IF NOT WS-PW-VALID
                       DISPLAY "Warehouse " WS-PW-ENTRY
                               " is not an active site for this "
                               "company - re-enter."
                   END-IF
               END-PERFORM
               MOVE WS-PW-ENTRY TO WS-PW-WAREHOUSE
           END-IF.

      * The default site is always good, whether or not anyone
      * has set it up on the warehouse file.
       VALIDATE-WAREHOUSE-CODE.
           MOVE "N" TO WS-PW-VALID-SW
           IF WS-PW-ENTRY = RC-DEFAULT-WAREHOUSE
               MOVE "Y" TO WS-PW-VALID-SW
           ELSE
               MOVE WS-PW-ENTRY TO WH-WAREHOUSE-CODE
               READ WAREHOUSE-MASTER-FILE
                   KEY IS WH-WAREHOUSE-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WH-ACTIVE
                          AND (WH-COMPANY-CODE = SPACES
                           OR WH-COMPANY-CODE = WS-SESSION-COMPANY)
                           MOVE "Y" TO WS-PW-VALID-SW
                       END-IF
               END-READ
           END-IF.

       READ-PRODUCT-WAREHOUSE.
           IF WS-PW-WAREHOUSE = SPACES
               MOVE RC-DEFAULT-WAREHOUSE TO WS-PW-WAREHOUSE
           END-IF
           MOVE "N" TO WS-PW-FOUND-SW
           MOVE WS-PW-WAREHOUSE TO PW-WAREHOUSE-CODE
           MOVE WS-PW-PRODUCT   TO PW-PRODUCT-CODE
           READ PRODUCT-WAREHOUSE-FILE
               KEY IS PW-BALANCE-KEY
               INVALID KEY
                   INITIALIZE PRODUCT-WAREHOUSE-RECORD
                   MOVE WS-PW-WAREHOUSE TO PW-WAREHOUSE-CODE
                   MOVE WS-PW-PRODUCT   TO PW-PRODUCT-CODE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PW-FOUND-SW
           END-READ.

       POST-PRODUCT-WAREHOUSE.
           PERFORM READ-PRODUCT-WAREHOUSE
           ADD WS-PW-ON-HAND-DELTA    TO PW-QTY-ON-HAND
           ADD WS-PW-ON-ORDER-DELTA   TO PW-QTY-ON-ORDER
           IF PW-QTY-ON-ORDER < 0
               MOVE 0 TO PW-QTY-ON-ORDER
           END-IF
           ADD WS-PW-ALLOCATED-DELTA  TO PW-QTY-ALLOCATED
           IF PW-QTY-ALLOCATED < 0
               MOVE 0 TO PW-QTY-ALLOCATED
           END-IF
           ADD WS-PW-IN-TRANSIT-DELTA TO PW-QTY-IN-TRANSIT
           IF PW-QTY-IN-TRANSIT < 0
               MOVE 0 TO PW-QTY-IN-TRANSIT
           END-IF
           IF WS-PW-FOUND
               REWRITE PRODUCT-WAREHOUSE-RECORD
           ELSE
               WRITE PRODUCT-WAREHOUSE-RECORD
           END-IF
           MOVE 0 TO WS-PW-ON-HAND-DELTA
           MOVE 0 TO WS-PW-ON-ORDER-DELTA
           MOVE 0 TO WS-PW-ALLOCATED-DELTA
           MOVE 0 TO WS-PW-IN-TRANSIT-DELTA.
