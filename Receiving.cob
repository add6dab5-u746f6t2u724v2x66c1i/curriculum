               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT PO-HEADER-FILE ASSIGN TO "POHEADER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-HEADER-STATUS.

           SELECT PO-LINE-FILE ASSIGN TO "POLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-LINE-KEY
               FILE STATUS IS WS-PO-LINE-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-AUDIT-STATUS.

           SELECT WAREHOUSE-MASTER-FILE ASSIGN TO "WAREHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-WAREHOUSE-CODE
               FILE STATUS IS WS-WAREHOUSE-MASTER-STATUS.

           SELECT PRODUCT-WAREHOUSE-FILE ASSIGN TO "PRODWHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-BALANCE-KEY
               FILE STATUS IS WS-PRODUCT-WAREHOUSE-STATUS.

           SELECT LOT-BALANCE-FILE ASSIGN TO "LOTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LOT-BALANCE-STATUS.

           SELECT LOT-MOVEMENT-FILE ASSIGN TO "LOTMOVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOT-MOVEMENT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  PO-HEADER-FILE.
           COPY POHEADER.

       FD  PO-LINE-FILE.
           COPY POLINE.

       FD  RECEIPT-FILE.
           COPY RECEIPTS.

       FD  PRODUCT-AUDIT-FILE.
           COPY PRODAUDIT.

       FD  WAREHOUSE-MASTER-FILE.
           COPY WAREHSE.

       FD  PRODUCT-WAREHOUSE-FILE.
           COPY PRODWHSE.

       FD  LOT-BALANCE-FILE.
           COPY LOTBAL.

       FD  LOT-MOVEMENT-FILE.
           COPY LOTMOVE.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-PRODUCT-FOUND      VALUE "00".
       01 WS-PO-HEADER-STATUS      PIC X(2) VALUE "00".
          88 WS-PO-FOUND           VALUE "00".
       01 WS-PO-LINE-STATUS        PIC X(2) VALUE "00".
          88 WS-PO-LINE-FOUND      VALUE "00".
       01 WS-RECEIPT-STATUS        PIC X(2) VALUE "00".
       01 WS-PRODUCT-AUDIT-STATUS  PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-WAREHOUSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-WAREHOUSE-STATUS PIC X(2) VALUE "00".
       01 WS-WAREHOUSE-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-WAREHOUSE-AVAILABLE VALUE "Y".
       01 WS-PW-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-PW-FOUND           VALUE "Y".
       01 WS-PW-VALID-SW           PIC X(1) VALUE "N".
          88 WS-PW-VALID           VALUE "Y".
       01 WS-PW-ENTRY              PIC X(3).
       01 WS-PW-WAREHOUSE          PIC X(3).
       01 WS-PW-PRODUCT            PIC X(6).
       01 WS-PW-ON-HAND-DELTA      PIC S9(7) VALUE 0.
       01 WS-PW-ON-ORDER-DELTA     PIC S9(7) VALUE 0.
       01 WS-PW-ALLOCATED-DELTA    PIC S9(7) VALUE 0.
       01 WS-PW-IN-TRANSIT-DELTA   PIC S9(7) VALUE 0.
       01 WS-LOT-BALANCE-STATUS    PIC X(2) VALUE "00".
       01 WS-LOT-MOVEMENT-STATUS   PIC X(2) VALUE "00".
       01 WS-LOT-PRODUCT           PIC X(6).
       01 WS-LOT-TRACKING          PIC X(1) VALUE SPACE.
          88 WS-LOT-SERIALIZED     VALUE "S".
       01 WS-LOT-DIRECTION         PIC X(1) VALUE "O".
          88 WS-LOT-INBOUND        VALUE "I".
          88 WS-LOT-OUTBOUND       VALUE "O".
       01 WS-LOT-QTY               PIC S9(7) VALUE 0.
       01 WS-LOT-REMAINING         PIC S9(7) VALUE 0.
       01 WS-LOT-PORTION           PIC S9(7) VALUE 0.
       01 WS-LOT-ENTRY             PIC X(20).
       01 WS-LOT-FIRST-NUMBER      PIC X(20).
       01 WS-LOT-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-LOT-FOUND          VALUE "Y".
       01 WS-LOT-VALID-SW          PIC X(1) VALUE "N".
          88 WS-LOT-VALID          VALUE "Y".
       01 WS-LOT-CONTEXT.
          05 WS-LOT-MOVE-TYPE      PIC X(1).
          05 WS-LOT-MOVE-DATE      PIC 9(8).
          05 WS-LOT-WAREHOUSE      PIC X(3).
          05 WS-LOT-CUSTOMER-ID    PIC 9(5).
          05 WS-LOT-INVOICE-NUMBER PIC 9(9).
          05 WS-LOT-LINE-NUMBER    PIC 9(3).
          05 WS-LOT-RMA-NUMBER     PIC 9(9).
          05 WS-LOT-PO-NUMBER      PIC 9(9).
          05 WS-LOT-VENDOR-ID      PIC 9(5).

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
          88 WS-SIGNON-VALID       VALUE "Y".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-RECEIVE      VALUE "R" "r".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-PRODUCT-CODE          PIC X(6).
       01 WS-PO-NUMBER             PIC 9(9).
       01 WS-PO-LINE-NUMBER        PIC 9(3).
       01 WS-PO-WAREHOUSE          PIC X(3).
       01 WS-OPEN-QTY              PIC S9(5).
       01 WS-SHORT-QTY             PIC S9(5).
       01 WS-CLOSE-SHORT-SW        PIC X(1) VALUE "N".
          88 WS-CLOSE-SHORT        VALUE "Y" "y".
       01 WS-PO-STILL-OPEN-SW      PIC X(1) VALUE "N".
          88 WS-PO-STILL-OPEN      VALUE "Y".
       01 WS-LINE-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LINE-EOF           VALUE "Y".
       01 WS-RECEIPT-QTY           PIC S9(5).
       01 WS-RECEIPT-COST-X        PIC X(11).
       01 WS-RECEIPT-COST          PIC S9(7)V99.
       01 WS-PACKING-SLIP          PIC X(12).
       01 WS-OLD-ON-HAND           PIC S9(7).

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Stock comes back on the shelf through a receipt, not an
      * overtyped number: each receipt is taken against a PO line,
      * adds to the on-hand count with a receipt record and an
      * audit row showing old and new counts, relieves the
      * on-order quantity the PO line booked, and folds the landed
      * cost into the moving average unit cost the valuation and
      * COGS postings use.  The line closes when filled or when
      * the operator closes it short, and the PO closes with its
      * last open line.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           IF SL-COMPANY-CODE NOT = SPACES
               MOVE SL-COMPANY-CODE TO WS-SESSION-COMPANY
           END-IF.
           OPEN I-O PRODUCT-MASTER-FILE.
           OPEN I-O PO-HEADER-FILE.
           IF WS-PO-HEADER-STATUS = "35"
               OPEN OUTPUT PO-HEADER-FILE
               CLOSE PO-HEADER-FILE
               OPEN I-O PO-HEADER-FILE
           END-IF.
           OPEN I-O PO-LINE-FILE.
           IF WS-PO-LINE-STATUS = "35"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN I-O PO-LINE-FILE
           END-IF.
           OPEN EXTEND RECEIPT-FILE.
           OPEN EXTEND PRODUCT-AUDIT-FILE.
           PERFORM OPEN-WAREHOUSE-FILES.
           PERFORM OPEN-LOT-FILES.

           DISPLAY "Receiving - (R)eceive stock against a PO, "
                   "(Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-RECEIVE
                       PERFORM RECEIVE-STOCK
                   WHEN OTHER
                       DISPLAY "Please enter R or Q."
               END-EVALUATE
               DISPLAY "Receiving - (R)eceive stock against a PO, "
                       "(Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE PRODUCT-MASTER-FILE.
           CLOSE PO-HEADER-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE PRODUCT-AUDIT-FILE.
           PERFORM CLOSE-WAREHOUSE-FILES.
           PERFORM CLOSE-LOT-FILES.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Receiving session complete - "
           GOBACK.

       COPY OPENRCTL.
       COPY WHSEUPDT.
       COPY LOTUPDT.

       LOOKUP-PRODUCT.
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE
                   MOVE "00" TO WS-PRODUCT-MASTER-STATUS
           END-READ.

      * Purchase orders are placed in PurchaseOrder; receiving
      * names the PO and line the packing slip fills, and the
      * agreed cost on the line is the default landed cost.  The
      * stock lands at the PO's delivery site.
       RECEIVE-STOCK.
           DISPLAY "PO number (9 digits): "
           ACCEPT WS-PO-NUMBER
           MOVE WS-PO-NUMBER TO PO-NUMBER
           READ PO-HEADER-FILE
               KEY IS PO-NUMBER
               INVALID KEY
                   MOVE "23" TO WS-PO-HEADER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PO-HEADER-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-PO-FOUND
                   DISPLAY "Unknown PO number " WS-PO-NUMBER "."
               WHEN PO-COMPANY-CODE NOT = SPACES
                    AND PO-COMPANY-CODE NOT = WS-SESSION-COMPANY
                   DISPLAY "PO " WS-PO-NUMBER " belongs to company "
                           PO-COMPANY-CODE " - not part of this "
                           "session."
               WHEN NOT PO-OPEN
                   DISPLAY "PO " WS-PO-NUMBER " is not open - "
                           "nothing left to receive."
               WHEN OTHER
                   MOVE PO-WAREHOUSE-CODE TO WS-PO-WAREHOUSE
                   IF WS-PO-WAREHOUSE = SPACES
                       MOVE RC-DEFAULT-WAREHOUSE TO WS-PO-WAREHOUSE
                   END-IF
                   PERFORM RECEIVE-PO-LINE
           END-EVALUATE.

       RECEIVE-PO-LINE.
           DISPLAY "PO " WS-PO-NUMBER " from vendor " PO-VENDOR-ID
                   ", due " PO-EXPECTED-DATE "."
           DISPLAY "Line number (3 digits): "
           ACCEPT WS-PO-LINE-NUMBER
           MOVE WS-PO-NUMBER      TO PI-PO-NUMBER
           MOVE WS-PO-LINE-NUMBER TO PI-LINE-NUMBER
           READ PO-LINE-FILE
               KEY IS PI-LINE-KEY
               INVALID KEY
                   MOVE "23" TO WS-PO-LINE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PO-LINE-STATUS
           END-READ
           IF NOT WS-PO-LINE-FOUND
               DISPLAY "PO " WS-PO-NUMBER " has no line "
                       WS-PO-LINE-NUMBER "."
           ELSE
               IF NOT PI-OPEN
                   DISPLAY "Line " WS-PO-LINE-NUMBER " is not open."
               ELSE
                   MOVE PI-PRODUCT-CODE TO WS-PRODUCT-CODE
                   PERFORM LOOKUP-PRODUCT
                   IF NOT WS-PRODUCT-FOUND
                       DISPLAY "Unknown product " WS-PRODUCT-CODE
                               " on the PO line."
                   ELSE
                       PERFORM CAPTURE-RECEIPT
                   END-IF
               END-IF
           END-IF.

       CAPTURE-RECEIPT.
           COMPUTE WS-OPEN-QTY = PI-QTY-ORDERED - PI-QTY-RECEIVED
           DISPLAY "Product " WS-PRODUCT-CODE " ordered "
                   PI-QTY-ORDERED ", received so far "
                   PI-QTY-RECEIVED ", open " WS-OPEN-QTY "."
           DISPLAY "On hand " PM-QTY-ON-HAND ", on order "
                   PM-QTY-ON-ORDER "."
           DISPLAY "Quantity received (5 digits): "
           ACCEPT WS-RECEIPT-QTY
           EVALUATE TRUE
               WHEN WS-RECEIPT-QTY = 0
                   DISPLAY "Quantity must be greater than zero."
               WHEN WS-RECEIPT-QTY > WS-OPEN-QTY
                   DISPLAY "Quantity exceeds the " WS-OPEN-QTY
                           " still open on the line - receive the "
                           "excess against another PO."
               WHEN OTHER
                   DISPLAY "Unit cost (blank for PO cost "
                           PI-UNIT-COST "): "
                   ACCEPT WS-RECEIPT-COST-X
                   IF WS-RECEIPT-COST-X = SPACES
                       MOVE PI-UNIT-COST TO WS-RECEIPT-COST
                   ELSE
                       MOVE FUNCTION NUMVAL (WS-RECEIPT-COST-X)
                           TO WS-RECEIPT-COST
                   END-IF
                   DISPLAY "Packing-slip reference (12 "
                           "characters): "
                   ACCEPT WS-PACKING-SLIP
                   MOVE "N" TO WS-CLOSE-SHORT-SW
                   IF WS-RECEIPT-QTY < WS-OPEN-QTY
                       DISPLAY "Close the line short - nothing "
                               "more coming? (Y/N): "
                       ACCEPT WS-CLOSE-SHORT-SW
                   END-IF
                   PERFORM POST-RECEIPT
           END-EVALUATE.

       POST-RECEIPT.
           MOVE PM-QTY-ON-HAND TO WS-OLD-ON-HAND
           IF PM-QTY-ON-ORDER < 0
               MOVE 0 TO PM-QTY-ON-ORDER
           END-IF
           MOVE WS-RECEIPT-QTY TO WS-PW-ON-HAND-DELTA
           COMPUTE WS-PW-ON-ORDER-DELTA = 0 - WS-RECEIPT-QTY
           ADD WS-RECEIPT-QTY TO PI-QTY-RECEIVED
           MOVE WS-TODAY-DATE TO PI-LAST-RECEIPT-DATE
           IF PI-QTY-RECEIVED >= PI-QTY-ORDERED
               MOVE "C" TO PI-STATUS
           END-IF
           IF WS-CLOSE-SHORT
               PERFORM CLOSE-LINE-SHORT
           END-IF
           REWRITE PO-LINE-RECORD
           REWRITE PRODUCT-MASTER-RECORD
           MOVE WS-PO-WAREHOUSE TO WS-PW-WAREHOUSE
           MOVE WS-PRODUCT-CODE TO WS-PW-PRODUCT
           PERFORM POST-PRODUCT-WAREHOUSE
           MOVE SPACES TO WS-LOT-FIRST-NUMBER
           IF PM-LOT-TRACKED
               PERFORM CAPTURE-RECEIVED-LOTS
           END-IF
           INITIALIZE RECEIPT-RECORD
           MOVE WS-PRODUCT-CODE TO RV-PRODUCT-CODE
           MOVE WS-TODAY-DATE   TO RV-RECEIPT-DATE
           MOVE WS-RECEIPT-COST TO RV-UNIT-COST
           MOVE WS-PACKING-SLIP TO RV-PACKING-SLIP
           MOVE WS-OPERATOR-ID  TO RV-OPERATOR-ID
           MOVE WS-PO-NUMBER    TO RV-PO-NUMBER
           MOVE WS-PO-LINE-NUMBER TO RV-PO-LINE-NUMBER
           MOVE WS-PO-WAREHOUSE TO RV-WAREHOUSE-CODE
           MOVE WS-LOT-FIRST-NUMBER TO RV-LOT-NUMBER
           WRITE RECEIPT-RECORD
           MOVE "QTY-ON-HAND"   TO WS-AUDIT-FIELD-NAME
           MOVE WS-OLD-ON-HAND  TO WS-AUDIT-OLD-VALUE
           ADD 1 TO WS-RECEIPT-COUNT
           DISPLAY "Received " WS-RECEIPT-QTY " - on hand now "
                   PM-QTY-ON-HAND ", average cost "
                   PM-AVG-UNIT-COST "."
           IF PI-CLOSED
               DISPLAY "PO line " WS-PO-LINE-NUMBER " closed."
               PERFORM SETTLE-PO-STATUS
           END-IF.

      * Lot- and serial-controlled stock is booked in under the
      * numbers on the packing slip, each tied to this PO and its
      * vendor as the lot's origin.
       CAPTURE-RECEIVED-LOTS.
           INITIALIZE WS-LOT-CONTEXT
           MOVE "R"               TO WS-LOT-MOVE-TYPE
           MOVE WS-TODAY-DATE     TO WS-LOT-MOVE-DATE
           MOVE WS-PO-WAREHOUSE   TO WS-LOT-WAREHOUSE
           MOVE WS-PO-NUMBER      TO WS-LOT-PO-NUMBER
           MOVE PO-VENDOR-ID      TO WS-LOT-VENDOR-ID
           MOVE WS-PRODUCT-CODE   TO WS-LOT-PRODUCT
           MOVE PM-TRACKING-CODE  TO WS-LOT-TRACKING
           MOVE "I"               TO WS-LOT-DIRECTION
           MOVE WS-RECEIPT-QTY    TO WS-LOT-QTY
           PERFORM CAPTURE-LOT-MOVEMENT.

      * Closing short gives back the rest of the line's open
      * quantity off on-order, since it is no longer coming.
       CLOSE-LINE-SHORT.
           COMPUTE WS-SHORT-QTY = PI-QTY-ORDERED - PI-QTY-RECEIVED
           MOVE "C" TO PI-STATUS
           IF WS-SHORT-QTY > 0
               MOVE PM-QTY-ON-ORDER TO WS-AUDIT-OLD-VALUE
               SUBTRACT WS-SHORT-QTY FROM PM-QTY-ON-ORDER
               IF PM-QTY-ON-ORDER < 0
                   MOVE 0 TO PM-QTY-ON-ORDER
               END-IF
               MOVE PM-QTY-ON-ORDER TO WS-AUDIT-NEW-VALUE
               SUBTRACT WS-SHORT-QTY FROM WS-PW-ON-ORDER-DELTA
               MOVE "QTY-ON-ORDER" TO WS-AUDIT-FIELD-NAME
               PERFORM WRITE-PRODUCT-AUDIT
               DISPLAY WS-SHORT-QTY " closed short and taken "
                       "off order."
           END-IF.

      * The PO closes once none of its lines is still open.
       SETTLE-PO-STATUS.
           MOVE "N" TO WS-PO-STILL-OPEN-SW
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE WS-PO-NUMBER TO PI-PO-NUMBER
           MOVE 0 TO PI-LINE-NUMBER
           START PO-LINE-FILE KEY IS NOT LESS THAN PI-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       IF PI-PO-NUMBER NOT = WS-PO-NUMBER
                           MOVE "Y" TO WS-LINE-EOF-SW
                       ELSE
                           IF PI-OPEN
                               MOVE "Y" TO WS-PO-STILL-OPEN-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-PO-STILL-OPEN
               MOVE WS-PO-NUMBER TO PO-NUMBER
               READ PO-HEADER-FILE
                   KEY IS PO-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO PO-STATUS
                       REWRITE PO-HEADER-RECORD
                       DISPLAY "PO " WS-PO-NUMBER " fully "
                               "received - closed."
               END-READ
           END-IF.

      * Moving average: the old on-hand at the old average plus
      * the receipt at its cost, over the combined count.  A
