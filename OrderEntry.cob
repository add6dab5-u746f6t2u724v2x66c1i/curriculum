               RECORD KEY IS TJ-RATE-KEY
               FILE STATUS IS WS-TAX-JURISDICTION-STATUS.

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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ORDER-REPORT-STATUS.

           SELECT CUSTOMER-DEPOSIT-FILE ASSIGN TO "CUSTDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-DEPOSIT-KEY
               FILE STATUS IS WS-CUSTOMER-DEPOSIT-STATUS.

           SELECT DEPOSIT-REFUND-REPORT-FILE ASSIGN TO "DEPREFND.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-REFUND-STATUS.

           SELECT FREIGHT-RATE-FILE ASSIGN TO "FRTRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-RATE-KEY
               FILE STATUS IS WS-FREIGHT-RATE-STATUS.

           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-SHIPMENT-NUMBER
               FILE STATUS IS WS-SHIPMENT-STATUS.

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

           SELECT PICK-TICKET-REPORT-FILE ASSIGN TO "PICKTKT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICK-TICKET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-ORDER-FILE.
       FD  TAX-JURISDICTION-FILE.
           COPY TAXJUR.

       FD  LOT-BALANCE-FILE.
           COPY LOTBAL.

       FD  LOT-MOVEMENT-FILE.
           COPY LOTMOVE.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  OPEN-ORDER-REPORT-FILE.
       01 OPEN-ORDER-REPORT-LINE   PIC X(80).

       FD  CUSTOMER-DEPOSIT-FILE.
           COPY CUSTDEP.

       FD  DEPOSIT-REFUND-REPORT-FILE.
       01 DEPOSIT-REFUND-REPORT-LINE PIC X(100).

       FD  FREIGHT-RATE-FILE.
           COPY FRTRATE.

       FD  SHIPMENT-FILE.
           COPY SHIPMENT.

       FD  WAREHOUSE-MASTER-FILE.
           COPY WAREHSE.

       FD  PRODUCT-WAREHOUSE-FILE.
           COPY PRODWHSE.

       FD  PICK-TICKET-REPORT-FILE.
       01 PICK-TICKET-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SALES-ORDER-STATUS    PIC X(2) VALUE "00".
       01 WS-ORDER-LINE-STATUS     PIC X(2) VALUE "00".
       01 WS-ERROR-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
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
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-OPEN-ORDER-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-CUSTOMER-DEPOSIT-STATUS PIC X(2) VALUE "00".
       01 WS-DEPOSIT-REFUND-STATUS PIC X(2) VALUE "00".
       01 WS-FREIGHT-RATE-STATUS   PIC X(2) VALUE "00".
       01 WS-FREIGHT-RATE-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-FREIGHT-RATE-AVAILABLE VALUE "Y".
       01 WS-SHIPMENT-STATUS       PIC X(2) VALUE "00".
       01 WS-PICK-TICKET-STATUS    PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-AR-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AR-SOURCE-TYPE        PIC X(1).
       01 WS-AR-COMPANY            PIC X(3) VALUE SPACES.
       01 WS-AR-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-DATE      PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-PCT       PIC 9V99 VALUE 0.

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ENTER        VALUE "E" "e".
          88 WS-MAINT-PICK         VALUE "P" "p".
          88 WS-MAINT-SHIP         VALUE "S" "s".
          88 WS-MAINT-RELEASE      VALUE "B" "b".
          88 WS-MAINT-REPORT       VALUE "R" "r".
          88 WS-MAINT-CANCEL       VALUE "X" "x".
          88 WS-MAINT-REFUNDS      VALUE "D" "d".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CUSTOMER-ID           PIC 9(5).
       01 WS-NEXT-ORDER-NUMBER     PIC 9(9) VALUE 0.
       01 WS-PRODUCT-CODE          PIC X(6).
       01 WS-ENTRY-QUANTITY        PIC 9(5).
       01 WS-SHIP-QTY              PIC S9(5).
       01 WS-PICK-QTY              PIC S9(5).
       01 WS-AVAILABLE-QTY         PIC S9(7).
       01 WS-LINE-WAREHOUSE        PIC X(3).
       01 WS-BACKORDER-QTY         PIC S9(5).
       01 WS-LINE-ENTRY-DONE-SW    PIC X(1) VALUE "N".
          88 WS-LINE-ENTRY-DONE    VALUE "Y".
          05 WS-SHIP-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-SHIP-IDX.
             10 WS-SHIP-PRODUCT     PIC X(6).
             10 WS-SHIP-WAREHOUSE   PIC X(3).
             10 WS-SHIP-QUANTITY    PIC S9(5).
             10 WS-SHIP-PRICE       PIC S9(7)V99.
             10 WS-SHIP-EXTENDED    PIC S9(9)V99.
             10 WS-SHIP-LOT         PIC X(20).
       01 WS-SHIP-LINE-COUNT       PIC 9(3) VALUE 0.
       01 WS-SHIP-MERCH-AMOUNT     PIC S9(9)V99 VALUE 0.
       01 WS-TAX-AMOUNT            PIC S9(9)V99 VALUE 0.
       01 WS-SESSION-COGS          PIC S9(9)V99 VALUE 0.
       01 WS-LINE-COST             PIC S9(9)V99 VALUE 0.
       01 WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
       01 WS-RELEASED-LINES        PIC 9(5) VALUE 0.
       01 WS-EFFECTIVE-TAX-RATE    PIC 9V9(4) VALUE 0.
       01 WS-TAX-RATE-EOF-SW       PIC X(1) VALUE "N".
          88 WS-TAX-RATE-EOF       VALUE "Y".

      * Deposits taken by payment entry against an order are drawn
      * down as the order invoices; what is left when the order is
      * cancelled or completes is owed back to the customer.
       01 WS-DEPOSIT-EOF-SW        PIC X(1) VALUE "N".
          88 WS-DEPOSIT-EOF        VALUE "Y".
       01 WS-DEPOSIT-TO-APPLY      PIC S9(9)V99 VALUE 0.
       01 WS-DEPOSIT-REMAINING     PIC S9(9)V99 VALUE 0.
       01 WS-DEPOSIT-APPLY         PIC S9(9)V99 VALUE 0.
       01 WS-INVOICE-DEPOSITS      PIC S9(9)V99 VALUE 0.
       01 WS-SESSION-DEPOSITS      PIC S9(9)V99 VALUE 0.
       01 WS-CANCEL-ORDER          PIC 9(9) VALUE 0.
       01 WS-REFUND-COUNT          PIC 9(5) VALUE 0.
       01 WS-REFUND-TOTAL          PIC S9(9)V99 VALUE 0.

      * Ship confirmation: the quantity the dock packed against
      * each line released to pick, held until the package details
      * are in and the freight is priced.  Only then do the lines
      * ship, relieve stock, and invoice.
       01 WS-PACK-TABLE.
          05 WS-PACK-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-PACK-IDX.
             10 WS-PACK-LINE-NUMBER PIC 9(3).
             10 WS-PACK-QUANTITY    PIC S9(5).
       01 WS-PACK-LINE-COUNT       PIC 9(3) VALUE 0.
       01 WS-PACK-UNITS            PIC S9(7) VALUE 0.
       01 WS-PACKED-ENTRY          PIC 9(5).
       01 WS-PACKED-VALID-SW       PIC X(1) VALUE "N".
          88 WS-PACKED-VALID       VALUE "Y".
       01 WS-SHORT-QTY             PIC S9(5).
       01 WS-CONFIRM-ORDER         PIC 9(9) VALUE 0.
       01 WS-SHIP-CUSTOMER-PO      PIC X(20) VALUE SPACES.
       01 WS-CARRIER-CODE          PIC X(4).
       01 WS-SHIP-ZONE             PIC 9(2).
       01 WS-TRACKING-NUMBER       PIC X(30).
       01 WS-PACKAGE-WEIGHT        PIC 9(5)V9.
       01 WS-RATED-WEIGHT          PIC 9(5).
       01 WS-PACKAGE-DONE-SW       PIC X(1) VALUE "N".
          88 WS-PACKAGE-DONE       VALUE "Y".
       01 WS-FREIGHT-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-FREIGHT-FOUND      VALUE "Y".
       01 WS-FREIGHT-AMOUNT        PIC S9(5)V99 VALUE 0.
       01 WS-SESSION-FREIGHT       PIC S9(9)V99 VALUE 0.
       01 WS-SESSION-SALES         PIC S9(9)V99 VALUE 0.
       01 WS-NEXT-SHIPMENT-NUMBER  PIC 9(9) VALUE 0.
       01 WS-PICK-LAST-ORDER       PIC 9(9) VALUE 0.
       01 WS-PICK-LINE-COUNT       PIC 9(5) VALUE 0.

       01 WS-ROUND-RAW             PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUND-RESULT          PIC S9(9)V99 VALUE 0.

          05 FILLER                PIC X(5) VALUE " b/o ".
          05 WS-OO-BACKORD-OUT     PIC ZZZZ9-.

       01 WS-PICK-TICKET-HEADER    PIC X(44) VALUE
          "-- Pick Tickets --".
       01 WS-PICK-ORDER-LINE-OUT.
          05 FILLER                PIC X(6) VALUE "Order ".
          05 WS-PK-ORDER-OUT       PIC 9(9).
          05 FILLER                PIC X(6) VALUE " cust ".
          05 WS-PK-CUST-OUT        PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PK-NAME-OUT        PIC X(30).
          05 FILLER                PIC X(7) VALUE " dated ".
          05 WS-PK-DATE-OUT        PIC 9(8).
       01 WS-PICK-ITEM-LINE-OUT.
          05 FILLER                PIC X(7) VALUE "  line ".
          05 WS-PK-LINE-OUT        PIC ZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PK-WHSE-OUT        PIC X(3).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PK-PRODUCT-OUT     PIC X(6).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PK-PRODUCT-NAME-OUT PIC X(30).
          05 FILLER                PIC X(6) VALUE " pick ".
          05 WS-PK-QTY-OUT         PIC ZZZZ9.
          05 FILLER                PIC X(13) VALUE "  packed ____".

       01 WS-DEPOSIT-REFUND-HEADER PIC X(44) VALUE
          "-- Order Deposits Due for Refund --".
       01 WS-DEPOSIT-REFUND-LINE-OUT.
          05 FILLER                PIC X(6) VALUE "Order ".
          05 WS-DR-ORDER-OUT       PIC 9(9).
          05 FILLER                PIC X(6) VALUE " cust ".
          05 WS-DR-CUST-OUT        PIC 9(5).
          05 FILLER                PIC X(9) VALUE " payment ".
          05 WS-DR-PAYMENT-OUT     PIC 9(9).
          05 FILLER                PIC X(6) VALUE " paid ".
          05 WS-DR-DEPOSIT-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(9) VALUE " applied ".
          05 WS-DR-APPLIED-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(8) VALUE " refund ".
          05 WS-DR-REFUND-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-DEPOSIT-REFUND-TOTAL-OUT.
          05 FILLER                PIC X(16) VALUE "Deposits due: ".
          05 WS-DR-COUNT-OUT       PIC ZZZZ9.
          05 FILLER                PIC X(10) VALUE "  total: ".
          05 WS-DR-TOTAL-OUT       PIC ZZZ,ZZZ,ZZ9.99-.

           COPY TERMSTBL.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Orders are captured upstream of invoicing so short stock no
      * longer loses the demand: what the shelf covers is set aside
      * to pick at entry, the shortfall rides on the order line as
      * a backorder, and the release pass sets replenished stock
      * aside for backordered lines.  Nothing bills until the dock
      * prints the pick tickets, packs, and confirms the shipment
      * with carrier, tracking and weight; the confirmed pieces
      * then invoice with the freight, and anything short goes back
      * on backorder.  The open-order report shows purchasing the
      * demand by product.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           OPEN EXTEND ERROR-LOG-FILE.
           END-IF.
           PERFORM OPEN-AR-OPEN-ITEMS.
           MOVE WS-SESSION-COMPANY TO WS-AR-COMPANY.
           OPEN I-O CUSTOMER-DEPOSIT-FILE.
           IF WS-CUSTOMER-DEPOSIT-STATUS = "35"
               OPEN OUTPUT CUSTOMER-DEPOSIT-FILE
               CLOSE CUSTOMER-DEPOSIT-FILE
               OPEN I-O CUSTOMER-DEPOSIT-FILE
           END-IF.
           OPEN INPUT FREIGHT-RATE-FILE.
           IF WS-FREIGHT-RATE-STATUS = "00"
               MOVE "Y" TO WS-FREIGHT-RATE-AVAILABLE-SW
           END-IF.
           OPEN I-O SHIPMENT-FILE.
           IF WS-SHIPMENT-STATUS = "35"
               OPEN OUTPUT SHIPMENT-FILE
               CLOSE SHIPMENT-FILE
               OPEN I-O SHIPMENT-FILE
           END-IF.
           PERFORM OPEN-WAREHOUSE-FILES.
           PERFORM OPEN-LOT-FILES.

           DISPLAY "Order entry - (E)nter order, (P)ick tickets, "
                   "(S)hip confirm, release (B)ackorders, "
                   "open-order (R)eport, (X) cancel order, "
                   "(D)eposit refunds, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ENTER
                       PERFORM ENTER-SALES-ORDER
                   WHEN WS-MAINT-PICK
                       PERFORM WRITE-PICK-TICKETS
                   WHEN WS-MAINT-SHIP
                       PERFORM CONFIRM-SHIPMENT
                   WHEN WS-MAINT-RELEASE
                       PERFORM RELEASE-BACKORDERS
                   WHEN WS-MAINT-REPORT
                       PERFORM WRITE-OPEN-ORDER-REPORT
                   WHEN WS-MAINT-CANCEL
                       PERFORM CANCEL-SALES-ORDER
                   WHEN WS-MAINT-REFUNDS
                       PERFORM WRITE-DEPOSIT-REFUND-REPORT
                   WHEN OTHER
                       DISPLAY "Please enter E, P, S, B, R, X, D, "
                               "or Q."
               END-EVALUATE
               DISPLAY "Order entry - (E)nter order, (P)ick tickets, "
                       "(S)hip confirm, release (B)ackorders, "
                       "open-order (R)eport, (X) cancel order, "
                       "(D)eposit refunds, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           PERFORM WRITE-GL-FEED.

           PERFORM CLOSE-AR-OPEN-ITEMS.
           CLOSE CUSTOMER-DEPOSIT-FILE.
           IF WS-FREIGHT-RATE-AVAILABLE
               CLOSE FREIGHT-RATE-FILE
           END-IF.
           CLOSE SHIPMENT-FILE.
           PERFORM CLOSE-WAREHOUSE-FILES.
           PERFORM CLOSE-LOT-FILES.
           CLOSE SALES-ORDER-FILE.
           CLOSE SALES-ORDER-LINE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

       COPY AROPUPDT.

       COPY WHSEUPDT.

       COPY LOTUPDT.

       COPY TERMCALC.

      * A sale falls due, and offers any cash discount, on the
      * customer's terms code.
       STAGE-AR-TERMS.
           MOVE CM-TERMS-CODE TO WS-TERMS-CODE
           PERFORM LOOKUP-TERMS-CODE
           MOVE WS-AR-ITEM-DATE TO WS-TERMS-BASE-DATE
           PERFORM SET-TERMS-DATES
           MOVE WS-TERMS-DUE-DATE      TO WS-AR-DUE-DATE
           MOVE WS-TERMS-DISCOUNT-DATE TO WS-AR-DISCOUNT-DATE
           MOVE WS-TERMS-DISCOUNT-PCT  TO WS-AR-DISCOUNT-PCT.

       POST-FILE-CONTROL-UPDATES.
           MOVE "PURCTRAN" TO WS-FC-FILE-NAME
           MOVE WS-PURCTRAN-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE "O"                  TO SO-STATUS
           WRITE SALES-ORDER-RECORD
           MOVE 0 TO WS-ORDER-LINE-COUNT
           MOVE "N" TO WS-LINE-ENTRY-DONE-SW
           PERFORM UNTIL WS-LINE-ENTRY-DONE
               DISPLAY "Product code (6 characters, blank when "
                   PERFORM CAPTURE-ORDER-LINE
               END-IF
           END-PERFORM
           PERFORM SETTLE-ORDER-STATUS
           DISPLAY "Order " WS-NEXT-ORDER-NUMBER " taken.".

      * What free stock covers is set aside to pick now; the rest
      * rides as a backorder on the line.  Stock already set aside
      * for other orders is not free, and the on-hand count is not
      * relieved until the dock confirms what actually shipped.
      * Each line is filled from the one warehouse keyed for it.
       CAPTURE-ORDER-LINE.
           PERFORM LOOKUP-PRODUCT
           IF NOT WS-PRODUCT-FOUND
                   DISPLAY "Quantity must be greater than zero - "
                           "line skipped."
               ELSE
                   PERFORM ACCEPT-WAREHOUSE-CODE
                   MOVE WS-PW-WAREHOUSE TO WS-LINE-WAREHOUSE
                   PERFORM COMPUTE-LINE-AVAILABLE
                   IF WS-AVAILABLE-QTY >= WS-ENTRY-QUANTITY
                       MOVE WS-ENTRY-QUANTITY TO WS-PICK-QTY
                       MOVE 0 TO WS-BACKORDER-QTY
                   ELSE
                       IF WS-AVAILABLE-QTY > 0
                           MOVE WS-AVAILABLE-QTY TO WS-PICK-QTY
                       ELSE
                           MOVE 0 TO WS-PICK-QTY
                       END-IF
                       COMPUTE WS-BACKORDER-QTY =
                           WS-ENTRY-QUANTITY - WS-PICK-QTY
                   END-IF
                   ADD 1 TO WS-ORDER-LINE-COUNT
                   INITIALIZE SALES-ORDER-LINE-RECORD
                   MOVE WS-ORDER-LINE-COUNT  TO OL-LINE-NUMBER
                   MOVE WS-PRODUCT-CODE      TO OL-PRODUCT-CODE
                   MOVE WS-ENTRY-QUANTITY    TO OL-QTY-ORDERED
                   MOVE 0                    TO OL-QTY-SHIPPED
                   MOVE WS-PICK-QTY          TO OL-QTY-TO-PICK
                   MOVE WS-BACKORDER-QTY     TO OL-QTY-BACKORDERED
                   MOVE PM-UNIT-PRICE        TO OL-UNIT-PRICE
                   MOVE WS-LINE-WAREHOUSE    TO OL-WAREHOUSE-CODE
                   WRITE SALES-ORDER-LINE-RECORD
                   IF WS-PICK-QTY > 0
                       ADD WS-PICK-QTY TO PM-QTY-ALLOCATED
                       REWRITE PRODUCT-MASTER-RECORD
                       MOVE WS-PICK-QTY TO WS-PW-ALLOCATED-DELTA
                       PERFORM POST-LINE-SITE-STOCK
                   END-IF
                   IF WS-BACKORDER-QTY > 0
                       DISPLAY "Line " WS-ORDER-LINE-COUNT ": "
                               WS-PICK-QTY " to pick, "
                               WS-BACKORDER-QTY " backordered."
                   ELSE
                       DISPLAY "Line " WS-ORDER-LINE-COUNT ": "
                               WS-PICK-QTY " to pick."
                   END-IF
               END-IF
           END-IF.

      * The invoice carries the price on the order line, so an order
      * converted from a quote bills at the quoted price rather than
      * whatever the list price has become since.
       STAGE-SHIPPED-LINE.
           IF WS-SHIP-LINE-COUNT < 50
               ADD 1 TO WS-SHIP-LINE-COUNT
               SET WS-SHIP-IDX TO WS-SHIP-LINE-COUNT
               MOVE WS-PRODUCT-CODE TO
                   WS-SHIP-PRODUCT (WS-SHIP-IDX)
               MOVE WS-LINE-WAREHOUSE TO
                   WS-SHIP-WAREHOUSE (WS-SHIP-IDX)
               MOVE WS-SHIP-QTY TO WS-SHIP-QUANTITY (WS-SHIP-IDX)
               MOVE OL-UNIT-PRICE TO WS-SHIP-PRICE (WS-SHIP-IDX)
               COMPUTE WS-SHIP-EXTENDED (WS-SHIP-IDX) =
                   OL-UNIT-PRICE * WS-SHIP-QTY
               MOVE SPACES TO WS-SHIP-LOT (WS-SHIP-IDX)
               IF PM-LOT-TRACKED
                   PERFORM CAPTURE-SHIPPED-LOTS
               END-IF
               ADD WS-SHIP-EXTENDED (WS-SHIP-IDX) TO
                   WS-SHIP-MERCH-AMOUNT
           ELSE
                       "held on backorder instead."
           END-IF.

      * Lot- and serial-controlled pieces are named as they are
      * confirmed out, against the invoice line the shipment is
      * about to bill them on.
       CAPTURE-SHIPPED-LOTS.
           INITIALIZE WS-LOT-CONTEXT
           MOVE "S"                TO WS-LOT-MOVE-TYPE
           MOVE WS-TODAY-DATE      TO WS-LOT-MOVE-DATE
           MOVE WS-LINE-WAREHOUSE  TO WS-LOT-WAREHOUSE
           MOVE WS-CUSTOMER-ID     TO WS-LOT-CUSTOMER-ID
           COMPUTE WS-LOT-INVOICE-NUMBER =
               WS-NEXT-INVOICE-NUMBER + 1
           MOVE WS-SHIP-LINE-COUNT TO WS-LOT-LINE-NUMBER
           MOVE WS-PRODUCT-CODE    TO WS-LOT-PRODUCT
           MOVE PM-TRACKING-CODE   TO WS-LOT-TRACKING
           MOVE "O"                TO WS-LOT-DIRECTION
           MOVE WS-SHIP-QTY        TO WS-LOT-QTY
           PERFORM CAPTURE-LOT-MOVEMENT
           MOVE WS-LOT-FIRST-NUMBER TO WS-SHIP-LOT (WS-SHIP-IDX).

      * Every piece leaving stock carries its moving-average cost
      * into the session total, so the invoice posts a cost side
      * the way an entry keyed through the purchase program does.
               WS-SHIP-QTY * PM-AVG-UNIT-COST
           ADD WS-LINE-COST TO WS-SESSION-COGS.

      * Free stock is counted at the line's own site once sites
      * are kept; a single-site shop still promises from the
      * product master's company totals.
       COMPUTE-LINE-AVAILABLE.
           IF WS-WAREHOUSE-AVAILABLE
               MOVE WS-LINE-WAREHOUSE TO WS-PW-WAREHOUSE
               MOVE PM-PRODUCT-CODE   TO WS-PW-PRODUCT
               PERFORM READ-PRODUCT-WAREHOUSE
               COMPUTE WS-AVAILABLE-QTY =
                   PW-QTY-ON-HAND - PW-QTY-ALLOCATED
           ELSE
               COMPUTE WS-AVAILABLE-QTY =
                   PM-QTY-ON-HAND - PM-QTY-ALLOCATED
           END-IF.

      * Moves the staged deltas on the current line's product at
      * the line's warehouse.
       POST-LINE-SITE-STOCK.
           MOVE WS-LINE-WAREHOUSE TO WS-PW-WAREHOUSE
           MOVE OL-PRODUCT-CODE   TO WS-PW-PRODUCT
           PERFORM POST-PRODUCT-WAREHOUSE.

       LOOKUP-PRODUCT.
           MOVE "N" TO WS-PRODUCT-FOUND-SW
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE
      * The shipped lines become one normal invoice: a sale on the
      * transaction file under the INVCTL sequence, line-item
      * detail, the customer balance and volume moved, and the
      * session GL totals fed.  The confirmed package's freight is
      * billed on the same invoice, outside the taxed merchandise.
       INVOICE-SHIPPED-LINES.
           COMPUTE WS-ROUND-RAW = 0
           PERFORM LOOKUP-EFFECTIVE-TAX-RATE
           MOVE WS-ROUND-RESULT TO WS-TAX-AMOUNT
           COMPUTE WS-INVOICE-TOTAL =
               WS-SHIP-MERCH-AMOUNT + WS-TAX-AMOUNT
               + WS-FREIGHT-AMOUNT
           ADD 1 TO WS-NEXT-INVOICE-NUMBER
           INITIALIZE PURCHASE-TRANS-RECORD
           MOVE WS-NEXT-INVOICE-NUMBER TO PT-INVOICE-NUMBER
           MOVE WS-SESSION-COMPANY     TO PT-COMPANY-CODE
           MOVE CM-JURISDICTION-CODE   TO PT-TAX-JURISDICTION
           MOVE CM-SALESPERSON-CODE    TO PT-SALESPERSON-CODE
           MOVE WS-SHIP-CUSTOMER-PO    TO PT-CUSTOMER-PO
           WRITE PURCHASE-TRANS-RECORD
           ADD 1 TO WS-PURCTRAN-DELTA-COUNT
           ADD PT-NET-AMOUNT TO WS-PURCTRAN-DELTA-AMOUNT
           MOVE PT-TRANSACTION-DATE TO WS-AR-ITEM-DATE
           MOVE PT-NET-AMOUNT       TO WS-AR-AMOUNT
           MOVE "S"                 TO WS-AR-SOURCE-TYPE
           PERFORM STAGE-AR-TERMS
           PERFORM POST-AR-OPEN-ITEM
           PERFORM SAVE-INVOICE-CONTROL
           PERFORM VARYING WS-SHIP-IDX FROM 1 BY 1
               MOVE WS-SHIP-PRODUCT (WS-SHIP-IDX)
                   TO LI-PRODUCT-CODE
               MOVE WS-SHIP-QUANTITY (WS-SHIP-IDX) TO LI-QUANTITY
               MOVE WS-SHIP-WAREHOUSE (WS-SHIP-IDX)
                   TO LI-WAREHOUSE-CODE
               MOVE WS-SHIP-PRICE (WS-SHIP-IDX) TO LI-UNIT-PRICE
               MOVE WS-SHIP-EXTENDED (WS-SHIP-IDX)
                   TO LI-EXTENDED-PRICE
               MOVE WS-SHIP-LOT (WS-SHIP-IDX) TO LI-LOT-NUMBER
               WRITE LINE-ITEM-RECORD
           END-PERFORM
           PERFORM APPLY-ORDER-DEPOSITS
           ADD WS-INVOICE-TOTAL TO CM-OPEN-BALANCE
           SUBTRACT WS-INVOICE-DEPOSITS FROM CM-OPEN-BALANCE
           ADD WS-SHIP-MERCH-AMOUNT TO CM-TRAILING-12MO-VOLUME
           REWRITE CUSTOMER-MASTER-RECORD
           ADD WS-INVOICE-TOTAL TO WS-SESSION-INVOICED
           ADD WS-FREIGHT-AMOUNT TO WS-SESSION-FREIGHT
           MOVE 0 TO WS-SHIP-LINE-COUNT
           MOVE 0 TO WS-SHIP-MERCH-AMOUNT
           DISPLAY "Invoiced as " WS-NEXT-INVOICE-NUMBER " for "
                   WS-INVOICE-TOTAL ".".
           IF WS-INVOICE-DEPOSITS > 0
               DISPLAY "Order deposits of " WS-INVOICE-DEPOSITS
                       " applied to invoice " WS-NEXT-INVOICE-NUMBER
                       "."
           END-IF.

      * Open deposits on the order pay the new invoice down, oldest
      * first, up to the invoice total.  Each use is a payment
      * against the invoice under the deposit's own payment number,
      * so the customer ledger shows where the money went; the GL
      * moves it out of the deposit liability at session close.
       APPLY-ORDER-DEPOSITS.
           MOVE 0 TO WS-INVOICE-DEPOSITS
           MOVE WS-INVOICE-TOTAL TO WS-DEPOSIT-TO-APPLY
           MOVE "N" TO WS-DEPOSIT-EOF-SW
           MOVE WS-NEXT-ORDER-NUMBER TO DE-ORDER-NUMBER
           MOVE 0 TO DE-DEPOSIT-SEQ
           START CUSTOMER-DEPOSIT-FILE KEY IS NOT LESS THAN
                 DE-DEPOSIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DEPOSIT-EOF-SW
           END-START
           PERFORM UNTIL WS-DEPOSIT-EOF
                      OR WS-DEPOSIT-TO-APPLY NOT > 0
               READ CUSTOMER-DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DEPOSIT-EOF-SW
                   NOT AT END
                       IF DE-ORDER-NUMBER NOT = WS-NEXT-ORDER-NUMBER
                           MOVE "Y" TO WS-DEPOSIT-EOF-SW
                       ELSE
                           IF DE-OPEN
                               PERFORM APPLY-ONE-DEPOSIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-ONE-DEPOSIT.
           COMPUTE WS-DEPOSIT-REMAINING =
               DE-DEPOSIT-AMOUNT - DE-APPLIED-AMOUNT
           IF WS-DEPOSIT-REMAINING > WS-DEPOSIT-TO-APPLY
               MOVE WS-DEPOSIT-TO-APPLY TO WS-DEPOSIT-APPLY
           ELSE
               MOVE WS-DEPOSIT-REMAINING TO WS-DEPOSIT-APPLY
           END-IF
           IF WS-DEPOSIT-APPLY > 0
               INITIALIZE PURCHASE-TRANS-RECORD
               MOVE DE-PAYMENT-NUMBER      TO PT-INVOICE-NUMBER
               MOVE WS-CUSTOMER-ID         TO PT-CUSTOMER-ID
               MOVE WS-TODAY-DATE          TO PT-TRANSACTION-DATE
               MOVE "P"                    TO PT-TRANSACTION-TYPE
               MOVE CM-HOME-CURRENCY-CODE  TO PT-CURRENCY-CODE
               MOVE WS-DEPOSIT-APPLY       TO PT-PURCHASE-AMOUNT
               COMPUTE PT-NET-AMOUNT = 0 - WS-DEPOSIT-APPLY
               COMPUTE PT-HOME-CURRENCY-AMOUNT = 0 - WS-DEPOSIT-APPLY
               MOVE WS-OPERATOR-ID         TO PT-OPERATOR-ID
               MOVE WS-NEXT-INVOICE-NUMBER TO PT-REFERENCE-INVOICE
               MOVE WS-SESSION-COMPANY     TO PT-COMPANY-CODE
               WRITE PURCHASE-TRANS-RECORD
               ADD 1 TO WS-PURCTRAN-DELTA-COUNT
               ADD PT-NET-AMOUNT TO WS-PURCTRAN-DELTA-AMOUNT
               MOVE PT-CUSTOMER-ID       TO WS-AR-CUSTOMER-ID
               MOVE PT-REFERENCE-INVOICE TO WS-AR-INVOICE-NUMBER
               MOVE PT-NET-AMOUNT        TO WS-AR-AMOUNT
               PERFORM APPLY-AR-OPEN-ITEM
               ADD WS-DEPOSIT-APPLY TO DE-APPLIED-AMOUNT
               MOVE WS-TODAY-DATE TO DE-LAST-APPLIED-DATE
               IF DE-APPLIED-AMOUNT NOT < DE-DEPOSIT-AMOUNT
                   MOVE "A" TO DE-STATUS
               END-IF
               REWRITE CUSTOMER-DEPOSIT-RECORD
               SUBTRACT WS-DEPOSIT-APPLY FROM WS-DEPOSIT-TO-APPLY
               ADD WS-DEPOSIT-APPLY TO WS-INVOICE-DEPOSITS
               ADD WS-DEPOSIT-APPLY TO WS-SESSION-DEPOSITS
           END-IF.

      * Once an order can no longer invoice - cancelled, or closed
      * with deposit money still unused - whatever is left on its
      * open deposits is owed back and goes on the refund list.
       FLAG-DEPOSIT-REFUNDS.
           MOVE "N" TO WS-DEPOSIT-EOF-SW
           MOVE WS-NEXT-ORDER-NUMBER TO DE-ORDER-NUMBER
           MOVE 0 TO DE-DEPOSIT-SEQ
           START CUSTOMER-DEPOSIT-FILE KEY IS NOT LESS THAN
                 DE-DEPOSIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DEPOSIT-EOF-SW
           END-START
           PERFORM UNTIL WS-DEPOSIT-EOF
               READ CUSTOMER-DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DEPOSIT-EOF-SW
                   NOT AT END
                       IF DE-ORDER-NUMBER NOT = WS-NEXT-ORDER-NUMBER
                           MOVE "Y" TO WS-DEPOSIT-EOF-SW
                       ELSE
                           IF DE-OPEN
                              AND DE-APPLIED-AMOUNT < DE-DEPOSIT-AMOUNT
                               MOVE "R" TO DE-STATUS
                               REWRITE CUSTOMER-DEPOSIT-RECORD
                               DISPLAY "Deposit payment "
                                       DE-PAYMENT-NUMBER
                                       " flagged for refund."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Cancelling drops the remaining backorders and hands back
      * any stock set aside to pick, so nothing more ships or
      * invoices; what already shipped stays billed.
       CANCEL-SALES-ORDER.
           DISPLAY "Order number to cancel (9 digits): "
           ACCEPT WS-CANCEL-ORDER
           MOVE WS-CANCEL-ORDER TO SO-ORDER-NUMBER
           READ SALES-ORDER-FILE
               KEY IS SO-ORDER-NUMBER
               INVALID KEY
                   MOVE "24" TO WS-SALES-ORDER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-SALES-ORDER-STATUS
           END-READ
           EVALUATE TRUE
               WHEN WS-SALES-ORDER-STATUS NOT = "00"
                   DISPLAY "Order " WS-CANCEL-ORDER " not found."
                   MOVE "ORDER-NUMBER" TO WS-LOG-FIELD-NAME
                   MOVE WS-CANCEL-ORDER TO WS-LOG-BAD-VALUE
                   PERFORM LOG-ERROR
               WHEN SO-COMPANY-CODE NOT = SPACES
                    AND SO-COMPANY-CODE NOT = WS-SESSION-COMPANY
                   DISPLAY "Order " WS-CANCEL-ORDER " belongs to "
                           "company " SO-COMPANY-CODE " - not part "
                           "of this session."
               WHEN NOT SO-OPEN
                   DISPLAY "Order " WS-CANCEL-ORDER " is not open "
                           "(status " SO-STATUS ")."
               WHEN OTHER
                   MOVE "X" TO SO-STATUS
                   REWRITE SALES-ORDER-RECORD
                   MOVE WS-CANCEL-ORDER TO WS-NEXT-ORDER-NUMBER
                   PERFORM DROP-ORDER-BACKORDERS
                   PERFORM FLAG-DEPOSIT-REFUNDS
                   DISPLAY "Order " WS-CANCEL-ORDER " cancelled."
           END-EVALUATE.

       DROP-ORDER-BACKORDERS.
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE WS-NEXT-ORDER-NUMBER TO OL-ORDER-NUMBER
           MOVE 0 TO OL-LINE-NUMBER
           START SALES-ORDER-LINE-FILE KEY IS NOT LESS THAN
                 OL-ORDER-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ SALES-ORDER-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       IF OL-ORDER-NUMBER NOT =
                          WS-NEXT-ORDER-NUMBER
                           MOVE "Y" TO WS-LINE-EOF-SW
                       ELSE
                           IF OL-QTY-BACKORDERED > 0
                              OR OL-QTY-TO-PICK > 0
                               PERFORM DROP-LINE-ALLOCATION
                               MOVE 0 TO OL-QTY-BACKORDERED
                               MOVE 0 TO OL-QTY-TO-PICK
                               REWRITE SALES-ORDER-LINE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DROP-LINE-ALLOCATION.
           IF OL-QTY-TO-PICK > 0
               MOVE OL-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   KEY IS PM-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT OL-QTY-TO-PICK FROM PM-QTY-ALLOCATED
                       REWRITE PRODUCT-MASTER-RECORD
               END-READ
               MOVE OL-WAREHOUSE-CODE TO WS-LINE-WAREHOUSE
               COMPUTE WS-PW-ALLOCATED-DELTA = 0 - OL-QTY-TO-PICK
               PERFORM POST-LINE-SITE-STOCK
           END-IF.

      * Refund list for accounts receivable: every deposit flagged
      * refund-due in this company with the amount still owed back.
       WRITE-DEPOSIT-REFUND-REPORT.
           OPEN OUTPUT DEPOSIT-REFUND-REPORT-FILE
           MOVE WS-DEPOSIT-REFUND-HEADER TO DEPOSIT-REFUND-REPORT-LINE
           WRITE DEPOSIT-REFUND-REPORT-LINE
           MOVE 0 TO WS-REFUND-COUNT
           MOVE 0 TO WS-REFUND-TOTAL
           MOVE "N" TO WS-DEPOSIT-EOF-SW
           MOVE 0 TO DE-ORDER-NUMBER
           MOVE 0 TO DE-DEPOSIT-SEQ
           START CUSTOMER-DEPOSIT-FILE KEY IS NOT LESS THAN
                 DE-DEPOSIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DEPOSIT-EOF-SW
           END-START
           PERFORM UNTIL WS-DEPOSIT-EOF
               READ CUSTOMER-DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DEPOSIT-EOF-SW
                   NOT AT END
                       IF DE-REFUND-DUE
                          AND (DE-COMPANY-CODE = SPACES OR
                               DE-COMPANY-CODE = WS-SESSION-COMPANY)
                           PERFORM WRITE-ONE-DEPOSIT-REFUND
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-REFUND-COUNT TO WS-DR-COUNT-OUT
           MOVE WS-REFUND-TOTAL TO WS-DR-TOTAL-OUT
           MOVE WS-DEPOSIT-REFUND-TOTAL-OUT TO
               DEPOSIT-REFUND-REPORT-LINE
           WRITE DEPOSIT-REFUND-REPORT-LINE
           CLOSE DEPOSIT-REFUND-REPORT-FILE
           DISPLAY "Deposit refund list written to DEPREFND.PRT - "
                   WS-REFUND-COUNT " deposits.".

       WRITE-ONE-DEPOSIT-REFUND.
           COMPUTE WS-DEPOSIT-REMAINING =
               DE-DEPOSIT-AMOUNT - DE-APPLIED-AMOUNT
           MOVE DE-ORDER-NUMBER      TO WS-DR-ORDER-OUT
           MOVE DE-CUSTOMER-ID       TO WS-DR-CUST-OUT
           MOVE DE-PAYMENT-NUMBER    TO WS-DR-PAYMENT-OUT
           MOVE DE-DEPOSIT-AMOUNT    TO WS-DR-DEPOSIT-OUT
           MOVE DE-APPLIED-AMOUNT    TO WS-DR-APPLIED-OUT
           MOVE WS-DEPOSIT-REMAINING TO WS-DR-REFUND-OUT
           MOVE WS-DEPOSIT-REFUND-LINE-OUT TO
               DEPOSIT-REFUND-REPORT-LINE
           WRITE DEPOSIT-REFUND-REPORT-LINE
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-DEPOSIT-REMAINING TO WS-REFUND-TOTAL.

       LOOKUP-EFFECTIVE-TAX-RATE.
           MOVE 0 TO WS-EFFECTIVE-TAX-RATE
           END-PERFORM.

      * The release pass walks every open order: a line with a
      * backorder has whatever free stock has come in since set
      * aside to pick, exactly as entry would have, and it ships
      * and invoices through ship confirmation like any other.
       RELEASE-BACKORDERS.
           MOVE 0 TO WS-RELEASED-COUNT
           MOVE "N" TO WS-ORDER-EOF-SW
               END-READ
           END-PERFORM
           DISPLAY "Backorder release complete - "
                   WS-RELEASED-COUNT " orders released to pick.".

       RELEASE-ONE-ORDER.
           MOVE SO-CUSTOMER-ID TO WS-CUSTOMER-ID
                       WS-CUSTOMER-ID " no longer on file - "
                       "left open."
           ELSE
               MOVE 0 TO WS-RELEASED-LINES
               MOVE SO-ORDER-NUMBER TO WS-NEXT-ORDER-NUMBER
               PERFORM RELEASE-ORDER-LINES
               IF WS-RELEASED-LINES > 0
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
               PERFORM SETTLE-ORDER-STATUS

       RELEASE-ONE-LINE.
           MOVE OL-PRODUCT-CODE TO WS-PRODUCT-CODE
           MOVE OL-WAREHOUSE-CODE TO WS-LINE-WAREHOUSE
           PERFORM LOOKUP-PRODUCT
           IF WS-PRODUCT-FOUND
               PERFORM COMPUTE-LINE-AVAILABLE
           ELSE
               MOVE 0 TO WS-AVAILABLE-QTY
           END-IF
           IF WS-AVAILABLE-QTY > 0
               IF WS-AVAILABLE-QTY >= OL-QTY-BACKORDERED
                   MOVE OL-QTY-BACKORDERED TO WS-PICK-QTY
               ELSE
                   MOVE WS-AVAILABLE-QTY TO WS-PICK-QTY
               END-IF
               ADD WS-PICK-QTY TO PM-QTY-ALLOCATED
               REWRITE PRODUCT-MASTER-RECORD
               MOVE WS-PICK-QTY TO WS-PW-ALLOCATED-DELTA
               PERFORM POST-LINE-SITE-STOCK
               ADD WS-PICK-QTY TO OL-QTY-TO-PICK
               SUBTRACT WS-PICK-QTY FROM OL-QTY-BACKORDERED
               REWRITE SALES-ORDER-LINE-RECORD
               ADD 1 TO WS-RELEASED-LINES
           END-IF.

      * The order closes when no line still carries a backorder or
      * stock waiting to be picked.
       SETTLE-ORDER-STATUS.
           MOVE "N" TO WS-ORDER-STILL-OPEN-SW
           MOVE "N" TO WS-LINE-EOF-SW
                           MOVE "Y" TO WS-LINE-EOF-SW
                       ELSE
                           IF OL-QTY-BACKORDERED > 0
                              OR OL-QTY-TO-PICK > 0
                               MOVE "Y" TO WS-ORDER-STILL-OPEN-SW
                           END-IF
                       END-IF
                       MOVE "C" TO SO-STATUS
                   END-IF
                   REWRITE SALES-ORDER-RECORD
           END-READ
           IF NOT WS-ORDER-STILL-OPEN
               PERFORM FLAG-DEPOSIT-REFUNDS
           END-IF.

      * Pick tickets for the dock: every line of an open order in
      * this company with stock set aside to pick, grouped under
      * its order, with a blank for the quantity actually packed.
       WRITE-PICK-TICKETS.
           OPEN OUTPUT PICK-TICKET-REPORT-FILE
           MOVE WS-PICK-TICKET-HEADER TO PICK-TICKET-REPORT-LINE
           WRITE PICK-TICKET-REPORT-LINE
           MOVE 0 TO WS-PICK-LAST-ORDER
           MOVE 0 TO WS-PICK-LINE-COUNT
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE 0 TO OL-ORDER-NUMBER
           MOVE 0 TO OL-LINE-NUMBER
           START SALES-ORDER-LINE-FILE KEY IS NOT LESS THAN
                 OL-ORDER-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ SALES-ORDER-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       IF OL-QTY-TO-PICK > 0
                           PERFORM WRITE-ONE-PICK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PICK-TICKET-REPORT-FILE
           DISPLAY "Pick tickets written to PICKTKT.PRT - "
                   WS-PICK-LINE-COUNT " lines to pick.".

       WRITE-ONE-PICK-LINE.
           IF OL-ORDER-NUMBER NOT = WS-PICK-LAST-ORDER
               MOVE OL-ORDER-NUMBER TO WS-PICK-LAST-ORDER
               MOVE OL-ORDER-NUMBER TO SO-ORDER-NUMBER
               READ SALES-ORDER-FILE
                   KEY IS SO-ORDER-NUMBER
                   INVALID KEY
                       MOVE SPACE TO SO-STATUS
               END-READ
               IF SO-OPEN
                  AND (SO-COMPANY-CODE = SPACES OR
                       SO-COMPANY-CODE = WS-SESSION-COMPANY)
                   MOVE SO-CUSTOMER-ID TO CM-CUSTOMER-ID
                   READ CUSTOMER-MASTER-FILE
                       KEY IS CM-CUSTOMER-ID
                       INVALID KEY
                           MOVE SPACES TO CM-CUSTOMER-NAME
                   END-READ
                   MOVE SO-ORDER-NUMBER  TO WS-PK-ORDER-OUT
                   MOVE SO-CUSTOMER-ID   TO WS-PK-CUST-OUT
                   MOVE CM-CUSTOMER-NAME TO WS-PK-NAME-OUT
                   MOVE SO-ORDER-DATE    TO WS-PK-DATE-OUT
                   MOVE WS-PICK-ORDER-LINE-OUT
                       TO PICK-TICKET-REPORT-LINE
                   WRITE PICK-TICKET-REPORT-LINE
               END-IF
           END-IF
           IF SO-OPEN
              AND (SO-COMPANY-CODE = SPACES OR
                   SO-COMPANY-CODE = WS-SESSION-COMPANY)
               MOVE OL-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   KEY IS PM-PRODUCT-CODE
                   INVALID KEY
                       MOVE SPACES TO PM-PRODUCT-NAME
               END-READ
               MOVE OL-LINE-NUMBER  TO WS-PK-LINE-OUT
               MOVE OL-WAREHOUSE-CODE TO WS-PK-WHSE-OUT
               IF OL-WAREHOUSE-CODE = SPACES
                   MOVE RC-DEFAULT-WAREHOUSE TO WS-PK-WHSE-OUT
               END-IF
               MOVE OL-PRODUCT-CODE TO WS-PK-PRODUCT-OUT
               MOVE PM-PRODUCT-NAME TO WS-PK-PRODUCT-NAME-OUT
               MOVE OL-QTY-TO-PICK  TO WS-PK-QTY-OUT
               MOVE WS-PICK-ITEM-LINE-OUT TO PICK-TICKET-REPORT-LINE
               WRITE PICK-TICKET-REPORT-LINE
               ADD 1 TO WS-PICK-LINE-COUNT
           END-IF.

      * Ship confirmation: the dock keys what was packed against
      * each line released to pick, then the carrier, zone, package
      * weight and tracking number.  Freight is priced from the
      * carrier rate table; with no rate the confirmation is not
      * taken and nothing moves.
       CONFIRM-SHIPMENT.
           DISPLAY "Order number to confirm (9 digits): "
           ACCEPT WS-CONFIRM-ORDER
           MOVE WS-CONFIRM-ORDER TO SO-ORDER-NUMBER
           READ SALES-ORDER-FILE
               KEY IS SO-ORDER-NUMBER
               INVALID KEY
                   MOVE "24" TO WS-SALES-ORDER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-SALES-ORDER-STATUS
           END-READ
           EVALUATE TRUE
               WHEN WS-SALES-ORDER-STATUS NOT = "00"
                   DISPLAY "Order " WS-CONFIRM-ORDER " not found."
                   MOVE "ORDER-NUMBER" TO WS-LOG-FIELD-NAME
                   MOVE WS-CONFIRM-ORDER TO WS-LOG-BAD-VALUE
                   PERFORM LOG-ERROR
               WHEN SO-COMPANY-CODE NOT = SPACES
                    AND SO-COMPANY-CODE NOT = WS-SESSION-COMPANY
                   DISPLAY "Order " WS-CONFIRM-ORDER " belongs to "
                           "company " SO-COMPANY-CODE " - not part "
                           "of this session."
               WHEN NOT SO-OPEN
                   DISPLAY "Order " WS-CONFIRM-ORDER " is not open "
                           "(status " SO-STATUS ")."
               WHEN OTHER
                   PERFORM CONFIRM-ORDER-SHIPMENT
           END-EVALUATE.

       CONFIRM-ORDER-SHIPMENT.
           MOVE SO-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SO-CUSTOMER-PO TO WS-SHIP-CUSTOMER-PO
           MOVE WS-CONFIRM-ORDER TO WS-NEXT-ORDER-NUMBER
           PERFORM ACCEPT-PACKED-QUANTITIES
           EVALUATE TRUE
               WHEN WS-PACK-LINE-COUNT = 0
                   DISPLAY "Order " WS-CONFIRM-ORDER " has nothing "
                           "released to pick."
               WHEN WS-PACK-UNITS = 0
                   DISPLAY "Nothing packed - confirmation not taken."
               WHEN OTHER
                   PERFORM ACCEPT-PACKAGE-DETAILS
                   IF WS-FREIGHT-FOUND
                       PERFORM POST-SHIP-CONFIRMATION
                   ELSE
                       DISPLAY "Confirmation not taken - order "
                               WS-CONFIRM-ORDER " left to pick."
                   END-IF
           END-EVALUATE.

       ACCEPT-PACKED-QUANTITIES.
           MOVE 0 TO WS-PACK-LINE-COUNT
           MOVE 0 TO WS-PACK-UNITS
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE WS-CONFIRM-ORDER TO OL-ORDER-NUMBER
           MOVE 0 TO OL-LINE-NUMBER
           START SALES-ORDER-LINE-FILE KEY IS NOT LESS THAN
                 OL-ORDER-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ SALES-ORDER-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       IF OL-ORDER-NUMBER NOT = WS-CONFIRM-ORDER
                           MOVE "Y" TO WS-LINE-EOF-SW
                       ELSE
                           IF OL-QTY-TO-PICK > 0
                               PERFORM ACCEPT-ONE-PACKED-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACCEPT-ONE-PACKED-LINE.
           IF WS-PACK-LINE-COUNT < 50
               ADD 1 TO WS-PACK-LINE-COUNT
               SET WS-PACK-IDX TO WS-PACK-LINE-COUNT
               MOVE OL-LINE-NUMBER TO
                   WS-PACK-LINE-NUMBER (WS-PACK-IDX)
               MOVE "N" TO WS-PACKED-VALID-SW
               PERFORM UNTIL WS-PACKED-VALID
                   DISPLAY "Line " OL-LINE-NUMBER " "
                           OL-PRODUCT-CODE " to pick "
                           OL-QTY-TO-PICK " - quantity packed "
                           "(5 digits): "
                   ACCEPT WS-PACKED-ENTRY
                   IF WS-PACKED-ENTRY > OL-QTY-TO-PICK
                       DISPLAY "Cannot pack more than was released "
                               "to pick."
                   ELSE
                       MOVE "Y" TO WS-PACKED-VALID-SW
                   END-IF
               END-PERFORM
               MOVE WS-PACKED-ENTRY TO
                   WS-PACK-QUANTITY (WS-PACK-IDX)
               ADD WS-PACKED-ENTRY TO WS-PACK-UNITS
           ELSE
               DISPLAY "Confirmation line limit of 50 reached - line "
                       OL-LINE-NUMBER " left to pick."
           END-IF.

       ACCEPT-PACKAGE-DETAILS.
           MOVE "N" TO WS-FREIGHT-FOUND-SW
           MOVE "N" TO WS-PACKAGE-DONE-SW
           PERFORM UNTIL WS-PACKAGE-DONE
               DISPLAY "Carrier code (4 characters, blank to "
                       "abandon): "
               ACCEPT WS-CARRIER-CODE
               IF WS-CARRIER-CODE = SPACES
                   MOVE "Y" TO WS-PACKAGE-DONE-SW
               ELSE
                   DISPLAY "Zone (2 digits): "
                   ACCEPT WS-SHIP-ZONE
                   DISPLAY "Package weight (pounds, 1 decimal): "
                   ACCEPT WS-PACKAGE-WEIGHT
                   PERFORM LOOKUP-FREIGHT-RATE
                   IF WS-FREIGHT-FOUND
                       MOVE "Y" TO WS-PACKAGE-DONE-SW
                   ELSE
                       DISPLAY "No freight rate for carrier "
                               WS-CARRIER-CODE " zone " WS-SHIP-ZONE
                               " at " WS-PACKAGE-WEIGHT " lb."
                       MOVE "CARRIER-CODE" TO WS-LOG-FIELD-NAME
                       MOVE WS-CARRIER-CODE TO WS-LOG-BAD-VALUE
                       PERFORM LOG-ERROR
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FREIGHT-FOUND
               DISPLAY "Tracking number (30 characters): "
               ACCEPT WS-TRACKING-NUMBER
               DISPLAY "Freight charge " WS-FREIGHT-AMOUNT "."
           END-IF.

      * The package is charged on the lowest weight break at or
      * above its weight, taken up to the next whole pound.
       LOOKUP-FREIGHT-RATE.
           MOVE "N" TO WS-FREIGHT-FOUND-SW
           MOVE 0 TO WS-FREIGHT-AMOUNT
           IF WS-FREIGHT-RATE-AVAILABLE AND WS-PACKAGE-WEIGHT > 0
               COMPUTE WS-RATED-WEIGHT = WS-PACKAGE-WEIGHT + 0.9
               MOVE WS-CARRIER-CODE TO FR-CARRIER-CODE
               MOVE WS-SHIP-ZONE    TO FR-ZONE
               MOVE WS-RATED-WEIGHT TO FR-MAX-WEIGHT
               START FREIGHT-RATE-FILE KEY IS NOT LESS THAN
                     FR-RATE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FREIGHT-RATE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FR-CARRIER-CODE = WS-CARRIER-CODE
                                  AND FR-ZONE = WS-SHIP-ZONE
                                   MOVE "Y" TO WS-FREIGHT-FOUND-SW
                                   MOVE FR-FREIGHT-CHARGE TO
                                       WS-FREIGHT-AMOUNT
                               END-IF
                       END-READ
               END-START
           END-IF.

      * Confirmed pieces ship: stock set aside for each line is
      * released, what was packed leaves on-hand and invoices, and
      * any shortfall goes back on backorder for the release pass.
       POST-SHIP-CONFIRMATION.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "24" TO WS-CUSTOMER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
           END-READ
           IF NOT WS-CUSTOMER-FOUND
               DISPLAY "Order " WS-CONFIRM-ORDER " customer "
                       WS-CUSTOMER-ID " no longer on file - "
                       "confirmation not taken."
           ELSE
               MOVE 0 TO WS-SHIP-LINE-COUNT
               MOVE 0 TO WS-SHIP-MERCH-AMOUNT
               PERFORM VARYING WS-PACK-IDX FROM 1 BY 1
                       UNTIL WS-PACK-IDX > WS-PACK-LINE-COUNT
                   PERFORM CONFIRM-ONE-PACKED-LINE
               END-PERFORM
               PERFORM INVOICE-SHIPPED-LINES
               PERFORM WRITE-SHIPMENT-RECORD
               PERFORM SETTLE-ORDER-STATUS
               DISPLAY "Shipment " WS-NEXT-SHIPMENT-NUMBER
                       " confirmed - " WS-PACK-UNITS " units via "
                       WS-CARRIER-CODE " tracking "
                       WS-TRACKING-NUMBER
           END-IF
           MOVE 0 TO WS-FREIGHT-AMOUNT.

       CONFIRM-ONE-PACKED-LINE.
           MOVE WS-CONFIRM-ORDER TO OL-ORDER-NUMBER
           MOVE WS-PACK-LINE-NUMBER (WS-PACK-IDX) TO OL-LINE-NUMBER
           READ SALES-ORDER-LINE-FILE
               KEY IS OL-ORDER-LINE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SHIP-PACKED-LINE
           END-READ.

       SHIP-PACKED-LINE.
           MOVE OL-PRODUCT-CODE TO WS-PRODUCT-CODE
           MOVE WS-PACK-QUANTITY (WS-PACK-IDX) TO WS-SHIP-QTY
           COMPUTE WS-SHORT-QTY = OL-QTY-TO-PICK - WS-SHIP-QTY
           MOVE OL-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT OL-QTY-TO-PICK FROM PM-QTY-ALLOCATED
                   IF WS-SHIP-QTY > 0
                       PERFORM ADD-SHIPPED-LINE-COST
                       SUBTRACT WS-SHIP-QTY FROM PM-QTY-ON-HAND
                   END-IF
                   REWRITE PRODUCT-MASTER-RECORD
           END-READ
           MOVE OL-WAREHOUSE-CODE TO WS-LINE-WAREHOUSE
           COMPUTE WS-PW-ALLOCATED-DELTA = 0 - OL-QTY-TO-PICK
           COMPUTE WS-PW-ON-HAND-DELTA = 0 - WS-SHIP-QTY
           PERFORM POST-LINE-SITE-STOCK
           IF WS-SHIP-QTY > 0
               PERFORM STAGE-SHIPPED-LINE
               ADD WS-SHIP-QTY TO OL-QTY-SHIPPED
           END-IF
           ADD WS-SHORT-QTY TO OL-QTY-BACKORDERED
           MOVE 0 TO OL-QTY-TO-PICK
           REWRITE SALES-ORDER-LINE-RECORD
           IF WS-SHORT-QTY > 0
               DISPLAY "Line " OL-LINE-NUMBER ": " WS-SHORT-QTY
                       " short - back on backorder."
           END-IF.

       WRITE-SHIPMENT-RECORD.
           PERFORM NEXT-SHIPMENT-NUMBER
           INITIALIZE SHIPMENT-RECORD
           MOVE WS-NEXT-SHIPMENT-NUMBER TO SH-SHIPMENT-NUMBER
           MOVE WS-CONFIRM-ORDER        TO SH-ORDER-NUMBER
           MOVE WS-CUSTOMER-ID          TO SH-CUSTOMER-ID
           MOVE WS-SESSION-COMPANY      TO SH-COMPANY-CODE
           MOVE WS-TODAY-DATE           TO SH-SHIP-DATE
           MOVE WS-CARRIER-CODE         TO SH-CARRIER-CODE
           MOVE WS-SHIP-ZONE            TO SH-ZONE
           MOVE WS-TRACKING-NUMBER      TO SH-TRACKING-NUMBER
           MOVE WS-PACKAGE-WEIGHT       TO SH-PACKAGE-WEIGHT
           MOVE WS-FREIGHT-AMOUNT       TO SH-FREIGHT-AMOUNT
           MOVE WS-PACK-UNITS           TO SH-UNITS-SHIPPED
           MOVE WS-NEXT-INVOICE-NUMBER  TO SH-INVOICE-NUMBER
           MOVE WS-OPERATOR-ID          TO SH-OPERATOR-ID
           WRITE SHIPMENT-RECORD.

       WRITE-OPEN-ORDER-REPORT.
           OPEN OUTPUT OPEN-ORDER-REPORT-FILE
           MOVE WS-OPEN-ORDER-HEADER TO OPEN-ORDER-REPORT-LINE

      * Session totals post once at close: one AR debit and one
      * sales credit for everything invoiced this session, the
      * same summary shape the purchase entry feeds.  Freight
      * billed on ship confirmations credits freight revenue
      * rather than sales.
       WRITE-GL-FEED.
           COMPUTE WS-SESSION-SALES =
               WS-SESSION-INVOICED - WS-SESSION-FREIGHT
           IF WS-SESSION-INVOICED NOT = 0
               INITIALIZE GL-FEED-RECORD
               MOVE "OrderEntry"         TO GL-SOURCE-PROGRAM
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
               MOVE "C"                  TO GL-DEBIT-CREDIT-SW
               MOVE WS-SESSION-SALES     TO GL-AMOUNT
               MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
               MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-GLFEED-DELTA-COUNT
               ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
           END-IF
           IF WS-SESSION-FREIGHT NOT = 0
               INITIALIZE GL-FEED-RECORD
               MOVE "OrderEntry"         TO GL-SOURCE-PROGRAM
               MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
               MOVE "4140" TO WS-GL-POST-ACCOUNT
               MOVE "4140" TO WS-GL-POSTING-TYPE
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
               MOVE "C"                  TO GL-DEBIT-CREDIT-SW
               MOVE WS-SESSION-FREIGHT   TO GL-AMOUNT
               MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
               MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-GLFEED-DELTA-COUNT
               ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
           END-IF
      * Deposits used this session leave the customer-deposit
      * liability and pay down the receivable just raised.
           IF WS-SESSION-DEPOSITS NOT = 0
               INITIALIZE GL-FEED-RECORD
               MOVE "OrderEntry"         TO GL-SOURCE-PROGRAM
               MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
               MOVE "2200" TO WS-GL-POST-ACCOUNT
               MOVE "2200" TO WS-GL-POSTING-TYPE
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
               MOVE "D"                  TO GL-DEBIT-CREDIT-SW
               MOVE WS-SESSION-DEPOSITS  TO GL-AMOUNT
               MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
               MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-GLFEED-DELTA-COUNT
               ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
               INITIALIZE GL-FEED-RECORD
               MOVE "OrderEntry"         TO GL-SOURCE-PROGRAM
               MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
               MOVE "1000" TO WS-GL-POST-ACCOUNT
               MOVE "1000" TO WS-GL-POSTING-TYPE
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
               MOVE "C"                  TO GL-DEBIT-CREDIT-SW
               MOVE WS-SESSION-DEPOSITS  TO GL-AMOUNT
               MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
               MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
               WRITE GL-FEED-RECORD
               ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
           END-IF.

      * Shipment numbers come off their own "8" sequence on the
      * invoice-number control file.
       NEXT-SHIPMENT-NUMBER.
           MOVE "8" TO IC-CONTROL-KEY
           MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
           READ INVOICE-CONTROL-FILE
               KEY IS IC-CONTROL-KEY
               INVALID KEY
                   MOVE "8" TO IC-CONTROL-KEY
                   MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
                   MOVE 0 TO IC-LAST-INVOICE-NUMBER
                   WRITE INVOICE-CONTROL-RECORD
           END-READ
           ADD 1 TO IC-LAST-INVOICE-NUMBER
           MOVE IC-LAST-INVOICE-NUMBER TO WS-NEXT-SHIPMENT-NUMBER
           REWRITE INVOICE-CONTROL-RECORD
               INVALID KEY
                   WRITE INVOICE-CONTROL-RECORD
           END-REWRITE.

      * Order numbers come off their own "4" sequence on the
      * invoice-number control file, like holds use "3".
       NEXT-ORDER-NUMBER.
