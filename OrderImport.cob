       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrderImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-IMPORT-FILE ASSIGN TO "ORDERIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-IMPORT-STATUS.

           SELECT ORDER-ACK-FILE ASSIGN TO "ORDERACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-ACK-STATUS.

           SELECT SALES-ORDER-FILE ASSIGN TO "SALESORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS WS-SALES-ORDER-STATUS.

           SELECT SALES-ORDER-LINE-FILE ASSIGN TO "SORDLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-ORDER-LINE-KEY
               FILE STATUS IS WS-ORDER-LINE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT CUSTOMER-ITEM-FILE ASSIGN TO "CUSTITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ITEM-KEY
               FILE STATUS IS WS-CUSTOMER-ITEM-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CONTROL-KEY
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "ORDEREXC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-IMPORT-FILE.
           COPY ORDERIN.

       FD  ORDER-ACK-FILE.
           COPY ORDERACK.

       FD  SALES-ORDER-FILE.
           COPY SALESORD.

       FD  SALES-ORDER-LINE-FILE.
           COPY SORDLINE.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  CUSTOMER-ITEM-FILE.
           COPY CUSTITEM.

       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-IMPORT-STATUS   PIC X(2) VALUE "00".
       01 WS-ORDER-ACK-STATUS      PIC X(2) VALUE "00".
       01 WS-SALES-ORDER-STATUS    PIC X(2) VALUE "00".
       01 WS-ORDER-LINE-STATUS     PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND     VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-CUSTOMER-ITEM-STATUS  PIC X(2) VALUE "00".
       01 WS-INVOICE-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-EXCEPTION-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-OPERATOR-ID           PIC X(8) VALUE "ORDERIMP".
       01 WS-CUSTOMER-ITEM-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-CUSTOMER-ITEM-AVAILABLE VALUE "Y".

       01 WS-NEXT-ORDER-NUMBER     PIC 9(9) VALUE 0.
       01 WS-ORDER-LINE-COUNT      PIC 9(3) VALUE 0.

      * The order being gathered: its header fields, the reason it
      * is refused (blank while it is still good), and its lines
      * held back until the whole order has been seen, so a bad
      * order writes nothing to the order files.
       01 WS-ORDER-PENDING-SW      PIC X(1) VALUE "N".
          88 WS-ORDER-PENDING      VALUE "Y".
       01 WS-ORD-CUSTOMER-ID       PIC 9(5) VALUE 0.
       01 WS-ORD-CUSTOMER-PO       PIC X(20).
       01 WS-ORD-SHIP-TO-REF       PIC X(10).
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-ORDER-VALUE           PIC S9(9)V99 VALUE 0.
       01 WS-IMPORT-LINE-TABLE.
          05 WS-IL-ENTRY OCCURS 50 TIMES
                                    INDEXED BY WS-IL-IDX.
             10 WS-IL-ITEM-NUMBER    PIC X(20).
             10 WS-IL-PRODUCT        PIC X(6).
             10 WS-IL-QUANTITY       PIC 9(5).
             10 WS-IL-UNIT-PRICE     PIC S9(7)V99.
             10 WS-IL-REASON         PIC X(30).
       01 WS-IL-COUNT              PIC 9(3) VALUE 0.

       01 WS-DUPLICATE-PO-SW       PIC X(1) VALUE "N".
          88 WS-DUPLICATE-PO       VALUE "Y".
       01 WS-ORDER-EOF-SW          PIC X(1) VALUE "N".
          88 WS-ORDER-EOF          VALUE "Y".

       01 WS-ROWS-READ             PIC 9(5) VALUE 0.
       01 WS-ORDERS-READ           PIC 9(5) VALUE 0.
       01 WS-ORDERS-ACCEPTED       PIC 9(5) VALUE 0.
       01 WS-ORDERS-REJECTED       PIC 9(5) VALUE 0.
       01 WS-ROWS-SKIPPED          PIC 9(5) VALUE 0.
       01 WS-ACCEPTED-VALUE        PIC S9(11)V99 VALUE 0.

       01 WS-EXCEPTION-HEADER      PIC X(44) VALUE
          "-- Electronic Order Import - Exceptions --".
       01 WS-EXCEPTION-ORDER-LINE.
          05 FILLER                PIC X(3) VALUE "PO ".
          05 WS-EXC-PO-OUT         PIC X(20).
          05 FILLER                PIC X(6) VALUE " cust ".
          05 WS-EXC-CUST-OUT       PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-EXC-REASON-OUT     PIC X(30).
       01 WS-EXCEPTION-ITEM-LINE.
          05 FILLER                PIC X(8) VALUE "   line ".
          05 WS-EXI-LINE-OUT       PIC ZZ9.
          05 FILLER                PIC X(6) VALUE " item ".
          05 WS-EXI-ITEM-OUT       PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-EXI-REASON-OUT     PIC X(30).
       01 WS-EXCEPTION-TOTAL-LINE.
          05 FILLER                PIC X(13) VALUE "Orders read: ".
          05 WS-EXT-READ-OUT       PIC ZZZZ9.
          05 FILLER                PIC X(12) VALUE "  accepted: ".
          05 WS-EXT-ACCEPTED-OUT   PIC ZZZZ9.
          05 FILLER                PIC X(12) VALUE "  rejected: ".
          05 WS-EXT-REJECTED-OUT   PIC ZZZZ9.
          05 FILLER                PIC X(11) VALUE "  skipped: ".
          05 WS-EXT-SKIPPED-OUT    PIC ZZZZ9.

       PROCEDURE DIVISION.
      * Customers who send orders electronically drop a file of
      * them here.  Each order is checked whole - customer, every
      * line's product, and the credit limit - and is either taken
      * into the order files exactly as a converted quote is, or
      * refused outright onto the exception listing.  Either way
      * the customer gets an acknowledgment row back for the order
      * and each of its lines.
       RUN-START.
           OPEN INPUT ORDER-IMPORT-FILE.
           IF WS-ORDER-IMPORT-STATUS NOT = "00"
               DISPLAY "No order file ORDERIN.DAT on hand - "
                       "nothing to import."
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           OPEN INPUT CUSTOMER-ITEM-FILE.
           IF WS-CUSTOMER-ITEM-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-ITEM-AVAILABLE-SW
           END-IF.
           OPEN I-O SALES-ORDER-FILE.
           IF WS-SALES-ORDER-STATUS = "35"
               OPEN OUTPUT SALES-ORDER-FILE
               CLOSE SALES-ORDER-FILE
               OPEN I-O SALES-ORDER-FILE
           END-IF.
           OPEN I-O SALES-ORDER-LINE-FILE.
           IF WS-ORDER-LINE-STATUS = "35"
               OPEN OUTPUT SALES-ORDER-LINE-FILE
               CLOSE SALES-ORDER-LINE-FILE
               OPEN I-O SALES-ORDER-LINE-FILE
           END-IF.
           OPEN I-O INVOICE-CONTROL-FILE.
           IF WS-INVOICE-CONTROL-STATUS = "35"
               OPEN OUTPUT INVOICE-CONTROL-FILE
               CLOSE INVOICE-CONTROL-FILE
               OPEN I-O INVOICE-CONTROL-FILE
           END-IF.
           OPEN OUTPUT ORDER-ACK-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE WS-EXCEPTION-HEADER TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

           PERFORM UNTIL WS-ORDER-IMPORT-STATUS NOT = "00"
               READ ORDER-IMPORT-FILE
                   AT END
                       MOVE "10" TO WS-ORDER-IMPORT-STATUS
                   NOT AT END
                       PERFORM IMPORT-ONE-ROW
               END-READ
           END-PERFORM.
           IF WS-ORDER-PENDING
               PERFORM FINISH-PENDING-ORDER
           END-IF.

           MOVE WS-ORDERS-READ     TO WS-EXT-READ-OUT.
           MOVE WS-ORDERS-ACCEPTED TO WS-EXT-ACCEPTED-OUT.
           MOVE WS-ORDERS-REJECTED TO WS-EXT-REJECTED-OUT.
           MOVE WS-ROWS-SKIPPED    TO WS-EXT-SKIPPED-OUT.
           MOVE WS-EXCEPTION-TOTAL-LINE TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

           CLOSE ORDER-IMPORT-FILE.
           CLOSE ORDER-ACK-FILE.
           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE SALES-ORDER-FILE.
           CLOSE SALES-ORDER-LINE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           IF WS-CUSTOMER-ITEM-AVAILABLE
               CLOSE CUSTOMER-ITEM-FILE
           END-IF.
           CLOSE INVOICE-CONTROL-FILE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Order import complete - " WS-ORDERS-READ
                   " orders, " WS-ORDERS-ACCEPTED " accepted, "
                   WS-ORDERS-REJECTED " rejected, value "
                   WS-ACCEPTED-VALUE "."
           DISPLAY "Acknowledgments written to ORDERACK.DAT, "
                   "exceptions to ORDEREXC.PRT."
           GOBACK.

       COPY OPENRCTL.

      * A header row closes off the order before it and opens the
      * next; line rows belong to the open order.  A line with no
      * header ahead of it, or a row of no known type, cannot be
      * tied to an order and is only listed.
       IMPORT-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           EVALUATE TRUE
               WHEN OI-HEADER-ROW
                   IF WS-ORDER-PENDING
                       PERFORM FINISH-PENDING-ORDER
                   END-IF
                   PERFORM START-PENDING-ORDER
               WHEN OI-LINE-ROW
                   IF WS-ORDER-PENDING
                       PERFORM STAGE-IMPORT-LINE
                   ELSE
                       MOVE "LINE WITH NO ORDER HEADER" TO
                           WS-EXI-REASON-OUT
                       PERFORM WRITE-SKIPPED-ROW
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ROW TYPE" TO WS-EXI-REASON-OUT
                   PERFORM WRITE-SKIPPED-ROW
           END-EVALUATE.

       WRITE-SKIPPED-ROW.
           ADD 1 TO WS-ROWS-SKIPPED
           MOVE 0 TO WS-EXI-LINE-OUT
           MOVE OI-RECORD-DATA (1:20) TO WS-EXI-ITEM-OUT
           MOVE WS-EXCEPTION-ITEM-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE.

       START-PENDING-ORDER.
           ADD 1 TO WS-ORDERS-READ
           MOVE "Y" TO WS-ORDER-PENDING-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-IL-COUNT
           MOVE 0 TO WS-ORDER-VALUE
           INITIALIZE WS-IMPORT-LINE-TABLE
           IF OI-CUSTOMER-ID IS NUMERIC
               MOVE OI-CUSTOMER-ID TO WS-ORD-CUSTOMER-ID
           ELSE
               MOVE 0 TO WS-ORD-CUSTOMER-ID
           END-IF
           MOVE OI-CUSTOMER-PO  TO WS-ORD-CUSTOMER-PO
           MOVE OI-SHIP-TO-REF  TO WS-ORD-SHIP-TO-REF.

      * Each line is resolved to our product code as it arrives:
      * a P line names it outright, a C line is looked up on the
      * customer's item cross reference.  The product must be on
      * the master and not discontinued; it is priced at list,
      * the same price a keyed order line takes.
       STAGE-IMPORT-LINE.
           IF WS-IL-COUNT = 50
               MOVE "MORE THAN 50 LINES" TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-IL-COUNT
               SET WS-IL-IDX TO WS-IL-COUNT
               MOVE OI-ITEM-NUMBER TO WS-IL-ITEM-NUMBER (WS-IL-IDX)
               MOVE SPACES TO WS-IL-PRODUCT (WS-IL-IDX)
               MOVE 0 TO WS-IL-QUANTITY (WS-IL-IDX)
               MOVE 0 TO WS-IL-UNIT-PRICE (WS-IL-IDX)
               MOVE SPACES TO WS-IL-REASON (WS-IL-IDX)
               EVALUATE TRUE
                   WHEN OI-QUANTITY NOT NUMERIC
                       MOVE "QUANTITY NOT NUMERIC" TO
                           WS-IL-REASON (WS-IL-IDX)
                   WHEN OI-QUANTITY = 0
                       MOVE "QUANTITY IS ZERO" TO
                           WS-IL-REASON (WS-IL-IDX)
                   WHEN OI-OUR-PRODUCT
                       MOVE OI-QUANTITY TO WS-IL-QUANTITY (WS-IL-IDX)
                       MOVE OI-ITEM-NUMBER (1:6) TO
                           WS-IL-PRODUCT (WS-IL-IDX)
                   WHEN OI-CUSTOMER-ITEM
                       MOVE OI-QUANTITY TO WS-IL-QUANTITY (WS-IL-IDX)
                       PERFORM RESOLVE-CUSTOMER-ITEM
                   WHEN OTHER
                       MOVE "ITEM QUALIFIER NOT P OR C" TO
                           WS-IL-REASON (WS-IL-IDX)
               END-EVALUATE
               IF WS-IL-REASON (WS-IL-IDX) = SPACES
                   PERFORM PRICE-IMPORT-LINE
               END-IF
               IF WS-IL-REASON (WS-IL-IDX) NOT = SPACES
                  AND WS-REJECT-REASON = SPACES
                   MOVE "ONE OR MORE LINES IN ERROR" TO
                       WS-REJECT-REASON
               END-IF
           END-IF.

       RESOLVE-CUSTOMER-ITEM.
           IF NOT WS-CUSTOMER-ITEM-AVAILABLE
               MOVE "CUSTOMER ITEM NOT ON FILE" TO
                   WS-IL-REASON (WS-IL-IDX)
           ELSE
               MOVE WS-ORD-CUSTOMER-ID TO CI-CUSTOMER-ID
               MOVE OI-ITEM-NUMBER     TO CI-CUSTOMER-ITEM
               READ CUSTOMER-ITEM-FILE
                   KEY IS CI-ITEM-KEY
                   INVALID KEY
                       MOVE "CUSTOMER ITEM NOT ON FILE" TO
                           WS-IL-REASON (WS-IL-IDX)
                   NOT INVALID KEY
                       MOVE CI-PRODUCT-CODE TO
                           WS-IL-PRODUCT (WS-IL-IDX)
               END-READ
           END-IF.

       PRICE-IMPORT-LINE.
           MOVE WS-IL-PRODUCT (WS-IL-IDX) TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   MOVE "UNKNOWN PRODUCT" TO WS-IL-REASON (WS-IL-IDX)
               NOT INVALID KEY
                   IF PM-DISCONTINUED
                       MOVE "PRODUCT DISCONTINUED" TO
                           WS-IL-REASON (WS-IL-IDX)
                   ELSE
                       MOVE PM-UNIT-PRICE TO
                           WS-IL-UNIT-PRICE (WS-IL-IDX)
                       COMPUTE WS-ORDER-VALUE = WS-ORDER-VALUE
                           + (PM-UNIT-PRICE
                              * WS-IL-QUANTITY (WS-IL-IDX))
                   END-IF
           END-READ.

       FINISH-PENDING-ORDER.
           PERFORM VALIDATE-IMPORT-ORDER
           IF WS-REJECT-REASON = SPACES
               PERFORM CREATE-IMPORTED-ORDER
           ELSE
               PERFORM REJECT-IMPORTED-ORDER
           END-IF
           MOVE "N" TO WS-ORDER-PENDING-SW.

      * Customer faults outrank line faults on the acknowledgment,
      * since they are what the customer has to fix first.  The
      * credit test is the one the purchase entry applies to a
      * sale: the open balance plus the order's value at list
      * against the limit, a zero limit meaning none is set.  The
      * same purchase-order number already on a live order is
      * taken for a file sent twice.
       VALIDATE-IMPORT-ORDER.
           MOVE WS-ORD-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "24" TO WS-CUSTOMER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-FOUND
                   MOVE "UNKNOWN CUSTOMER" TO WS-REJECT-REASON
               WHEN CM-DEACTIVATED
                   MOVE "CUSTOMER DEACTIVATED" TO WS-REJECT-REASON
               WHEN CM-COMPANY-CODE NOT = SPACES
                    AND CM-COMPANY-CODE NOT = WS-SESSION-COMPANY
                   MOVE "CUSTOMER NOT IN THIS COMPANY" TO
                       WS-REJECT-REASON
               WHEN WS-ORD-CUSTOMER-PO = SPACES
                   MOVE "PURCHASE ORDER NUMBER MISSING" TO
                       WS-REJECT-REASON
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-IL-COUNT = 0
                   MOVE "NO ORDER LINES" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-DUPLICATE-PO
                   IF WS-DUPLICATE-PO
                       MOVE "DUPLICATE PURCHASE ORDER" TO
                           WS-REJECT-REASON
                   ELSE
                       IF CM-CREDIT-LIMIT > 0
                          AND CM-OPEN-BALANCE + WS-ORDER-VALUE >
                              CM-CREDIT-LIMIT
                           MOVE "OVER CREDIT LIMIT" TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-DUPLICATE-PO.
           MOVE "N" TO WS-DUPLICATE-PO-SW
           MOVE "N" TO WS-ORDER-EOF-SW
           MOVE 0 TO SO-ORDER-NUMBER
           START SALES-ORDER-FILE KEY IS NOT LESS THAN SO-ORDER-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-ORDER-EOF-SW
           END-START
           PERFORM UNTIL WS-ORDER-EOF OR WS-DUPLICATE-PO
               READ SALES-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ORDER-EOF-SW
                   NOT AT END
                       IF SO-CUSTOMER-ID = WS-ORD-CUSTOMER-ID
                          AND SO-CUSTOMER-PO = WS-ORD-CUSTOMER-PO
                          AND NOT SO-CANCELLED
                           MOVE "Y" TO WS-DUPLICATE-PO-SW
                       END-IF
               END-READ
           END-PERFORM.

      * The order is written fully backordered at the default
      * warehouse, as a converted quote is: the order-entry
      * backorder release sets stock aside to pick, and ship
      * confirmation invoices it, at the prices the lines carry.
       CREATE-IMPORTED-ORDER.
           PERFORM NEXT-ORDER-NUMBER
           INITIALIZE SALES-ORDER-RECORD
           MOVE WS-NEXT-ORDER-NUMBER TO SO-ORDER-NUMBER
           MOVE WS-ORD-CUSTOMER-ID   TO SO-CUSTOMER-ID
           MOVE WS-TODAY-DATE        TO SO-ORDER-DATE
           MOVE WS-OPERATOR-ID       TO SO-OPERATOR-ID
           MOVE WS-SESSION-COMPANY   TO SO-COMPANY-CODE
           MOVE "O"                  TO SO-STATUS
           MOVE 0                    TO SO-QUOTE-NUMBER
           MOVE WS-ORD-CUSTOMER-PO   TO SO-CUSTOMER-PO
           MOVE WS-ORD-SHIP-TO-REF   TO SO-SHIP-TO-REF
           WRITE SALES-ORDER-RECORD
           MOVE "A" TO OA-STATUS
           MOVE SPACES TO OA-REASON
           PERFORM WRITE-ORDER-ACK-HEADER
           MOVE 0 TO WS-ORDER-LINE-COUNT
           PERFORM VARYING WS-IL-IDX FROM 1 BY 1
                   UNTIL WS-IL-IDX > WS-IL-COUNT
               PERFORM WRITE-IMPORTED-ORDER-LINE
           END-PERFORM
           ADD 1 TO WS-ORDERS-ACCEPTED
           ADD WS-ORDER-VALUE TO WS-ACCEPTED-VALUE.

       WRITE-IMPORTED-ORDER-LINE.
           ADD 1 TO WS-ORDER-LINE-COUNT
           INITIALIZE SALES-ORDER-LINE-RECORD
           MOVE WS-NEXT-ORDER-NUMBER TO OL-ORDER-NUMBER
           MOVE WS-ORDER-LINE-COUNT  TO OL-LINE-NUMBER
           MOVE WS-IL-PRODUCT (WS-IL-IDX)    TO OL-PRODUCT-CODE
           MOVE WS-IL-QUANTITY (WS-IL-IDX)   TO OL-QTY-ORDERED
           MOVE 0                            TO OL-QTY-SHIPPED
           MOVE WS-IL-QUANTITY (WS-IL-IDX)   TO OL-QTY-BACKORDERED
           MOVE WS-IL-UNIT-PRICE (WS-IL-IDX) TO OL-UNIT-PRICE
           MOVE RC-DEFAULT-WAREHOUSE         TO OL-WAREHOUSE-CODE
           WRITE SALES-ORDER-LINE-RECORD
           MOVE "A" TO OA-STATUS
           MOVE SPACES TO OA-REASON
           PERFORM WRITE-ORDER-ACK-LINE.

      * A refused order is listed with its reason and each faulty
      * line under it; every line goes back on the acknowledgment
      * marked refused, with its own fault where it had one.
       REJECT-IMPORTED-ORDER.
           ADD 1 TO WS-ORDERS-REJECTED
           MOVE 0 TO WS-NEXT-ORDER-NUMBER
           MOVE WS-ORD-CUSTOMER-PO TO WS-EXC-PO-OUT
           MOVE WS-ORD-CUSTOMER-ID TO WS-EXC-CUST-OUT
           MOVE WS-REJECT-REASON   TO WS-EXC-REASON-OUT
           MOVE WS-EXCEPTION-ORDER-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE "R" TO OA-STATUS
           MOVE WS-REJECT-REASON TO OA-REASON
           PERFORM WRITE-ORDER-ACK-HEADER
           MOVE 0 TO WS-ORDER-LINE-COUNT
           PERFORM VARYING WS-IL-IDX FROM 1 BY 1
                   UNTIL WS-IL-IDX > WS-IL-COUNT
               ADD 1 TO WS-ORDER-LINE-COUNT
               IF WS-IL-REASON (WS-IL-IDX) NOT = SPACES
                   MOVE WS-ORDER-LINE-COUNT TO WS-EXI-LINE-OUT
                   MOVE WS-IL-ITEM-NUMBER (WS-IL-IDX) TO
                       WS-EXI-ITEM-OUT
                   MOVE WS-IL-REASON (WS-IL-IDX) TO WS-EXI-REASON-OUT
                   MOVE WS-EXCEPTION-ITEM-LINE TO EXCEPTION-REPORT-LINE
                   WRITE EXCEPTION-REPORT-LINE
                   MOVE WS-IL-REASON (WS-IL-IDX) TO OA-REASON
               ELSE
                   MOVE "ORDER REJECTED" TO OA-REASON
               END-IF
               MOVE "R" TO OA-STATUS
               PERFORM WRITE-ORDER-ACK-LINE
           END-PERFORM.

       WRITE-ORDER-ACK-HEADER.
           MOVE "H"                  TO OA-RECORD-TYPE
           MOVE WS-ORD-CUSTOMER-ID   TO OA-CUSTOMER-ID
           MOVE WS-ORD-CUSTOMER-PO   TO OA-CUSTOMER-PO
           MOVE WS-NEXT-ORDER-NUMBER TO OA-ORDER-NUMBER
           MOVE 0                    TO OA-LINE-NUMBER
           MOVE SPACES               TO OA-ITEM-NUMBER
           MOVE SPACES               TO OA-PRODUCT-CODE
           MOVE 0                    TO OA-QUANTITY
           MOVE 0                    TO OA-UNIT-PRICE
           MOVE WS-TODAY-DATE        TO OA-ACK-DATE
           WRITE ORDER-ACK-RECORD.

       WRITE-ORDER-ACK-LINE.
           MOVE "L"                  TO OA-RECORD-TYPE
           MOVE WS-ORD-CUSTOMER-ID   TO OA-CUSTOMER-ID
           MOVE WS-ORD-CUSTOMER-PO   TO OA-CUSTOMER-PO
           MOVE WS-NEXT-ORDER-NUMBER TO OA-ORDER-NUMBER
           MOVE WS-ORDER-LINE-COUNT  TO OA-LINE-NUMBER
           MOVE WS-IL-ITEM-NUMBER (WS-IL-IDX) TO OA-ITEM-NUMBER
           MOVE WS-IL-PRODUCT (WS-IL-IDX)     TO OA-PRODUCT-CODE
           MOVE WS-IL-QUANTITY (WS-IL-IDX)    TO OA-QUANTITY
           MOVE WS-IL-UNIT-PRICE (WS-IL-IDX)  TO OA-UNIT-PRICE
           MOVE WS-TODAY-DATE        TO OA-ACK-DATE
           WRITE ORDER-ACK-RECORD.

      * Imported orders draw their numbers off the same "4"
      * sequence order entry and quote conversion use.
       NEXT-ORDER-NUMBER.
           MOVE "4" TO IC-CONTROL-KEY
           MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
           READ INVOICE-CONTROL-FILE
               KEY IS IC-CONTROL-KEY
               INVALID KEY
                   MOVE "4" TO IC-CONTROL-KEY
                   MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
                   MOVE 0 TO IC-LAST-INVOICE-NUMBER
                   WRITE INVOICE-CONTROL-RECORD
           END-READ
           ADD 1 TO IC-LAST-INVOICE-NUMBER
           MOVE IC-LAST-INVOICE-NUMBER TO WS-NEXT-ORDER-NUMBER
           REWRITE INVOICE-CONTROL-RECORD
               INVALID KEY
                   WRITE INVOICE-CONTROL-RECORD
           END-REWRITE.
