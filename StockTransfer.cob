       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockTransfer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-TRANSFER-FILE ASSIGN TO "STKXFER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-TRANSFER-NUMBER
               FILE STATUS IS WS-STOCK-TRANSFER-STATUS.

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

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CONTROL-KEY
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-TRANSFER-FILE.
           COPY STKXFER.

       FD  WAREHOUSE-MASTER-FILE.
           COPY WAREHSE.

       FD  PRODUCT-WAREHOUSE-FILE.
           COPY PRODWHSE.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-STOCK-TRANSFER-STATUS PIC X(2) VALUE "00".
       01 WS-WAREHOUSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-WAREHOUSE-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-INVOICE-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

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

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-TODAY-DATE            PIC 9(8).

       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-SHIP         VALUE "S" "s".
          88 WS-MAINT-RECEIVE      VALUE "R" "r".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-PRODUCT-CODE          PIC X(6).
       01 WS-FROM-WAREHOUSE        PIC X(3).
       01 WS-TO-WAREHOUSE          PIC X(3).
       01 WS-TRANSFER-QTY          PIC S9(7) VALUE 0.
       01 WS-SITE-AVAILABLE        PIC S9(7) VALUE 0.
       01 WS-QTY-OUTSTANDING       PIC S9(7) VALUE 0.
       01 WS-TRANSFER-NUMBER       PIC 9(9) VALUE 0.
       01 WS-NEXT-TRANSFER-NUMBER  PIC 9(9) VALUE 0.
       01 WS-PRODUCT-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-PRODUCT-FOUND      VALUE "Y".
       01 WS-TRANSFER-FOUND-SW     PIC X(1) VALUE "N".
          88 WS-TRANSFER-FOUND     VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-LIST-COUNT            PIC 9(5) VALUE 0.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Moving stock between sites.  Ship takes the quantity off
      * the sending site's shelf - it must be free there, not
      * promised to an order line - and carries it in transit to
      * the receiving site; Receive puts what arrived on the
      * receiving site's shelf, a short delivery staying in
      * transit until the rest turns up; List shows what is still
      * on the road.  The company totals on the product master
      * never move: the stock is owned the whole way.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           IF SL-COMPANY-CODE NOT = SPACES
               MOVE SL-COMPANY-CODE TO WS-SESSION-COMPANY
           END-IF.
           OPEN I-O STOCK-TRANSFER-FILE.
           IF WS-STOCK-TRANSFER-STATUS = "35"
               OPEN OUTPUT STOCK-TRANSFER-FILE
               CLOSE STOCK-TRANSFER-FILE
               OPEN I-O STOCK-TRANSFER-FILE
           END-IF.
           OPEN I-O INVOICE-CONTROL-FILE.
           IF WS-INVOICE-CONTROL-STATUS = "35"
               OPEN OUTPUT INVOICE-CONTROL-FILE
               CLOSE INVOICE-CONTROL-FILE
               OPEN I-O INVOICE-CONTROL-FILE
           END-IF.
           OPEN INPUT PRODUCT-MASTER-FILE.
           PERFORM OPEN-WAREHOUSE-FILES.

           DISPLAY "Stock transfers - (S)hip, (R)eceive, (L)ist in "
                   "transit, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-SHIP
                       PERFORM SHIP-TRANSFER
                   WHEN WS-MAINT-RECEIVE
                       PERFORM RECEIVE-TRANSFER
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-IN-TRANSIT
                   WHEN OTHER
                       DISPLAY "Please enter S, R, L, or Q."
               END-EVALUATE
               DISPLAY "Stock transfers - (S)hip, (R)eceive, "
                       "(L)ist in transit, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           PERFORM CLOSE-WAREHOUSE-FILES.
           CLOSE STOCK-TRANSFER-FILE.
           CLOSE INVOICE-CONTROL-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY OPENRCTL.

       COPY WHSEUPDT.

       SHIP-TRANSFER.
           IF NOT WS-WAREHOUSE-AVAILABLE
               DISPLAY "No warehouses on file - nothing to transfer "
                       "between."
           ELSE
               DISPLAY "Product code (6 characters): "
               ACCEPT WS-PRODUCT-CODE
               MOVE "N" TO WS-PRODUCT-FOUND-SW
               MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   KEY IS PM-PRODUCT-CODE
                   INVALID KEY
                       DISPLAY "No such product on file."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PRODUCT-FOUND-SW
               END-READ
               IF WS-PRODUCT-FOUND
                   DISPLAY "Ship from -"
                   PERFORM ACCEPT-WAREHOUSE-CODE
                   MOVE WS-PW-WAREHOUSE TO WS-FROM-WAREHOUSE
                   DISPLAY "Ship to -"
                   PERFORM ACCEPT-WAREHOUSE-CODE
                   MOVE WS-PW-WAREHOUSE TO WS-TO-WAREHOUSE
                   PERFORM SHIP-TRANSFER-QUANTITY
               END-IF
           END-IF.

       SHIP-TRANSFER-QUANTITY.
           IF WS-FROM-WAREHOUSE = WS-TO-WAREHOUSE
               DISPLAY "Ship-from and ship-to are the same site."
           ELSE
               MOVE WS-FROM-WAREHOUSE TO WS-PW-WAREHOUSE
               MOVE WS-PRODUCT-CODE   TO WS-PW-PRODUCT
               PERFORM READ-PRODUCT-WAREHOUSE
               COMPUTE WS-SITE-AVAILABLE =
                   PW-QTY-ON-HAND - PW-QTY-ALLOCATED
               DISPLAY "Available at " WS-FROM-WAREHOUSE ": "
                       WS-SITE-AVAILABLE
               DISPLAY "Quantity to ship (7 digits): "
               ACCEPT WS-TRANSFER-QTY
               EVALUATE TRUE
                   WHEN WS-TRANSFER-QTY NOT > 0
                       DISPLAY "Quantity must be greater than zero."
                   WHEN WS-TRANSFER-QTY > WS-SITE-AVAILABLE
                       DISPLAY "Only " WS-SITE-AVAILABLE
                               " free to ship from "
                               WS-FROM-WAREHOUSE "."
                   WHEN OTHER
                       PERFORM POST-TRANSFER-SHIPMENT
               END-EVALUATE
           END-IF.

       POST-TRANSFER-SHIPMENT.
           MOVE WS-FROM-WAREHOUSE TO WS-PW-WAREHOUSE
           MOVE WS-PRODUCT-CODE   TO WS-PW-PRODUCT
           COMPUTE WS-PW-ON-HAND-DELTA = 0 - WS-TRANSFER-QTY
           PERFORM POST-PRODUCT-WAREHOUSE
           MOVE WS-TO-WAREHOUSE   TO WS-PW-WAREHOUSE
           MOVE WS-PRODUCT-CODE   TO WS-PW-PRODUCT
           MOVE WS-TRANSFER-QTY   TO WS-PW-IN-TRANSIT-DELTA
           PERFORM POST-PRODUCT-WAREHOUSE
           PERFORM NEXT-TRANSFER-NUMBER
           INITIALIZE STOCK-TRANSFER-RECORD
           MOVE WS-NEXT-TRANSFER-NUMBER TO XF-TRANSFER-NUMBER
           MOVE WS-PRODUCT-CODE    TO XF-PRODUCT-CODE
           MOVE WS-FROM-WAREHOUSE  TO XF-FROM-WAREHOUSE
           MOVE WS-TO-WAREHOUSE    TO XF-TO-WAREHOUSE
           MOVE WS-TRANSFER-QTY    TO XF-QTY-SHIPPED
           MOVE 0                  TO XF-QTY-RECEIVED
           MOVE WS-TODAY-DATE      TO XF-SHIP-DATE
           MOVE 0                  TO XF-RECEIVE-DATE
           MOVE WS-SESSION-COMPANY TO XF-COMPANY-CODE
           MOVE WS-OPERATOR-ID     TO XF-OPERATOR-ID
           MOVE "T"                TO XF-STATUS
           WRITE STOCK-TRANSFER-RECORD
           DISPLAY "Transfer " XF-TRANSFER-NUMBER " shipped - "
                   WS-TRANSFER-QTY " of " WS-PRODUCT-CODE
                   " in transit to " WS-TO-WAREHOUSE ".".

       RECEIVE-TRANSFER.
           DISPLAY "Transfer number (9 digits): "
           ACCEPT WS-TRANSFER-NUMBER
           MOVE "N" TO WS-TRANSFER-FOUND-SW
           MOVE WS-TRANSFER-NUMBER TO XF-TRANSFER-NUMBER
           READ STOCK-TRANSFER-FILE
               KEY IS XF-TRANSFER-NUMBER
               INVALID KEY
                   DISPLAY "No such transfer on file."
               NOT INVALID KEY
                   MOVE "Y" TO WS-TRANSFER-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-TRANSFER-FOUND
                   CONTINUE
               WHEN XF-COMPANY-CODE NOT = WS-SESSION-COMPANY
                   DISPLAY "Transfer belongs to another company."
               WHEN NOT XF-IN-TRANSIT
                   DISPLAY "Transfer already fully received."
               WHEN OTHER
                   PERFORM RECEIVE-TRANSFER-QUANTITY
           END-EVALUATE.

       RECEIVE-TRANSFER-QUANTITY.
           COMPUTE WS-QTY-OUTSTANDING =
               XF-QTY-SHIPPED - XF-QTY-RECEIVED
           DISPLAY "Transfer " XF-TRANSFER-NUMBER " product "
                   XF-PRODUCT-CODE " from " XF-FROM-WAREHOUSE
                   " to " XF-TO-WAREHOUSE " outstanding "
                   WS-QTY-OUTSTANDING
           DISPLAY "Quantity received (7 digits): "
           ACCEPT WS-TRANSFER-QTY
           EVALUATE TRUE
               WHEN WS-TRANSFER-QTY NOT > 0
                   DISPLAY "Quantity must be greater than zero."
               WHEN WS-TRANSFER-QTY > WS-QTY-OUTSTANDING
                   DISPLAY "Only " WS-QTY-OUTSTANDING
                           " still in transit on this transfer."
               WHEN OTHER
                   MOVE XF-TO-WAREHOUSE  TO WS-PW-WAREHOUSE
                   MOVE XF-PRODUCT-CODE  TO WS-PW-PRODUCT
                   MOVE WS-TRANSFER-QTY  TO WS-PW-ON-HAND-DELTA
                   COMPUTE WS-PW-IN-TRANSIT-DELTA =
                       0 - WS-TRANSFER-QTY
                   PERFORM POST-PRODUCT-WAREHOUSE
                   ADD WS-TRANSFER-QTY TO XF-QTY-RECEIVED
                   MOVE WS-TODAY-DATE  TO XF-RECEIVE-DATE
                   IF XF-QTY-RECEIVED NOT < XF-QTY-SHIPPED
                       MOVE "R" TO XF-STATUS
                   END-IF
                   REWRITE STOCK-TRANSFER-RECORD
                   IF XF-RECEIVED
                       DISPLAY "Transfer fully received."
                   ELSE
                       DISPLAY "Partial receipt posted - balance "
                               "stays in transit."
                   END-IF
           END-EVALUATE.

       LIST-IN-TRANSIT.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE 0 TO XF-TRANSFER-NUMBER
           START STOCK-TRANSFER-FILE
               KEY IS NOT LESS THAN XF-TRANSFER-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ STOCK-TRANSFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF XF-IN-TRANSIT
                          AND XF-COMPANY-CODE = WS-SESSION-COMPANY
                           COMPUTE WS-QTY-OUTSTANDING =
                               XF-QTY-SHIPPED - XF-QTY-RECEIVED
                           DISPLAY "  " XF-TRANSFER-NUMBER " "
                                   XF-PRODUCT-CODE " "
                                   XF-FROM-WAREHOUSE " -> "
                                   XF-TO-WAREHOUSE " shipped "
                                   XF-SHIP-DATE " outstanding "
                                   WS-QTY-OUTSTANDING
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " transfer(s) in transit.".

      * Transfer numbers come off their own "9" sequence on the
      * invoice-number control file.
       NEXT-TRANSFER-NUMBER.
           MOVE "9" TO IC-CONTROL-KEY
           MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
           READ INVOICE-CONTROL-FILE
               KEY IS IC-CONTROL-KEY
               INVALID KEY
                   MOVE "9" TO IC-CONTROL-KEY
                   MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
                   MOVE 0 TO IC-LAST-INVOICE-NUMBER
                   WRITE INVOICE-CONTROL-RECORD
           END-READ
           ADD 1 TO IC-LAST-INVOICE-NUMBER
           MOVE IC-LAST-INVOICE-NUMBER TO WS-NEXT-TRANSFER-NUMBER
           REWRITE INVOICE-CONTROL-RECORD
               INVALID KEY
                   WRITE INVOICE-CONTROL-RECORD
           END-REWRITE.
