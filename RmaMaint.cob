               RECORD KEY IS IC-CONTROL-KEY
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

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
       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

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

       01 WS-INVOICE-CONTROL-STATUS PIC X(2) VALUE "00".
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
       01 WS-RMA-AGING-STATUS      PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
               OPEN I-O RMA-LINE-FILE
           END-IF.
           OPEN I-O INVOICE-CONTROL-FILE.
           PERFORM OPEN-WAREHOUSE-FILES.
           PERFORM OPEN-LOT-FILES.

           DISPLAY "RMA processing - (O)pen, (R)eceive, (A)ging "
                   "report, (L)ist, (Q)uit: ".
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE PRODUCT-AUDIT-FILE.
           CLOSE INVOICE-CONTROL-FILE.
           PERFORM CLOSE-WAREHOUSE-FILES.
           PERFORM CLOSE-LOT-FILES.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY OPENRCTL.
       COPY WHSEUPDT.

       COPY LOTUPDT.

       OPEN-NEW-RMA.
           DISPLAY "Customer ID (5 digits): "
               END-IF
               ADD WS-QTY-ENTERED TO RL-QTY-RECEIVED
               ADD WS-RESTOCK-QTY TO RL-QTY-RESTOCKED
               IF WS-RESTOCK-QTY > 0
                   PERFORM ACCEPT-WAREHOUSE-CODE
                   MOVE WS-PW-WAREHOUSE TO RL-WAREHOUSE-CODE
                   PERFORM RESTOCK-RMA-UNITS
               END-IF
               REWRITE RMA-LINE-RECORD
           END-IF.

       RESTOCK-RMA-UNITS.
                   ADD WS-RESTOCK-QTY TO PM-QTY-ON-HAND
                   MOVE PM-QTY-ON-HAND TO WS-AUDIT-NEW-VALUE
                   REWRITE PRODUCT-MASTER-RECORD
                   MOVE RL-WAREHOUSE-CODE  TO WS-PW-WAREHOUSE
                   MOVE RL-PRODUCT-CODE    TO WS-PW-PRODUCT
                   MOVE WS-RESTOCK-QTY     TO WS-PW-ON-HAND-DELTA
                   PERFORM POST-PRODUCT-WAREHOUSE
                   IF PM-LOT-TRACKED
                       PERFORM CAPTURE-RESTOCKED-LOTS
                   END-IF
                   MOVE RL-PRODUCT-CODE    TO PA-PRODUCT-CODE
                   MOVE "QTY-ON-HAND"      TO PA-FIELD-NAME
                   MOVE WS-AUDIT-OLD-VALUE TO PA-OLD-VALUE
                   WRITE PRODUCT-AUDIT-RECORD
           END-READ.

      * Lot- and serial-controlled units go back on the shelf
      * under the numbers on the returned pieces, tied to the RMA,
      * its customer and the invoice they first went out on.
       CAPTURE-RESTOCKED-LOTS.
           INITIALIZE WS-LOT-CONTEXT
           MOVE "T"               TO WS-LOT-MOVE-TYPE
           MOVE WS-TODAY-DATE     TO WS-LOT-MOVE-DATE
           MOVE RL-WAREHOUSE-CODE TO WS-LOT-WAREHOUSE
           MOVE RM-CUSTOMER-ID    TO WS-LOT-CUSTOMER-ID
           MOVE RM-ORIG-INVOICE   TO WS-LOT-INVOICE-NUMBER
           MOVE RL-RMA-NUMBER     TO WS-LOT-RMA-NUMBER
           MOVE RL-PRODUCT-CODE   TO WS-LOT-PRODUCT
           MOVE PM-TRACKING-CODE  TO WS-LOT-TRACKING
           MOVE "I"               TO WS-LOT-DIRECTION
           MOVE WS-RESTOCK-QTY    TO WS-LOT-QTY
           PERFORM CAPTURE-LOT-MOVEMENT
           IF RL-LOT-NUMBER = SPACES
               MOVE WS-LOT-FIRST-NUMBER TO RL-LOT-NUMBER
           END-IF.

       SETTLE-RMA-STATUS.
           MOVE "Y" TO WS-ALL-RECEIVED-SW
           MOVE "N" TO WS-LINE-EOF-SW
