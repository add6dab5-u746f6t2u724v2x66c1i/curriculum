               RECORD KEY IS IC-CONTROL-KEY
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

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
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

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

           SELECT COLLECTION-ACTIVITY-FILE ASSIGN TO "COLLACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

       FD  LOT-BALANCE-FILE.
           COPY LOTBAL.

       FD  LOT-MOVEMENT-FILE.
           COPY LOTMOVE.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       FD  WAREHOUSE-MASTER-FILE.
           COPY WAREHSE.

       FD  PRODUCT-WAREHOUSE-FILE.
           COPY PRODWHSE.

       FD  COLLECTION-ACTIVITY-FILE.
           COPY COLLACT.

       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
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
       01 WS-PROMISE-EOF-SW        PIC X(1) VALUE "N".
          88 WS-PROMISE-EOF        VALUE "Y".

           COPY TERMSTBL.

       LINKAGE SECTION.
           COPY SIGNONLK.

           OPEN I-O HELD-ENTRY-FILE.
           OPEN EXTEND LINE-ITEM-FILE.
           OPEN I-O PRODUCT-MASTER-FILE.
           PERFORM OPEN-WAREHOUSE-FILES.
           PERFORM OPEN-LOT-FILES.

           PERFORM UNTIL WS-HELD-ENTRY-STATUS NOT = "00"
               READ HELD-ENTRY-FILE
           IF WS-PRODUCT-MASTER-STATUS = "00"
               CLOSE PRODUCT-MASTER-FILE
           END-IF.
           PERFORM CLOSE-WAREHOUSE-FILES.
           PERFORM CLOSE-LOT-FILES.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE PURCHASE-TRANS-FILE.
           CLOSE INVOICE-CONTROL-FILE.

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
                   PERFORM POST-HELD-ENTRY
               WHEN WS-RELEASE-REJECT
                   MOVE "R" TO HE-STATUS
                   MOVE WS-TODAY-DATE TO HE-DECIDED-DATE
                   MOVE WS-OPERATOR-ID TO HE-DECIDED-BY
                   REWRITE HELD-ENTRY-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "HELD-ENTRY" TO WS-LOG-FIELD-NAME
                   MOVE PT-TRANSACTION-DATE TO WS-AR-ITEM-DATE
                   MOVE PT-NET-AMOUNT       TO WS-AR-AMOUNT
                   MOVE "S"                 TO WS-AR-SOURCE-TYPE
                   PERFORM STAGE-AR-TERMS
                   PERFORM POST-AR-OPEN-ITEM
               END-IF
               PERFORM SAVE-INVOICE-CONTROL
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD
               MOVE "P" TO HE-STATUS
               MOVE WS-TODAY-DATE TO HE-DECIDED-DATE
               MOVE WS-OPERATOR-ID TO HE-DECIDED-BY
               MOVE WS-NEXT-INVOICE-NUMBER TO HE-INVOICE-NUMBER
               REWRITE HELD-ENTRY-RECORD
               ADD 1 TO WS-POSTED-COUNT
               ADD HE-NET-AMOUNT TO WS-POSTED-TOTAL
           MOVE HL-QUANTITY       TO LI-QUANTITY
           MOVE HL-UNIT-PRICE     TO LI-UNIT-PRICE
           MOVE HL-EXTENDED-PRICE TO LI-EXTENDED-PRICE
           MOVE HL-WAREHOUSE-CODE TO LI-WAREHOUSE-CODE
           MOVE SPACES TO WS-LOT-FIRST-NUMBER
           MOVE HL-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               KEY IS PM-PRODUCT-CODE
                   ADD WS-LINE-COST TO WS-SESSION-COGS
                   SUBTRACT HL-QUANTITY FROM PM-QTY-ON-HAND
                   REWRITE PRODUCT-MASTER-RECORD
                   MOVE HL-WAREHOUSE-CODE TO WS-PW-WAREHOUSE
                   MOVE HL-PRODUCT-CODE   TO WS-PW-PRODUCT
                   COMPUTE WS-PW-ON-HAND-DELTA = 0 - HL-QUANTITY
                   PERFORM POST-PRODUCT-WAREHOUSE
                   IF PM-LOT-TRACKED
                       PERFORM CAPTURE-RELEASED-LOTS
                   END-IF
           END-READ
           MOVE WS-LOT-FIRST-NUMBER TO LI-LOT-NUMBER
           WRITE LINE-ITEM-RECORD
           ADD 1 TO WS-RELEASED-LINE-COUNT.

      * Lot- and serial-controlled units are named as they leave
      * the shelf, which for a held sale is now.
       CAPTURE-RELEASED-LOTS.
           INITIALIZE WS-LOT-CONTEXT
           MOVE "S"                    TO WS-LOT-MOVE-TYPE
           MOVE WS-TODAY-DATE          TO WS-LOT-MOVE-DATE
           MOVE HL-WAREHOUSE-CODE      TO WS-LOT-WAREHOUSE
           MOVE HE-CUSTOMER-ID         TO WS-LOT-CUSTOMER-ID
           MOVE WS-NEXT-INVOICE-NUMBER TO WS-LOT-INVOICE-NUMBER
           MOVE HL-LINE-NUMBER         TO WS-LOT-LINE-NUMBER
           MOVE HL-PRODUCT-CODE        TO WS-LOT-PRODUCT
           MOVE PM-TRACKING-CODE       TO WS-LOT-TRACKING
           MOVE "O"                    TO WS-LOT-DIRECTION
           MOVE HL-QUANTITY            TO WS-LOT-QTY
           PERFORM CAPTURE-LOT-MOVEMENT.

       WRITE-GL-FEED.
           IF WS-POSTED-TOTAL NOT = 0
