      * LOTMOVE.cpy - Lot and serial movement record layout.
      * Sequential history file, one row each time units of a lot
      * or serial number move: received on a PO, sold or restocked
      * on an invoice line, returned on an RMA, or adjusted by a
      * physical count.  Quantity is signed - into stock positive,
      * out of stock negative.  The recall trace reads it end to
      * end for every customer and invoice a lot went to.
       01 LOT-MOVEMENT-RECORD.
          05 LM-PRODUCT-CODE         PIC X(6).
          05 LM-LOT-NUMBER           PIC X(20).
          05 LM-MOVE-TYPE            PIC X(1).
             88 LM-RECEIPT           VALUE "R".
             88 LM-SALE              VALUE "S".
             88 LM-SALE-RETURN       VALUE "V".
             88 LM-RMA-RETURN        VALUE "T".
             88 LM-COUNT-ADJUSTMENT  VALUE "A".
          05 LM-QUANTITY             PIC S9(7).
          05 LM-MOVE-DATE            PIC 9(8).
          05 LM-WAREHOUSE-CODE       PIC X(3).
          05 LM-CUSTOMER-ID          PIC 9(5).
          05 LM-INVOICE-NUMBER       PIC 9(9).
          05 LM-LINE-NUMBER          PIC 9(3).
          05 LM-RMA-NUMBER           PIC 9(9).
          05 LM-PO-NUMBER            PIC 9(9).
          05 LM-VENDOR-ID            PIC 9(5).
          05 LM-COMPANY-CODE         PIC X(3).
          05 LM-OPERATOR-ID          PIC X(8).
