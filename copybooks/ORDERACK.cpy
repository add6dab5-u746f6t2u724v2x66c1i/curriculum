      * ORDERACK.cpy - Outbound order acknowledgment record.
      * Line-sequential file written by OrderImport for return to
      * the customer, mirroring the inbound order file: one H row
      * per order received, followed by one L row per line.  An
      * accepted order carries our order number; a rejected order
      * carries zero and the reason on the header, with any line
      * at fault marked on its own row.  Accepted lines are priced
      * at the unit price the order line was written at.
       01 ORDER-ACK-RECORD.
          05 OA-RECORD-TYPE          PIC X(1).
             88 OA-HEADER-ROW        VALUE "H".
             88 OA-LINE-ROW          VALUE "L".
          05 OA-CUSTOMER-ID          PIC 9(5).
          05 OA-CUSTOMER-PO          PIC X(20).
          05 OA-ORDER-NUMBER         PIC 9(9).
          05 OA-LINE-NUMBER          PIC 9(3).
          05 OA-ITEM-NUMBER          PIC X(20).
          05 OA-PRODUCT-CODE         PIC X(6).
          05 OA-QUANTITY             PIC 9(5).
          05 OA-UNIT-PRICE           PIC S9(7)V99.
          05 OA-STATUS               PIC X(1).
             88 OA-ACCEPTED          VALUE "A".
             88 OA-REJECTED          VALUE "R".
          05 OA-REASON               PIC X(30).
          05 OA-ACK-DATE             PIC 9(8).
