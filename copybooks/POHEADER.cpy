      * POHEADER.cpy - Purchase order header record layout.
      * Indexed file keyed on PO number, written by PurchaseOrder
      * under the "6" sequence on the invoice-number control file.
      * A PO stays open while any of its lines is still open; it
      * closes when every line is received (or closed short) and
      * is cancelled only when no line ever received anything.
      * A draft PO written by ReorderCalc books nothing on order
      * until the buyer reviews and releases it in PurchaseOrder.
      * The warehouse is the site the goods are to be delivered
      * to; their on-order and receipts land there.
       01 PO-HEADER-RECORD.
          05 PO-NUMBER               PIC 9(9).
          05 PO-VENDOR-ID            PIC 9(5).
          05 PO-ORDER-DATE           PIC 9(8).
          05 PO-EXPECTED-DATE        PIC 9(8).
          05 PO-OPERATOR-ID          PIC X(8).
          05 PO-COMPANY-CODE         PIC X(3).
          05 PO-STATUS               PIC X(1).
             88 PO-OPEN              VALUE "O".
             88 PO-CLOSED            VALUE "C".
             88 PO-CANCELLED         VALUE "X".
             88 PO-DRAFT             VALUE "D".
          05 PO-WAREHOUSE-CODE       PIC X(3).
