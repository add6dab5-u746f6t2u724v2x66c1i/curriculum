      * POLINE.cpy - Purchase order line record layout.
      * Indexed file keyed on PO number plus line number, one row
      * per product ordered at the agreed unit cost.  The open
      * quantity (ordered less received) on open lines is what
      * PM-QTY-ON-ORDER carries; Receiving posts receipts against
      * the line and closes it when filled or closed short.  The
      * invoiced quantity is what VendorInvoice has matched so far,
      * so a packing slip cannot be billed twice.  Lines of a
      * draft PO stay in draft status, off on-order and closed to
      * receiving, until the PO is released.
       01 PO-LINE-RECORD.
          05 PI-LINE-KEY.
             10 PI-PO-NUMBER         PIC 9(9).
             10 PI-LINE-NUMBER       PIC 9(3).
          05 PI-PRODUCT-CODE         PIC X(6).
          05 PI-QTY-ORDERED          PIC S9(5).
          05 PI-QTY-RECEIVED         PIC S9(5).
          05 PI-UNIT-COST            PIC S9(7)V99.
          05 PI-EXPECTED-DATE        PIC 9(8).
          05 PI-LAST-RECEIPT-DATE    PIC 9(8).
          05 PI-STATUS               PIC X(1).
             88 PI-OPEN              VALUE "O".
             88 PI-CLOSED            VALUE "C".
             88 PI-CANCELLED         VALUE "X".
             88 PI-DRAFT             VALUE "D".
          05 PI-QTY-INVOICED         PIC S9(5).
