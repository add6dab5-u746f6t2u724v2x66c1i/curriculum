      * upstream of invoicing.  An order stays open while any of
      * its lines still carries a backordered quantity; the
      * backorder release turns replenished lines into invoices
      * and closes the order when nothing is left owing.  An order
      * converted from a sales quotation (QUOTEHDR) keeps the quote
      * number; orders keyed directly carry zero.  Orders received
      * electronically carry the customer's purchase-order number
      * and ship-to reference; both are blank on keyed orders.
       01 SALES-ORDER-RECORD.
          05 SO-ORDER-NUMBER         PIC 9(9).
          05 SO-CUSTOMER-ID          PIC 9(5).
             88 SO-OPEN              VALUE "O".
             88 SO-COMPLETE          VALUE "C".
             88 SO-CANCELLED         VALUE "X".
          05 SO-QUOTE-NUMBER         PIC 9(9).
          05 SO-CUSTOMER-PO          PIC X(20).
          05 SO-SHIP-TO-REF          PIC X(10).
