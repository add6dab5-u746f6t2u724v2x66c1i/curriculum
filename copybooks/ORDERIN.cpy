      * ORDERIN.cpy - Inbound electronic customer order record.
      * Fixed-format line-sequential file received from customers,
      * read by OrderImport.  Each order is one H (header) row
      * followed by its L (line) rows.  The header carries the
      * customer's purchase-order number and the ship-to reference
      * the customer uses for the delivery point.  A line names
      * the item either by our product code (qualifier P) or by
      * the customer's own item number (qualifier C), which is
      * turned into our product code through the customer-item
      * cross reference (CUSTITEM).
       01 ORDER-IMPORT-RECORD.
          05 OI-RECORD-TYPE          PIC X(1).
             88 OI-HEADER-ROW        VALUE "H".
             88 OI-LINE-ROW          VALUE "L".
          05 OI-RECORD-DATA          PIC X(60).
          05 OI-HEADER-DATA REDEFINES OI-RECORD-DATA.
             10 OI-CUSTOMER-ID       PIC 9(5).
             10 OI-CUSTOMER-PO       PIC X(20).
             10 OI-SHIP-TO-REF       PIC X(10).
             10 FILLER               PIC X(25).
          05 OI-LINE-DATA REDEFINES OI-RECORD-DATA.
             10 OI-ITEM-QUALIFIER    PIC X(1).
                88 OI-OUR-PRODUCT    VALUE "P".
                88 OI-CUSTOMER-ITEM  VALUE "C".
             10 OI-ITEM-NUMBER       PIC X(20).
             10 OI-QUANTITY          PIC 9(5).
             10 FILLER               PIC X(34).
