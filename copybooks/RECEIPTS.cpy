      * One record per receiving event written by Receiving, with
      * the packing-slip reference and landed unit cost, so "who
      * put stock back and why" is answerable from a file instead
      * of an overtyped on-hand number.  The PO number and line
      * say which purchase order line the packing slip filled,
      * and the warehouse which site's shelf took the stock.  The
      * lot number is the lot or first serial received (LOTMOVE
      * holds every one).
       01 RECEIPT-RECORD.
          05 RV-PRODUCT-CODE         PIC X(6).
          05 RV-RECEIPT-DATE         PIC 9(8).
          05 RV-UNIT-COST            PIC S9(7)V99.
          05 RV-PACKING-SLIP         PIC X(12).
          05 RV-OPERATOR-ID          PIC X(8).
          05 RV-PO-NUMBER            PIC 9(9).
          05 RV-PO-LINE-NUMBER       PIC 9(3).
          05 RV-WAREHOUSE-CODE       PIC X(3).
          05 RV-LOT-NUMBER           PIC X(20).
