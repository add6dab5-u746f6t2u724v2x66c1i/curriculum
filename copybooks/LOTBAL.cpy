      * LOTBAL.cpy - Lot and serial balance record layout.
      * Indexed file keyed on product plus lot or serial number,
      * one row for every lot or serial of a lot- or serial-
      * controlled product ever received.  A serial row never
      * holds more than one unit.  The receipt fields say where
      * the lot came from; on-hand is what of it is still on the
      * shelf, moved by every receipt, sale, return and count
      * adjustment that names it (each one also a LOTMOVE row).
       01 LOT-BALANCE-RECORD.
          05 LT-LOT-KEY.
             10 LT-PRODUCT-CODE      PIC X(6).
             10 LT-LOT-NUMBER        PIC X(20).
          05 LT-QTY-RECEIVED         PIC S9(7).
          05 LT-QTY-ON-HAND          PIC S9(7).
          05 LT-RECEIPT-DATE         PIC 9(8).
          05 LT-PO-NUMBER            PIC 9(9).
          05 LT-VENDOR-ID            PIC 9(5).
          05 LT-WAREHOUSE-CODE       PIC X(3).
          05 LT-COMPANY-CODE         PIC X(3).
