      * SHIPMENT.cpy - Ship confirmation record layout.
      * Indexed file keyed on shipment number (INVCTL sequence "8"),
      * one row per package the dock confirms against an order:
      * who carried it, the tracking number, the weight the freight
      * was priced on, and the invoice the confirmed lines and the
      * freight charge were billed under.
       01 SHIPMENT-RECORD.
          05 SH-SHIPMENT-NUMBER      PIC 9(9).
          05 SH-ORDER-NUMBER         PIC 9(9).
          05 SH-CUSTOMER-ID          PIC 9(5).
          05 SH-COMPANY-CODE         PIC X(3).
          05 SH-SHIP-DATE            PIC 9(8).
          05 SH-CARRIER-CODE         PIC X(4).
          05 SH-ZONE                 PIC 9(2).
          05 SH-TRACKING-NUMBER      PIC X(30).
          05 SH-PACKAGE-WEIGHT       PIC 9(5)V9.
          05 SH-FREIGHT-AMOUNT       PIC S9(5)V99.
          05 SH-UNITS-SHIPPED        PIC S9(7).
          05 SH-INVOICE-NUMBER       PIC 9(9).
          05 SH-OPERATOR-ID          PIC X(8).
