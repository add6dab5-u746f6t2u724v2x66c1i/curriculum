      * EINVOICE.cpy - Outbound electronic invoice record layout.
      * Line-sequential file for trading partners billed
      * electronically, appended to by EInvoiceSend.  Each
      * transmission is an A (transmission header) row, then per
      * invoice an H (invoice header) row followed by its D (line
      * detail) rows, closed by a Z (trailer) row carrying the
      * control totals the partner checks the transmission
      * against: invoice count, detail row count, the sum of the
      * invoice totals, and the sum of the invoice numbers as a
      * hash.  Purpose code R marks an invoice sent again on
      * request; O is its first transmission.
       01 ELECTRONIC-INVOICE-RECORD.
          05 EV-RECORD-TYPE          PIC X(1).
             88 EV-TRANSMISSION-HEADER VALUE "A".
             88 EV-INVOICE-HEADER    VALUE "H".
             88 EV-INVOICE-DETAIL    VALUE "D".
             88 EV-TRANSMISSION-TRAILER VALUE "Z".
          05 EV-RECORD-DATA          PIC X(249).
          05 EV-TRANSMISSION-DATA REDEFINES EV-RECORD-DATA.
             10 EV-TRANSMISSION-NUMBER PIC 9(7).
             10 EV-TRANSMISSION-DATE PIC 9(8).
             10 EV-SENDER-COMPANY    PIC X(3).
             10 FILLER               PIC X(231).
          05 EV-HEADER-DATA REDEFINES EV-RECORD-DATA.
             10 EV-INVOICE-NUMBER    PIC 9(9).
             10 EV-INVOICE-DATE      PIC 9(8).
             10 EV-INVOICE-TYPE      PIC X(1).
             10 EV-PURPOSE-CODE      PIC X(1).
                88 EV-ORIGINAL       VALUE "O".
                88 EV-RESEND         VALUE "R".
             10 EV-COMPANY-CODE      PIC X(3).
             10 EV-CUSTOMER-ID       PIC 9(5).
             10 EV-CUSTOMER-NAME     PIC X(30).
             10 EV-CUSTOMER-PO       PIC X(20).
             10 EV-BILL-TO-STREET    PIC X(30).
             10 EV-BILL-TO-CITY      PIC X(20).
             10 EV-BILL-TO-STATE     PIC X(2).
             10 EV-BILL-TO-POSTAL    PIC X(10).
             10 EV-SHIP-TO-STREET    PIC X(30).
             10 EV-SHIP-TO-CITY      PIC X(20).
             10 EV-SHIP-TO-STATE     PIC X(2).
             10 EV-SHIP-TO-POSTAL    PIC X(10).
             10 EV-CURRENCY-CODE     PIC X(3).
             10 EV-MERCHANDISE-AMOUNT PIC S9(9)V99.
             10 EV-DISCOUNT-AMOUNT   PIC S9(9)V99.
             10 EV-TAX-AMOUNT        PIC S9(9)V99.
             10 EV-INVOICE-TOTAL     PIC S9(9)V99.
             10 FILLER               PIC X(1).
          05 EV-DETAIL-DATA REDEFINES EV-RECORD-DATA.
             10 EV-DTL-INVOICE-NUMBER PIC 9(9).
             10 EV-DTL-LINE-NUMBER   PIC 9(3).
             10 EV-DTL-PRODUCT-CODE  PIC X(6).
             10 EV-DTL-QUANTITY      PIC S9(5).
             10 EV-DTL-UNIT-PRICE    PIC S9(7)V99.
             10 EV-DTL-EXTENDED-PRICE PIC S9(9)V99.
             10 FILLER               PIC X(206).
          05 EV-TRAILER-DATA REDEFINES EV-RECORD-DATA.
             10 EV-TRL-TRANSMISSION-NUMBER PIC 9(7).
             10 EV-TRL-INVOICE-COUNT PIC 9(7).
             10 EV-TRL-DETAIL-COUNT  PIC 9(7).
             10 EV-TRL-INVOICE-TOTAL PIC S9(13)V99.
             10 EV-TRL-INVOICE-HASH  PIC 9(15).
             10 FILLER               PIC X(198).
