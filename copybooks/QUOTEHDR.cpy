      * QUOTEHDR.cpy - Sales quotation header record layout.
      * Indexed file keyed on quote number, written by QuoteEntry
      * under the "7" sequence on the invoice-number control file.
      * A quote is open until the customer accepts it, turns it
      * down, or lets it pass its expiry date; an accepted quote
      * still inside its expiry converts into a sales order and
      * carries the order number from then on.  The salesperson
      * is taken off the customer master when the quote is made,
      * so the monthly quote report credits whoever priced it.
       01 QUOTE-HEADER-RECORD.
          05 QH-QUOTE-NUMBER         PIC 9(9).
          05 QH-CUSTOMER-ID          PIC 9(5).
          05 QH-QUOTE-DATE           PIC 9(8).
          05 QH-EXPIRY-DATE          PIC 9(8).
          05 QH-SALESPERSON-CODE     PIC X(4).
          05 QH-OPERATOR-ID          PIC X(8).
          05 QH-COMPANY-CODE         PIC X(3).
          05 QH-QUOTE-AMOUNT         PIC S9(9)V99.
          05 QH-STATUS               PIC X(1).
             88 QH-OPEN              VALUE "O".
             88 QH-ACCEPTED          VALUE "A".
             88 QH-CONVERTED         VALUE "C".
             88 QH-LOST              VALUE "L".
             88 QH-EXPIRED           VALUE "E".
             88 QH-WON               VALUE "A" "C".
          05 QH-STATUS-DATE          PIC 9(8).
          05 QH-ORDER-NUMBER         PIC 9(9).
