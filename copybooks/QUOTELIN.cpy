      * QUOTELIN.cpy - Sales quotation line record layout.
      * Indexed file keyed on quote number plus line number, one
      * row per product quoted.  The list price is what the
      * product master showed on the quote date; the unit price is
      * what the customer was quoted after any contract price and
      * volume discount, and is the price the converted order
      * line - and so the invoice - carries.
       01 QUOTE-LINE-RECORD.
          05 QL-QUOTE-LINE-KEY.
             10 QL-QUOTE-NUMBER      PIC 9(9).
             10 QL-LINE-NUMBER       PIC 9(3).
          05 QL-PRODUCT-CODE         PIC X(6).
          05 QL-QUANTITY             PIC S9(5).
          05 QL-LIST-PRICE           PIC S9(7)V99.
          05 QL-UNIT-PRICE           PIC S9(7)V99.
          05 QL-EXTENDED-PRICE       PIC S9(9)V99.
          05 QL-PRICE-SOURCE         PIC X(1).
             88 QL-PRICE-LIST        VALUE "L".
             88 QL-PRICE-CONTRACT    VALUE "C".
