      * LINEITEM.cpy - Invoice line-item detail record layout.
      * One record per product line on an invoice, hanging off
      * PT-INVOICE-NUMBER, so "what did we sell" can be answered
      * instead of only "how much".  The warehouse is the site
      * the stock left.  The lot number is the lot or serial the
      * line drew, or the first of several - LOTMOVE carries one
      * row for each against the invoice and line.
       01 LINE-ITEM-RECORD.
          05 LI-INVOICE-NUMBER       PIC 9(9).
          05 LI-LINE-NUMBER          PIC 9(3).
          05 LI-QUANTITY             PIC S9(5).
          05 LI-UNIT-PRICE           PIC S9(7)V99.
          05 LI-EXTENDED-PRICE       PIC S9(9)V99.
          05 LI-WAREHOUSE-CODE       PIC X(3).
          05 LI-LOT-NUMBER           PIC X(20).
