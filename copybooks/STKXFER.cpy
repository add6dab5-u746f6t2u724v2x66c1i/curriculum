      * STKXFER.cpy - Inter-warehouse stock transfer record layout.
      * Indexed file keyed on transfer number (INVCTL sequence "9").
      * Shipping a transfer takes the stock off the sending site's
      * shelf and carries it in transit to the receiving site;
      * receiving puts what arrived on that site's shelf.  A
      * transfer stays in transit until everything shipped has
      * been received; the company on-hand total never moves.
       01 STOCK-TRANSFER-RECORD.
          05 XF-TRANSFER-NUMBER      PIC 9(9).
          05 XF-PRODUCT-CODE         PIC X(6).
          05 XF-FROM-WAREHOUSE       PIC X(3).
          05 XF-TO-WAREHOUSE         PIC X(3).
          05 XF-QTY-SHIPPED          PIC S9(7).
          05 XF-QTY-RECEIVED         PIC S9(7).
          05 XF-SHIP-DATE            PIC 9(8).
          05 XF-RECEIVE-DATE         PIC 9(8).
          05 XF-COMPANY-CODE         PIC X(3).
          05 XF-OPERATOR-ID          PIC X(8).
          05 XF-STATUS               PIC X(1).
             88 XF-IN-TRANSIT        VALUE "T".
             88 XF-RECEIVED          VALUE "R".
