      * row per product ordered.  Shipped quantity is what has
      * been invoiced so far; the backordered quantity is demand
      * still waiting on stock, which the open-order report shows
      * purchasing by product.  Stock set aside for a line waits
      * as the to-pick quantity until the dock confirms what was
      * actually packed; only then does it count as shipped.
      * The warehouse is the site the line allocates and ships
      * from.
       01 SALES-ORDER-LINE-RECORD.
          05 OL-ORDER-LINE-KEY.
             10 OL-ORDER-NUMBER      PIC 9(9).
          05 OL-QTY-SHIPPED          PIC S9(5).
          05 OL-QTY-BACKORDERED      PIC S9(5).
          05 OL-UNIT-PRICE           PIC S9(7)V99.
          05 OL-QTY-TO-PICK          PIC S9(5).
          05 OL-WAREHOUSE-CODE       PIC X(3).
