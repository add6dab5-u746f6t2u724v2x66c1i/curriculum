      * what is still open instead of re-scanning the whole
      * transaction history.  An item that pays down to zero is
      * marked closed but kept, so a late NSF can reopen it.
      * A sale carries the due date and cash-discount terms of the
      * customer's terms code; aging and finance charges run from
      * the due date, and cash arriving by the discount date may
      * take the discount.  Fees are due on the day they post.
       01 AR-OPEN-ITEM-RECORD.
          05 AR-OPEN-KEY.
             10 AR-CUSTOMER-ID       PIC 9(5).
          05 AR-STATUS               PIC X(1).
             88 AR-ITEM-OPEN         VALUE "O".
             88 AR-ITEM-CLOSED       VALUE "C".
          05 AR-DUE-DATE             PIC 9(8).
          05 AR-DISCOUNT-DATE        PIC 9(8).
          05 AR-DISCOUNT-PCT         PIC 9V99.
