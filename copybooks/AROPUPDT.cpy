      * WS-AR-OPEN-STATUS, WS-AR-OPEN-AVAILABLE-SW (with 88
      * WS-AR-OPEN-AVAILABLE "Y"), and the WS-AR-CUSTOMER-ID /
      * WS-AR-INVOICE-NUMBER / WS-AR-ITEM-DATE / WS-AR-AMOUNT /
      * WS-AR-SOURCE-TYPE / WS-AR-COMPANY / WS-AR-DUE-DATE /
      * WS-AR-DISCOUNT-DATE / WS-AR-DISCOUNT-PCT staging fields
      * declared in WORKING-STORAGE.  POST opens a new item for
      * its full amount - a sale takes the staged due and discount
      * terms, anything else is due on its own date with no
      * discount; APPLY adds a signed amount to an existing item
      * (negative to pay it down, positive to reopen it) and flips
      * the open/closed status to match.  An APPLY against an item
      * the file has never seen is ignored - history older than
                       MOVE WS-AR-AMOUNT      TO AR-OPEN-AMOUNT
                       MOVE WS-AR-COMPANY     TO AR-COMPANY-CODE
                       MOVE "O"               TO AR-STATUS
                       MOVE WS-AR-ITEM-DATE   TO AR-DUE-DATE
                       MOVE 0                 TO AR-DISCOUNT-DATE
                       MOVE 0                 TO AR-DISCOUNT-PCT
                       IF WS-AR-SOURCE-TYPE = "S"
                          AND WS-AR-DUE-DATE NOT = 0
                           MOVE WS-AR-DUE-DATE TO AR-DUE-DATE
                           MOVE WS-AR-DISCOUNT-DATE TO
                               AR-DISCOUNT-DATE
                           MOVE WS-AR-DISCOUNT-PCT TO
                               AR-DISCOUNT-PCT
                       END-IF
                       WRITE AR-OPEN-ITEM-RECORD
                           INVALID KEY
                               CONTINUE
