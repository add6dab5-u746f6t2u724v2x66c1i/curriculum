      * CUSTDEP.cpy - Customer deposit (prepayment) record layout.
      * Indexed file keyed on sales order number plus a deposit
      * sequence, one row per deposit receipt.  PaymentEntry
      * records the receipt against an open order and holds the
      * money in the customer-deposit liability account instead
      * of AR; OrderEntry consumes it against each invoice the
      * order raises, entry shipment or backorder release alike.
      * A deposit left on an order that is cancelled turns to
      * refund-due and is listed for refund.
       01 CUSTOMER-DEPOSIT-RECORD.
          05 DE-DEPOSIT-KEY.
             10 DE-ORDER-NUMBER      PIC 9(9).
             10 DE-DEPOSIT-SEQ       PIC 9(3).
          05 DE-CUSTOMER-ID          PIC 9(5).
          05 DE-RECEIPT-DATE         PIC 9(8).
          05 DE-PAYMENT-NUMBER       PIC 9(9).
          05 DE-PAYMENT-METHOD       PIC X(1).
          05 DE-CHECK-NUMBER         PIC X(10).
          05 DE-DEPOSIT-AMOUNT       PIC S9(9)V99.
          05 DE-APPLIED-AMOUNT       PIC S9(9)V99.
          05 DE-LAST-APPLIED-DATE    PIC 9(8).
          05 DE-STATUS               PIC X(1).
             88 DE-OPEN              VALUE "O".
             88 DE-APPLIED           VALUE "A".
             88 DE-REFUND-DUE        VALUE "R".
          05 DE-OPERATOR-ID          PIC X(8).
          05 DE-COMPANY-CODE         PIC X(3).
