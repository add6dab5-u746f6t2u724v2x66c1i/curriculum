      * DEFREV.cpy - Deferred revenue schedule record layout.
      * Indexed file keyed on invoice number, one row for every
      * quarterly or annual recurring-contract billing.  The
      * billing credits deferred revenue in full; RevenueRecognition
      * releases an equal slice for each service month as it ends,
      * the last month taking whatever rounding left over, until
      * the billed amount is all recognized.  The period fields
      * hold what was recognized in the latest month run, which the
      * roll-forward report shows beside that month's billings.
       01 DEFERRED-REVENUE-RECORD.
          05 DR-INVOICE-NUMBER       PIC 9(9).
          05 DR-CONTRACT-NUMBER      PIC 9(5).
          05 DR-CUSTOMER-ID          PIC 9(5).
          05 DR-COMPANY-CODE         PIC X(3).
          05 DR-BILL-DATE            PIC 9(8).
          05 DR-SERVICE-START-DATE   PIC 9(8).
          05 DR-SERVICE-MONTHS       PIC 9(2).
          05 DR-BILLED-AMOUNT        PIC S9(9)V99.
          05 DR-RECOGNIZED-AMOUNT    PIC S9(9)V99.
          05 DR-MONTHS-RECOGNIZED    PIC 9(2).
          05 DR-PERIOD-MONTH         PIC 9(6).
          05 DR-PERIOD-RECOGNIZED    PIC S9(9)V99.
          05 DR-STATUS               PIC X(1).
             88 DR-OPEN              VALUE "O".
             88 DR-FULLY-RECOGNIZED  VALUE "C".
