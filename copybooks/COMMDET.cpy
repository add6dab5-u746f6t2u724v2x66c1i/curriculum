      * COMMDET.cpy - Commission detail record layout.
      * Indexed file keyed on commission month, transaction
      * invoice number and transaction type, one row for every
      * transaction CommissionCalc commissioned, carrying the
      * customer it was earned on.  Rerunning a month rewrites
      * the same rows, so the detail always agrees with the last
      * accrual for that month, and the commission cost of a
      * customer can be read back without recomputing it.
       01 COMMISSION-DETAIL-RECORD.
          05 CX-DETAIL-KEY.
             10 CX-COMMISSION-MONTH  PIC 9(6).
             10 CX-INVOICE-NUMBER    PIC 9(9).
             10 CX-TRANSACTION-TYPE  PIC X(1).
          05 CX-CUSTOMER-ID          PIC 9(5).
          05 CX-SALESPERSON-CODE     PIC X(4).
          05 CX-SALE-AMOUNT          PIC S9(9)V99.
          05 CX-COMMISSION-AMOUNT    PIC S9(9)V99.
          05 CX-COMPANY-CODE         PIC X(3).
