      * CUSTPROF.cpy - Customer profitability summary record layout.
      * Indexed file keyed on customer, rebuilt by CustomerProfit
      * for the range it is run over: what the customer bought,
      * what the goods cost, and every cost of serving them that
      * the books can pin on the account, so margin and net
      * contribution sit beside the volume figures.
       01 CUSTOMER-PROFIT-RECORD.
          05 CP-CUSTOMER-ID          PIC 9(5).
          05 CP-CUSTOMER-NAME        PIC X(30).
          05 CP-SALESPERSON-CODE     PIC X(4).
          05 CP-NET-SALES            PIC S9(9)V99.
          05 CP-COST-OF-GOODS        PIC S9(9)V99.
          05 CP-TRADE-DISCOUNTS      PIC S9(9)V99.
          05 CP-CASH-DISCOUNTS       PIC S9(9)V99.
          05 CP-COMMISSIONS          PIC S9(9)V99.
          05 CP-CARD-FEES            PIC S9(9)V99.
          05 CP-NSF-FEES-WAIVED      PIC S9(9)V99.
          05 CP-FINANCE-CHARGES      PIC S9(9)V99.
          05 CP-WRITE-OFFS           PIC S9(9)V99.
