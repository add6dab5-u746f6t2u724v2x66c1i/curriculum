      * EMPCHG.cpy - Employee charge account record layout.
      * Indexed file keyed on employee ID, one row per employee who
      * has ever charged a purchase to payroll.  PurchaseCalculator
      * adds each charged sale to the balance (refusing any charge
      * that would pass the limit on the party cross-reference) and
      * keeps the ECHG deduction on DEDMAST sized to repay it;
      * SalaryCalculator posts each amount withheld back against
      * the customer's open AR items and draws the balance down.
      * A termination with a balance still owing flags the row so
      * the final pay run takes whatever it can of the rest.
      * The last repayment carries the pay group, period, receipt
      * and amount that posted it, so a rerun of that period can
      * back exactly that repayment out again.
       01 EMPLOYEE-CHARGE-RECORD.
          05 EC-EMPLOYEE-ID          PIC 9(5).
          05 EC-CUSTOMER-ID          PIC 9(5).
          05 EC-BALANCE              PIC S9(7)V99.
          05 EC-TOTAL-CHARGED        PIC S9(9)V99.
          05 EC-TOTAL-REPAID         PIC S9(9)V99.
          05 EC-LAST-CHARGE-DATE     PIC 9(8).
          05 EC-LAST-REPAY-DATE      PIC 9(8).
          05 EC-DED-START-DATE       PIC 9(8).
          05 EC-COLLECT-FINAL-SW     PIC X(1).
             88 EC-COLLECT-FROM-FINAL VALUE "Y".
          05 EC-FLAGGED-DATE         PIC 9(8).
          05 EC-LAST-REPAY-GROUP     PIC X(1).
          05 EC-LAST-REPAY-PERIOD    PIC 9(3).
          05 EC-LAST-REPAY-RECEIPT   PIC 9(9).
          05 EC-LAST-REPAY-AMOUNT    PIC S9(7)V99.
