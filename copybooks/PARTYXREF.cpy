      * Links a CUSTOMER-ID to the EMPLOYEE-ID of the staff member
      * who is also a customer, keyed on CUSTOMER-ID so
      * PurchaseCalculator can look up the employee discount at the
      * point of sale.  A link carrying a charge limit also lets the
      * employee charge purchases to be repaid by payroll deduction
      * over the stated number of pay periods; a zero limit means
      * the employee may not charge.
       01 PARTY-XREF-RECORD.
          05 PX-CUSTOMER-ID          PIC 9(5).
          05 PX-EMPLOYEE-ID          PIC 9(5).
          05 PX-DISCOUNT-PERCENT     PIC V999.
          05 PX-START-DATE           PIC 9(8).
          05 PX-END-DATE             PIC 9(8).
          05 PX-CHARGE-LIMIT         PIC 9(5)V99.
          05 PX-REPAY-PERIODS        PIC 9(2).
