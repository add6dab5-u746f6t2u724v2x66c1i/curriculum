      * PTOACCR.cpy - PTO liability accrual record layout.
      * Indexed file keyed on employee ID.  The month-end PTO
      * valuation keeps here what it last accrued for each
      * employee's unused PTO (wages plus employer FICA), so the
      * next month posts only the change.  A final pay that cashes
      * the balance out releases the accrual on the spot and notes
      * what it released.
       01 PTO-ACCRUAL-RECORD.
          05 PA-EMPLOYEE-ID          PIC 9(5).
          05 PA-COMPANY-CODE         PIC X(3).
          05 PA-DEPARTMENT-CODE      PIC X(4).
          05 PA-HOURS                PIC S9(5)V99.
          05 PA-HOURLY-RATE          PIC S9(5)V99.
          05 PA-ACCRUED-AMOUNT       PIC S9(7)V99.
          05 PA-LAST-ACCRUAL-DATE    PIC 9(8).
          05 PA-RELEASED-AMOUNT      PIC S9(7)V99.
          05 PA-RELEASED-DATE        PIC 9(8).
