      * BENCOST.cpy - Employer benefit cost rate record layout.
      * Indexed file keyed on department, carrying what the company
      * pays toward benefits for each employee: a flat monthly
      * premium per head plus a percent of gross.  A row with a
      * blank department is the default where a department has no
      * rate of its own.  Read by the payroll cost forecast.
       01 BENEFIT-COST-RECORD.
          05 BC-DEPARTMENT-CODE      PIC X(4).
          05 BC-MONTHLY-PER-HEAD     PIC 9(5)V99.
          05 BC-PERCENT-OF-PAY       PIC V9(4).
