      * (the first two characters of the product code).  A row with
      * a blank product line is the salesperson's flat default
      * rate; a product-line row overrides it for sales of that
      * line, which is how tiered plans are set up.  The flat-rate
      * row also carries the employee ID the rep is paid under, so
      * approved commissions can go through the payroll run; zero
      * means the rep is not on payroll.
       01 COMMISSION-RATE-RECORD.
          05 SP-RATE-KEY.
             10 SP-SALESPERSON-CODE  PIC X(4).
             10 SP-PRODUCT-LINE      PIC X(2).
          05 SP-SALESPERSON-NAME     PIC X(30).
          05 SP-COMMISSION-PERCENT   PIC V9(4).
          05 SP-EMPLOYEE-ID          PIC 9(5).
