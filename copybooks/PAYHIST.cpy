          05 PH-SHIFT-PREMIUM        PIC S9(7)V99.
          05 PH-COMP-CLASS           PIC X(4).
          05 PH-SUTA-TAX             PIC S9(7)V99.
          05 PH-REIMBURSEMENT        PIC S9(7)V99.
          05 PH-RETIREMENT-DEFERRAL  PIC S9(7)V99.
          05 PH-EMPLOYER-MATCH       PIC S9(7)V99.
      * Earnings by concurrent assignment when the employee was paid
      * under more than one position; count zero means a single-
      * position payment and the department and comp class above
      * carry all of the gross.
          05 PH-ASSIGNMENT-COUNT     PIC 9(1).
          05 PH-ASSIGNMENT-EARNINGS OCCURS 5 TIMES.
             10 PH-ASG-NUMBER        PIC 9(2).
             10 PH-ASG-DEPARTMENT    PIC X(4).
             10 PH-ASG-COMP-CLASS    PIC X(4).
             10 PH-ASG-HOURS         PIC 9(3)V99.
             10 PH-ASG-GROSS         PIC S9(7)V99.
      * Approved commission paid in this payment; it is already
      * part of the gross above.
          05 PH-COMMISSION-PAY       PIC S9(7)V99.
