      * WAGEACCR.cpy - Month-end accrued wages control record.
      * Indexed file keyed on company and accrual month.  One row
      * for each month the accrued-wages job has posted, with what
      * it booked and the GL batch it went out in, so a second run
      * in the same month posts nothing and the reversal already
      * written for the first of the next month is never doubled.
       01 WAGE-ACCRUAL-RECORD.
          05 WA-ACCRUAL-KEY.
             10 WA-COMPANY-CODE      PIC X(3).
             10 WA-ACCRUAL-MONTH     PIC 9(6).
          05 WA-MONTH-END-DATE       PIC 9(8).
          05 WA-REVERSAL-DATE        PIC 9(8).
          05 WA-GROUP-COUNT          PIC 9(1).
          05 WA-EMPLOYEE-COUNT       PIC 9(5).
          05 WA-ACCRUED-WAGES        PIC S9(9)V99.
          05 WA-ACCRUED-FICA         PIC S9(9)V99.
          05 WA-ACCRUED-SUTA         PIC S9(9)V99.
          05 WA-BATCH-NUMBER         PIC 9(7).
          05 WA-RUN-DATE             PIC 9(8).
