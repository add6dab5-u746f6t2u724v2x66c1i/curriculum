      * COMMPAY.cpy - Approved commission payout record layout.
      * Indexed file keyed on employee, commission month and
      * salesperson code.  CommissionCalc writes one row for each
      * salesperson linked to an employee when a supervisor
      * approves the month; the next regular payroll run for the
      * employee's pay group pays it as a taxable commission
      * earning and marks it paid with its group and period, so it
      * is never paid twice and a rerun can put it back in line.
       01 COMMISSION-PAYOUT-RECORD.
          05 CP-PAYOUT-KEY.
             10 CP-EMPLOYEE-ID       PIC 9(5).
             10 CP-COMMISSION-MONTH  PIC 9(6).
             10 CP-SALESPERSON-CODE  PIC X(4).
          05 CP-NET-SALES            PIC S9(9)V99.
          05 CP-AMOUNT               PIC S9(7)V99.
          05 CP-STATUS               PIC X(1).
             88 CP-APPROVED          VALUE "A".
             88 CP-PAID              VALUE "P".
          05 CP-APPROVED-BY          PIC X(8).
          05 CP-APPROVED-DATE        PIC 9(8).
          05 CP-PAID-GROUP           PIC X(1).
          05 CP-PAID-PERIOD          PIC 9(3).
          05 CP-PAID-DATE            PIC 9(8).
