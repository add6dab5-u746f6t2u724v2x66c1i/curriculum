      * EMPASSGN.cpy - Employee concurrent assignment record layout.
      * Indexed file keyed on employee ID plus assignment number,
      * one row per position an employee holds at the same time -
      * a salaried office role and weekend hourly shifts, say -
      * each with its own rate, pay mode, department and workers'
      * comp class.  A salaried assignment's rate is its per-period
      * amount; an hourly assignment's rate is per hour.  When an
      * employee has active assignments the payroll run prices
      * every one and taxes the combined gross under the one ID.
       01 EMPLOYEE-ASSIGNMENT-RECORD.
          05 EA-ASSIGNMENT-KEY.
             10 EA-EMPLOYEE-ID       PIC 9(5).
             10 EA-ASSIGNMENT-NUMBER PIC 9(2).
          05 EA-DESCRIPTION          PIC X(20).
          05 EA-PAY-MODE             PIC X(1).
             88 EA-MODE-SALARIED     VALUE "S".
             88 EA-MODE-HOURLY       VALUE "H".
             88 EA-MODE-VALID        VALUE "S" "H".
          05 EA-PAY-RATE             PIC S9(7)V99.
          05 EA-DEPARTMENT-CODE      PIC X(4).
          05 EA-COMP-CLASS           PIC X(4).
          05 EA-STATUS               PIC X(1).
             88 EA-ACTIVE            VALUE "A".
             88 EA-INACTIVE          VALUE "I".
          05 EA-UPDATED-BY           PIC X(8).
          05 EA-UPDATED-DATE         PIC 9(8).
