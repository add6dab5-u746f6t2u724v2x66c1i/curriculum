      * MERITWS.cpy - Merit cycle worksheet record layout.
      * Indexed file keyed on employee, one row per employee in the
      * current merit cycle.  The department pool is the budget
      * percent of the department's annual pay; a row's increase is
      * its proposed rate less its current rate, annualized.
       01 MERIT-WORKSHEET-RECORD.
          05 MW-EMPLOYEE-ID          PIC 9(5).
          05 MW-DEPARTMENT-CODE      PIC X(4).
          05 MW-PAY-GRADE            PIC X(4).
          05 MW-PAY-GROUP            PIC X(1).
          05 MW-PERFORMANCE-RATING   PIC 9(1).
          05 MW-BUDGET-PERCENT       PIC 9(2)V99.
          05 MW-CURRENT-RATE         PIC S9(7)V99.
          05 MW-PROPOSED-RATE        PIC S9(7)V99.
          05 MW-ADJUSTED-SW          PIC X(1).
             88 MW-MANAGER-ADJUSTED  VALUE "Y".
          05 MW-PREPARED-BY          PIC X(8).
          05 MW-STATUS               PIC X(1).
             88 MW-PROPOSED          VALUE "P".
             88 MW-STAGED            VALUE "S".
