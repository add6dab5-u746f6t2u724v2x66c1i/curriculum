      * POSITION.cpy - Authorized position record layout.
      * Indexed file keyed on position number, one row per budgeted
      * slot finance has approved: the department it sits in, the
      * job, how many full-time equivalents it authorizes and what
      * the budget carries for it a year.  Every active employee
      * is tied to a position through EM-POSITION-NUMBER, and
      * EmployeeMaint will not hire or transfer anyone into a
      * position already filled to its authorization.
       01 POSITION-RECORD.
          05 PS-POSITION-NUMBER      PIC 9(6).
          05 PS-DEPARTMENT-CODE      PIC X(4).
          05 PS-JOB-TITLE            PIC X(30).
          05 PS-AUTHORIZED-FTE       PIC 9(3)V99.
          05 PS-BUDGETED-ANNUAL-PAY  PIC S9(9)V99.
          05 PS-PAY-GROUP            PIC X(1).
             88 PS-GROUP-WEEKLY      VALUE "W".
             88 PS-GROUP-MONTHLY     VALUE "M".
          05 PS-COMPANY-CODE         PIC X(3).
          05 PS-STATUS               PIC X(1).
             88 PS-OPEN-FOR-HIRE     VALUE "A".
             88 PS-CLOSED            VALUE "C".
