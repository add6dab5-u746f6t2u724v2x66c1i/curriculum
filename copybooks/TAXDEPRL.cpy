      * TAXDEPRL.cpy - Payroll tax deposit rule record layout.
      * Indexed file keyed on tax type and jurisdiction ("F" with a
      * blank jurisdiction is the federal 941 deposit schedule).
      * Semiweekly and monthly follow the federal rules; quarterly
      * and per-payroll cover the states and cities that set their
      * own.  Due day is the day of the following month (monthly)
      * or of the month after quarter end (quarterly), 31 meaning
      * the month's last day; lag days is the wait after pay day
      * for a per-payroll rule.  A due date landing on a weekend or
      * bank holiday moves to the next banking day.
       01 TAX-DEPOSIT-RULE-RECORD.
          05 TD-RULE-KEY.
             10 TD-TAX-TYPE          PIC X(1).
             10 TD-JURISDICTION      PIC X(4).
          05 TD-SCHEDULE             PIC X(1).
             88 TD-SEMIWEEKLY        VALUE "S".
             88 TD-MONTHLY           VALUE "M".
             88 TD-QUARTERLY         VALUE "Q".
             88 TD-PER-PAYROLL       VALUE "P".
             88 TD-SCHEDULE-VALID    VALUE "S" "M" "Q" "P".
          05 TD-DUE-DAY              PIC 9(2).
          05 TD-LAG-DAYS             PIC 9(2).
          05 TD-UPDATED-BY           PIC X(8).
          05 TD-UPDATED-DATE         PIC 9(8).
