      * PAYGRADE.cpy - Salary grade record layout.
      * Indexed file keyed on grade code, one row per salary range.
      * The amounts are annual so weekly and monthly staff in the
      * same grade compare on one scale; a compa-ratio is annual
      * pay over the midpoint.
       01 PAY-GRADE-RECORD.
          05 PG-GRADE-CODE           PIC X(4).
          05 PG-DESCRIPTION          PIC X(20).
          05 PG-RANGE-MINIMUM        PIC S9(9)V99.
          05 PG-RANGE-MIDPOINT       PIC S9(9)V99.
          05 PG-RANGE-MAXIMUM        PIC S9(9)V99.
