      * Indexed file keyed on state, carrying the employer's
      * experience-rated SUTA rate and the state's per-employee
      * annual wage base.  The payroll run accrues the employer
      * tax on each employee's wages up to the base.  The state's
      * employer account number identifies us on the new-hire file.
       01 SUTA-RATE-RECORD.
          05 SU-STATE                PIC X(2).
          05 SU-TAX-RATE             PIC V9(4).
          05 SU-WAGE-BASE            PIC 9(9)V99.
          05 SU-EMPLOYER-ACCOUNT     PIC X(15).
