      * RETMATCH.cpy - Employer retirement match year-to-date record.
      * Indexed file keyed on employee and plan year.  Each payroll
      * run adds the pay, the matched deferrals and the employer
      * match it figured; the year-end true-up compares the match
      * the whole year's pay and deferrals earn with what was paid
      * period by period and tops up the difference, so an
      * employee who front-loaded deferrals is not shorted.
       01 RETIREMENT-MATCH-RECORD.
          05 RM-MATCH-KEY.
             10 RM-EMPLOYEE-ID       PIC 9(5).
             10 RM-PLAN-YEAR         PIC 9(4).
          05 RM-YTD-PAY              PIC S9(9)V99.
          05 RM-YTD-DEFERRAL         PIC S9(7)V99.
          05 RM-YTD-MATCH            PIC S9(7)V99.
          05 RM-TRUEUP-AMOUNT        PIC S9(7)V99.
          05 RM-TRUEUP-DATE          PIC 9(8).
