      * RETPLAN.cpy - Retirement plan employer match parameters.
      * Single-record indexed file (key "1").  The match formula is
      * a percent of the employee's deferral, on deferrals up to a
      * percent of pay; the deferral codes name the deduction
      * master codes that count as deferrals, and the match code
      * is the remittance code the match is sent to the plan
      * under.  The vesting schedule gives the vested percent of
      * the match by completed years of service - slot 1 for under
      * a year through slot 7 for six years or more.
       01 RETIREMENT-PLAN-RECORD.
          05 RP-CONTROL-KEY          PIC X(1).
          05 RP-DEFERRAL-CODES.
             10 RP-DEFERRAL-CODE     PIC X(4) OCCURS 3 TIMES.
          05 RP-MATCH-CODE           PIC X(4).
          05 RP-MATCH-PERCENT        PIC 9(3)V99.
          05 RP-PAY-CAP-PERCENT      PIC 9(2)V99.
          05 RP-VESTING-SCHEDULE.
             10 RP-VEST-PERCENT      PIC 9(3) OCCURS 7 TIMES.
