      * ACACTL.cpy - ACA measurement parameter record layout.
      * Single record (constant key "1") read by AcaMeasure: the
      * look-back measurement period in months, the average weekly
      * hours that make a variable-hour employee full time, the
      * deduction codes on DEDMAST that are health coverage, and
      * the offer-of-coverage codes the year-end statement prints
      * for a month coverage was offered and a month it was not.
       01 ACA-CONTROL-RECORD.
          05 AC-CONTROL-KEY          PIC X(1).
          05 AC-LOOKBACK-MONTHS      PIC 9(2).
          05 AC-FULL-TIME-HOURS      PIC 9(3)V99.
          05 AC-COVERAGE-CODES.
             10 AC-COVERAGE-CODE     PIC X(4) OCCURS 5 TIMES.
          05 AC-OFFER-CODE           PIC X(2).
          05 AC-NO-OFFER-CODE        PIC X(2).
