      * ALLOCRUL.cpy - Shared cost allocation rule record layout.
      * Indexed file keyed on company and rule id.  Each rule names
      * a cost pool - a GL account as charged to one department,
      * typically rent, utilities or IT in the overhead department -
      * and the departments it is spread over at month end, by a
      * fixed percentage per department, by active headcount, or by
      * the month's gross wages.  CostAllocation posts the spread;
      * AllocRuleMaint keeps the rules.
       01 ALLOCATION-RULE-RECORD.
          05 AL-RULE-KEY.
             10 AL-COMPANY-CODE      PIC X(3).
             10 AL-RULE-ID           PIC X(6).
          05 AL-DESCRIPTION          PIC X(30).
          05 AL-SOURCE-ACCOUNT       PIC X(10).
          05 AL-SOURCE-DEPARTMENT    PIC X(4).
          05 AL-DRIVER               PIC X(1).
             88 AL-DRIVER-PERCENT    VALUE "P".
             88 AL-DRIVER-HEADCOUNT  VALUE "H".
             88 AL-DRIVER-WAGES      VALUE "W".
             88 AL-DRIVER-VALID      VALUE "P" "H" "W".
          05 AL-STATUS               PIC X(1).
             88 AL-ACTIVE            VALUE "A".
             88 AL-INACTIVE          VALUE "I".
      * Percentages are used only by the fixed-percentage driver
      * and then must total 100.
          05 AL-TARGET-COUNT         PIC 9(2).
          05 AL-TARGET OCCURS 20 TIMES.
             10 AL-TARGET-DEPARTMENT PIC X(4).
             10 AL-TARGET-PERCENT    PIC 9(3)V99.
          05 AL-CHANGED-DATE         PIC 9(8).
          05 AL-CHANGED-BY           PIC X(8).
