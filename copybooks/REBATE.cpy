      * REBATE.cpy - Customer volume rebate agreement record layout.
      * Indexed file keyed on customer, one agreement per customer.
      * The rebate is earned retroactively on the whole agreement
      * year's net sales: the highest tier whose threshold the
      * year's volume has reached sets the percent paid back on
      * all of it, not just on the volume above the threshold.
      * RebateAccrual projects the earned rebate monthly, accrues
      * the change, and at the agreement year end issues what was
      * earned as a credit memo and rolls the year forward.
       01 REBATE-AGREEMENT-RECORD.
          05 RB-CUSTOMER-ID          PIC 9(5).
          05 RB-YEAR-START-DATE      PIC 9(8).
          05 RB-YEAR-END-DATE        PIC 9(8).
          05 RB-TIER-COUNT           PIC 9(1).
          05 RB-TIER OCCURS 5 TIMES.
             10 RB-TIER-THRESHOLD    PIC S9(9)V99.
             10 RB-TIER-PERCENT      PIC V9(4).
          05 RB-STATUS               PIC X(1).
             88 RB-ACTIVE            VALUE "A".
             88 RB-INACTIVE          VALUE "I".
          05 RB-COMPANY-CODE         PIC X(3).
          05 RB-YTD-VOLUME           PIC S9(9)V99.
          05 RB-ACCRUED-AMOUNT       PIC S9(9)V99.
          05 RB-LAST-ACCRUAL-DATE    PIC 9(8).
          05 RB-LAST-ISSUED-AMOUNT   PIC S9(9)V99.
          05 RB-LAST-ISSUED-DATE     PIC 9(8).
          05 RB-LAST-CREDIT-NUMBER   PIC 9(9).
