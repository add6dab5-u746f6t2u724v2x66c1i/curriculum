      * GLYEAR.cpy - GL fiscal year-end close record layout.
      * Indexed file keyed on company, the fiscal year closed, and
      * account.  GLYearClose writes one row per balance-sheet
      * account carrying the account's closing balance (debit-
      * positive, after the closing entry) forward as the opening
      * balance of the following year, plus a header row with a
      * blank account code recording that the year is closed, the
      * net income closed to retained earnings and the GL batch it
      * went out in.  The opening-balance proof reads these rows
      * back against the feed.
       01 GL-YEAR-BALANCE-RECORD.
          05 GY-BALANCE-KEY.
             10 GY-COMPANY-CODE      PIC X(3).
             10 GY-FISCAL-YEAR       PIC 9(4).
             10 GY-ACCOUNT-CODE      PIC X(10).
          05 GY-CARRIED-BALANCE      PIC S9(11)V99.
          05 GY-NET-INCOME           PIC S9(11)V99.
          05 GY-CLOSED-DATE          PIC 9(8).
          05 GY-CLOSED-BY            PIC X(8).
          05 GY-BATCH-NUMBER         PIC 9(7).
