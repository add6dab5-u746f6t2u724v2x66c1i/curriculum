      * Indexed file keyed on GL account code.  Every account code
      * written to the GL feed is validated against this chart so
      * a renumbered ledger cannot silently swallow postings to
      * dead accounts.  The account type and statement line place
      * the account on the financial statements: accounts sharing
      * a line number roll up under one caption, and lines print
      * in line-number order within their type.
       01 CHART-ACCOUNT-RECORD.
          05 AC-ACCOUNT-CODE         PIC X(10).
          05 AC-ACCOUNT-NAME         PIC X(30).
          05 AC-ACCOUNT-TYPE         PIC X(1).
             88 AC-TYPE-ASSET        VALUE "A".
             88 AC-TYPE-LIABILITY    VALUE "L".
             88 AC-TYPE-EQUITY       VALUE "E".
             88 AC-TYPE-REVENUE      VALUE "R".
             88 AC-TYPE-EXPENSE      VALUE "X".
             88 AC-TYPE-VALID        VALUE "A" "L" "E" "R" "X".
          05 AC-STATEMENT-LINE       PIC 9(3).
          05 AC-STATEMENT-CAPTION    PIC X(30).
