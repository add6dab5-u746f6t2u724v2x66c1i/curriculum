      * OPSTMT.cpy - Operating account statement record layout.
      * Line-sequential file from the bank for the account customer
      * money lands in, read by DepositRecon.  One "B" row carries
      * the statement closing date and balance; every other row is
      * one posted item - "D" a deposit credit, "O" any other
      * credit, and on the debit side "R" a returned customer item,
      * "H" a card chargeback, "F" a bank fee and "X" anything else.
      * Amounts are unsigned; the row type gives the direction.
       01 OPERATING-STATEMENT-RECORD.
          05 OS-RECORD-TYPE          PIC X(1).
             88 OS-BALANCE-ROW       VALUE "B".
             88 OS-DEPOSIT-CREDIT    VALUE "D".
             88 OS-OTHER-CREDIT      VALUE "O".
             88 OS-RETURNED-ITEM     VALUE "R".
             88 OS-CHARGEBACK-DEBIT  VALUE "H".
             88 OS-BANK-FEE          VALUE "F".
             88 OS-OTHER-DEBIT       VALUE "X".
          05 OS-POST-DATE            PIC 9(8).
          05 OS-AMOUNT               PIC S9(11)V99.
          05 OS-BANK-REFERENCE       PIC X(12).
          05 OS-DESCRIPTION          PIC X(20).
          05 OS-COMPANY-CODE         PIC X(3).
