      * TAXLIAB.cpy - Payroll tax liability ledger record layout.
      * Indexed file keyed on tax type, jurisdiction and pay date:
      * one row per pay date for the federal 941 deposit (income
      * tax withheld plus both halves of FICA), one per work state
      * and one per locality.  TaxLiability rebuilds the amounts
      * from pay history after every payroll run and works out the
      * due date under the deposit rules; TaxDeposit records each
      * deposit against its row as it is made.
       01 TAX-LIABILITY-RECORD.
          05 TL-LIABILITY-KEY.
             10 TL-TAX-TYPE          PIC X(1).
                88 TL-TYPE-FEDERAL   VALUE "F".
                88 TL-TYPE-STATE     VALUE "S".
                88 TL-TYPE-LOCAL     VALUE "L".
             10 TL-JURISDICTION      PIC X(4).
             10 TL-PAY-DATE          PIC 9(8).
          05 TL-WAGES                PIC S9(9)V99.
          05 TL-WITHHELD-AMOUNT      PIC S9(9)V99.
          05 TL-EMPLOYEE-FICA        PIC S9(9)V99.
          05 TL-EMPLOYER-FICA        PIC S9(9)V99.
          05 TL-LIABILITY-AMOUNT     PIC S9(9)V99.
          05 TL-DEPOSIT-SCHEDULE     PIC X(1).
          05 TL-DUE-DATE             PIC 9(8).
          05 TL-DEPOSITED-AMOUNT     PIC S9(9)V99.
          05 TL-DEPOSIT-DATE         PIC 9(8).
          05 TL-DEPOSIT-REFERENCE    PIC X(15).
          05 TL-DEPOSITED-BY         PIC X(8).
