      * CHGBACK.cpy - Card chargeback case register record layout.
      * Indexed file keyed on the processor's case number, one row
      * per chargeback, written by ChargebackImport when the money
      * is taken back and followed through representment until the
      * case is won (the items it reopened close again) or lost
      * (they stay open to collect or write off).  The invoices the
      * chargeback reopened are kept on the case so a win can
      * settle the same items; anything beyond the table reopens
      * and resettles under the original payment number.
       01 CHARGEBACK-RECORD.
          05 CB-CASE-NUMBER          PIC X(12).
          05 CB-AUTH-REFERENCE       PIC X(10).
          05 CB-CUSTOMER-ID          PIC 9(5).
          05 CB-PAYMENT-NUMBER       PIC 9(9).
          05 CB-COMPANY-CODE         PIC X(3).
          05 CB-REASON-CODE          PIC X(4).
          05 CB-CHARGEBACK-DATE      PIC 9(8).
          05 CB-RESPOND-BY-DATE      PIC 9(8).
          05 CB-AMOUNT               PIC S9(9)V99.
          05 CB-FEE-AMOUNT           PIC S9(7)V99.
          05 CB-STATUS               PIC X(1).
             88 CB-OPEN              VALUE "O".
             88 CB-REPRESENTED       VALUE "R".
             88 CB-WON               VALUE "W".
             88 CB-LOST              VALUE "L".
             88 CB-PENDING           VALUE "O" "R".
          05 CB-REPRESENTED-DATE     PIC 9(8).
          05 CB-REPRESENTED-BY       PIC X(8).
          05 CB-RESOLVED-DATE        PIC 9(8).
          05 CB-INVOICE-COUNT        PIC 9(2).
          05 CB-INVOICE-ENTRY OCCURS 10 TIMES.
             10 CB-INVOICE-NUMBER    PIC 9(9).
             10 CB-INVOICE-AMOUNT    PIC S9(9)V99.
          05 CB-OVERFLOW-AMOUNT      PIC S9(9)V99.
