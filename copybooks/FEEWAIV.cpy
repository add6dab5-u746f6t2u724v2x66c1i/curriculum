      * FEEWAIV.cpy - Waived fee log record layout.
      * Sequential file, one row each time an NSF fee is charged
      * at less than the standard fee - the standard, what was
      * actually charged, and the difference given up - so the
      * fees forgiven a customer show up against that customer
      * instead of vanishing with the prompt that overrode them.
       01 FEE-WAIVER-RECORD.
          05 FW-WAIVER-DATE          PIC 9(8).
          05 FW-CUSTOMER-ID          PIC 9(5).
          05 FW-PAYMENT-NUMBER       PIC 9(9).
          05 FW-STANDARD-FEE         PIC S9(5)V99.
          05 FW-CHARGED-FEE          PIC S9(5)V99.
          05 FW-WAIVED-AMOUNT        PIC S9(5)V99.
          05 FW-OPERATOR-ID          PIC X(8).
          05 FW-COMPANY-CODE         PIC X(3).
