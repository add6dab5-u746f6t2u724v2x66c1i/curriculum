      * CHGBKIN.cpy - Card processor chargeback file record layout.
      * Line-sequential file from the card processor, one row per
      * chargeback event: the first notice that a cardholder has
      * disputed a settled charge ("C"), and later the outcome of
      * our representment - won, the money comes back ("W"), or
      * lost for good ("L").  Every row carries the processor's
      * case number and the authorization reference of the original
      * settlement.  Read by ChargebackImport.
       01 CHARGEBACK-IN-RECORD.
          05 KB-EVENT-TYPE           PIC X(1).
             88 KB-CHARGEBACK        VALUE "C".
             88 KB-REPRESENT-WON     VALUE "W".
             88 KB-REPRESENT-LOST    VALUE "L".
          05 KB-CASE-NUMBER          PIC X(12).
          05 KB-AUTH-REFERENCE       PIC X(10).
          05 KB-EVENT-DATE           PIC 9(8).
          05 KB-AMOUNT               PIC S9(9)V99.
          05 KB-FEE-AMOUNT           PIC S9(7)V99.
          05 KB-REASON-CODE          PIC X(4).
          05 KB-RESPOND-BY-DATE      PIC 9(8).
