      * DEPOSIT.cpy - Bank deposit register record layout.
      * Indexed file keyed on deposit number, one row per deposit
      * slip DepositSlip makes up from the day's receipts: counter
      * checks, the lockbox, card settlements and each wire go to
      * the bank as separate credits, so each is its own deposit.
      * The deposit amount is what the bank should credit - a card
      * settlement arrives net of the processor's fees.
      * DepositRecon clears the deposit against the operating
      * account statement; until then it is in transit.
       01 BANK-DEPOSIT-RECORD.
          05 DS-DEPOSIT-NUMBER       PIC 9(7).
          05 DS-COMPANY-CODE         PIC X(3).
          05 DS-DEPOSIT-DATE         PIC 9(8).
          05 DS-DEPOSIT-TYPE         PIC X(1).
             88 DS-COUNTER-CHECKS    VALUE "K".
             88 DS-LOCKBOX           VALUE "L".
             88 DS-CARD-SETTLEMENT   VALUE "C".
             88 DS-WIRE              VALUE "W".
          05 DS-ITEM-COUNT           PIC 9(5).
          05 DS-GROSS-AMOUNT         PIC S9(11)V99.
          05 DS-FEE-AMOUNT           PIC S9(9)V99.
          05 DS-DEPOSIT-AMOUNT       PIC S9(11)V99.
          05 DS-STATUS               PIC X(1).
             88 DS-IN-TRANSIT        VALUE "T".
             88 DS-CLEARED           VALUE "C".
          05 DS-BANK-DATE            PIC 9(8).
          05 DS-BANK-REFERENCE       PIC X(12).
          05 DS-PREPARED-BY          PIC X(8).
