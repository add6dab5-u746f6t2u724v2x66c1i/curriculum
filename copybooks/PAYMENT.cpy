      * One record per check/wire received, written by PaymentEntry
      * to the CASH-PAYMENT file as the register of money in, with
      * the applied/unapplied split carried on the record so a
      * receipt can be traced to the open items it settled.  A card
      * receipt carries the processor fee withheld from it, so the
      * cost of taking a customer's card stays with the customer.
      * DepositSlip stamps the deposit the receipt went to the bank
      * on; zero means it has not yet been put on a slip.
       01 CASH-PAYMENT-RECORD.
          05 PY-PAYMENT-NUMBER       PIC 9(9).
          05 PY-CUSTOMER-ID          PIC 9(5).
          05 PY-NSF-SW               PIC X(1).
             88 PY-NSF-RETURNED      VALUE "Y".
          05 PY-NSF-DATE             PIC 9(8).
          05 PY-CARD-FEE-AMOUNT      PIC S9(7)V99.
          05 PY-DEPOSIT-NUMBER       PIC 9(7).
