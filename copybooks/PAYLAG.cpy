      * PAYLAG.cpy - Shared days-to-pay measurement.
      * COPY into PROCEDURE DIVISION.  Requires PURCHASE-TRANS-FILE
      * (COPY PURCTRAN) and these fields in WORKING-STORAGE:
      * WS-INVOICE-TABLE holding WS-INV-ENTRY OCCURS 200 INDEXED
      * BY WS-INV-IDX with WS-INV-NUMBER 9(9) and WS-INV-DATE 9(8),
      * WS-INVOICE-COUNT 9(3), WS-WEIGHTED-DAYS S9(13)V99,
      * WS-APPLIED-TOTAL S9(11)V99, WS-AVG-DAYS-TO-PAY S9(5) and
      * WS-PAY-DAYS S9(5).
      * The caller runs START-PAYMENT-LAG, hands every history
      * record of the one customer to NOTE-PAYMENT-LAG, then runs
      * FINISH-PAYMENT-LAG.  Sales index their invoice dates and
      * each payment application referencing an invoice yields
      * its days from invoice to payment, weighted by the amount
      * applied; the weighted average comes back in
      * WS-AVG-DAYS-TO-PAY, zero where the customer has no
      * applied payments to go on.
       START-PAYMENT-LAG.
           MOVE 0 TO WS-INVOICE-COUNT
           MOVE 0 TO WS-WEIGHTED-DAYS
           MOVE 0 TO WS-APPLIED-TOTAL
           MOVE 0 TO WS-AVG-DAYS-TO-PAY.

       NOTE-PAYMENT-LAG.
           EVALUATE TRUE
               WHEN PT-TYPE-SALE
                   IF WS-INVOICE-COUNT < 200
                       ADD 1 TO WS-INVOICE-COUNT
                       SET WS-INV-IDX TO WS-INVOICE-COUNT
                       MOVE PT-INVOICE-NUMBER TO
                           WS-INV-NUMBER (WS-INV-IDX)
                       MOVE PT-TRANSACTION-DATE TO
                           WS-INV-DATE (WS-INV-IDX)
                   END-IF
               WHEN PT-TYPE-PAYMENT
                   IF PT-REFERENCE-INVOICE NOT = 0
                       PERFORM WEIGH-PAYMENT-LAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WEIGH-PAYMENT-LAG.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INVOICE-COUNT
               IF WS-INV-NUMBER (WS-INV-IDX) =
                  PT-REFERENCE-INVOICE
                   COMPUTE WS-PAY-DAYS =
                       FUNCTION INTEGER-OF-DATE
                           (PT-TRANSACTION-DATE)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-INV-DATE (WS-INV-IDX))
                   COMPUTE WS-WEIGHTED-DAYS = WS-WEIGHTED-DAYS
                       + (WS-PAY-DAYS * PT-PURCHASE-AMOUNT)
                   ADD PT-PURCHASE-AMOUNT TO WS-APPLIED-TOTAL
               END-IF
           END-PERFORM.

       FINISH-PAYMENT-LAG.
           IF WS-APPLIED-TOTAL > 0
               COMPUTE WS-AVG-DAYS-TO-PAY ROUNDED =
                   WS-WEIGHTED-DAYS / WS-APPLIED-TOTAL
           END-IF.
