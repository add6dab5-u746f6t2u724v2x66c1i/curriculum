       01 WS-APPLY-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-APPLIED-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-CASH-RECEIVED-TOTAL   PIC S9(9)V99 VALUE 0.
      * Early-payment discounts: the discount taken on the current
      * application, the running total for the current payment,
      * and the session total posted to sales discounts.
       01 WS-DISCOUNT-TAKEN        PIC S9(9)V99 VALUE 0.
       01 WS-PAYMENT-DISCOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-DISCOUNT-TOTAL        PIC S9(9)V99 VALUE 0.

       01 WS-OPEN-INVOICE-TABLE.
          05 WS-OPEN-INV-ENTRY OCCURS 200 TIMES
             10 WS-OPEN-INVOICE      PIC 9(9).
             10 WS-OPEN-DATE         PIC 9(8).
             10 WS-OPEN-AMOUNT       PIC S9(9)V99.
             10 WS-OPEN-DISC-AMOUNT  PIC S9(9)V99.
       01 WS-OPEN-INVOICE-COUNT    PIC 9(3) VALUE 0.
       01 WS-OPEN-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-OPEN-FOUND         VALUE "Y".
       01 WS-AR-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AR-SOURCE-TYPE        PIC X(1).
       01 WS-AR-COMPANY            PIC X(3) VALUE SPACES.
       01 WS-AR-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-DATE      PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-PCT       PIC 9V99 VALUE 0.
       01 WS-AR-EOF-SW             PIC X(1) VALUE "N".
          88 WS-AR-EOF             VALUE "Y".

                                   WS-OPEN-DATE (WS-OPEN-IDX)
                               MOVE AR-OPEN-AMOUNT TO
                                   WS-OPEN-AMOUNT (WS-OPEN-IDX)
                               PERFORM SET-OPEN-DISCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * An item still inside its discount window carries the
      * discount the customer may deduct by paying it off now:
      * the terms percentage of the original invoice amount, never
      * more than what is still open.
       SET-OPEN-DISCOUNT.
           MOVE 0 TO WS-OPEN-DISC-AMOUNT (WS-OPEN-IDX)
           IF AR-DISCOUNT-PCT > 0
              AND WS-TRANSACTION-DATE NOT > AR-DISCOUNT-DATE
               COMPUTE WS-OPEN-DISC-AMOUNT (WS-OPEN-IDX) ROUNDED =
                   AR-ORIGINAL-AMOUNT * AR-DISCOUNT-PCT / 100
               IF WS-OPEN-DISC-AMOUNT (WS-OPEN-IDX) >
                  AR-OPEN-AMOUNT
                   MOVE AR-OPEN-AMOUNT TO
                       WS-OPEN-DISC-AMOUNT (WS-OPEN-IDX)
               END-IF
           END-IF.

       LOAD-OPEN-FROM-HISTORY.
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
                       WS-OPEN-DATE (WS-OPEN-IDX)
                   MOVE PT-NET-AMOUNT TO
                       WS-OPEN-AMOUNT (WS-OPEN-IDX)
                   MOVE 0 TO WS-OPEN-DISC-AMOUNT (WS-OPEN-IDX)
               END-IF
           ELSE
               IF PT-REFERENCE-INVOICE NOT = 0
           ADD 1 TO WS-NEXT-PAYMENT-NUMBER
           MOVE WS-PAYMENT-AMOUNT TO WS-REMAINING-AMOUNT
           MOVE 0 TO WS-APPLIED-TOTAL
           MOVE 0 TO WS-PAYMENT-DISCOUNT
           OPEN EXTEND PURCHASE-TRANS-FILE
           IF WS-REMIT-INVOICE NOT = 0
               PERFORM APPLY-TO-REMIT-INVOICE
           IF WS-REMAINING-AMOUNT > 0
               MOVE 0 TO WS-REMIT-INVOICE
               MOVE WS-REMAINING-AMOUNT TO WS-APPLY-AMOUNT
               MOVE 0 TO WS-DISCOUNT-TAKEN
               PERFORM WRITE-PAYMENT-TRANS
               DISPLAY "Unapplied cash of " WS-APPLY-AMOUNT
                       " left on account for customer "
               MOVE 0 TO WS-REMAINING-AMOUNT
           END-IF
           CLOSE PURCHASE-TRANS-FILE
           IF WS-PAYMENT-DISCOUNT > 0
               DISPLAY "Early-payment discount of "
                       WS-PAYMENT-DISCOUNT " taken by customer "
                       WS-CUSTOMER-ID "."
           END-IF
           SUBTRACT WS-PAYMENT-AMOUNT FROM CM-OPEN-BALANCE
           SUBTRACT WS-PAYMENT-DISCOUNT FROM CM-OPEN-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
           ADD WS-PAYMENT-AMOUNT TO WS-CASH-RECEIVED-TOTAL
           ADD WS-PAYMENT-DISCOUNT TO WS-DISCOUNT-TOTAL.

       APPLY-TO-REMIT-INVOICE.
           MOVE "N" TO WS-OPEN-FOUND-SW
               END-IF
           END-PERFORM.

      * The discount is only taken when the cash left, plus the
      * discount, pays the item off in full; a short payment inside
      * the window applies at face value and forfeits it.
       APPLY-TO-OPEN-ENTRY.
           MOVE 0 TO WS-DISCOUNT-TAKEN
           IF WS-OPEN-DISC-AMOUNT (WS-OPEN-IDX) > 0
              AND WS-REMAINING-AMOUNT +
                  WS-OPEN-DISC-AMOUNT (WS-OPEN-IDX) NOT <
                  WS-OPEN-AMOUNT (WS-OPEN-IDX)
               MOVE WS-OPEN-DISC-AMOUNT (WS-OPEN-IDX) TO
                   WS-DISCOUNT-TAKEN
           END-IF
           COMPUTE WS-APPLY-AMOUNT =
               WS-OPEN-AMOUNT (WS-OPEN-IDX) - WS-DISCOUNT-TAKEN
           IF WS-REMAINING-AMOUNT < WS-APPLY-AMOUNT
               MOVE WS-REMAINING-AMOUNT TO WS-APPLY-AMOUNT
           END-IF
           SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING-AMOUNT
           SUBTRACT WS-APPLY-AMOUNT FROM WS-OPEN-AMOUNT (WS-OPEN-IDX)
           SUBTRACT WS-DISCOUNT-TAKEN FROM
               WS-OPEN-AMOUNT (WS-OPEN-IDX)
           MOVE 0 TO WS-OPEN-DISC-AMOUNT (WS-OPEN-IDX)
           ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL
           ADD WS-DISCOUNT-TAKEN TO WS-PAYMENT-DISCOUNT
           MOVE WS-OPEN-INVOICE (WS-OPEN-IDX) TO WS-REMIT-INVOICE
           PERFORM WRITE-PAYMENT-TRANS.

           MOVE "P"                    TO PT-TRANSACTION-TYPE
           MOVE CM-HOME-CURRENCY-CODE  TO PT-CURRENCY-CODE
           MOVE WS-APPLY-AMOUNT        TO PT-PURCHASE-AMOUNT
           MOVE WS-DISCOUNT-TAKEN      TO PT-DISCOUNT-AMOUNT
           COMPUTE PT-NET-AMOUNT =
               0 - WS-APPLY-AMOUNT - WS-DISCOUNT-TAKEN
           COMPUTE PT-HOME-CURRENCY-AMOUNT =
               0 - WS-APPLY-AMOUNT - WS-DISCOUNT-TAKEN
           MOVE WS-OPERATOR-ID         TO PT-OPERATOR-ID
           MOVE WS-REMIT-INVOICE       TO PT-REFERENCE-INVOICE
           MOVE WS-SESSION-COMPANY     TO PT-COMPANY-CODE
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
               MOVE "C"                  TO GL-DEBIT-CREDIT-SW
               COMPUTE GL-AMOUNT =
                   WS-CASH-RECEIVED-TOTAL + WS-DISCOUNT-TOTAL
               MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
               MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-GLFEED-DELTA-COUNT
               ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
           END-IF
      * Discounts taken relieve receivables without cash; the
      * difference is charged to sales discounts.
           IF WS-DISCOUNT-TOTAL > 0
               INITIALIZE GL-FEED-RECORD
               MOVE "LockboxImport"      TO GL-SOURCE-PROGRAM
               MOVE WS-TRANSACTION-DATE  TO GL-PERIOD-DATE
               MOVE "4120" TO WS-GL-POST-ACCOUNT
               MOVE "4120" TO WS-GL-POSTING-TYPE
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
               MOVE "D"                  TO GL-DEBIT-CREDIT-SW
               MOVE WS-DISCOUNT-TOTAL    TO GL-AMOUNT
               MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
               MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
               WRITE GL-FEED-RECORD
