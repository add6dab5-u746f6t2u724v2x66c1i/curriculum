               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT SALES-ORDER-FILE ASSIGN TO "SALESORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS WS-SALES-ORDER-STATUS.

           SELECT CUSTOMER-DEPOSIT-FILE ASSIGN TO WS-CUSTDEP-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-DEPOSIT-KEY
               FILE STATUS IS WS-CUSTOMER-DEPOSIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       FD  SALES-ORDER-FILE.
           COPY SALESORD.

       FD  CUSTOMER-DEPOSIT-FILE.
           COPY CUSTDEP.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND     VALUE "00".
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

      * A receipt keyed against an open sales order is a deposit:
      * it is held in the customer-deposit liability account until
      * order entry consumes it against the order's invoices.
       01 WS-SALES-ORDER-STATUS    PIC X(2) VALUE "00".
       01 WS-SALES-ORDER-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-SALES-ORDER-AVAILABLE VALUE "Y".
       01 WS-CUSTOMER-DEPOSIT-STATUS PIC X(2) VALUE "00".
       01 WS-DEPOSIT-ORDER         PIC 9(9) VALUE 0.
       01 WS-DEPOSIT-ORDER-OK-SW   PIC X(1) VALUE "N".
          88 WS-DEPOSIT-ORDER-OK   VALUE "Y".
       01 WS-DEPOSIT-SEQ           PIC 9(3) VALUE 0.
       01 WS-DEPOSIT-EOF-SW        PIC X(1) VALUE "N".
          88 WS-DEPOSIT-EOF        VALUE "Y".
       01 WS-DEPOSIT-TOTAL         PIC S9(9)V99 VALUE 0.

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.
       01 WS-FILECTL-FN               PIC X(12) VALUE "FILECTL.DAT".
       01 WS-SESSLOCK-FN              PIC X(12) VALUE "SESSLOCK.DAT".
       01 WS-AROPEN-FN                PIC X(12) VALUE "AROPEN.DAT".
       01 WS-CUSTDEP-FN               PIC X(12) VALUE "CUSTDEP.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.
               MOVE "Y" TO WS-DISPUTE-AVAILABLE-SW
           END-IF.
           PERFORM OPEN-AR-OPEN-ITEMS.
           OPEN INPUT SALES-ORDER-FILE.
           IF WS-SALES-ORDER-STATUS = "00"
               MOVE "Y" TO WS-SALES-ORDER-AVAILABLE-SW
           END-IF.
           OPEN I-O CUSTOMER-DEPOSIT-FILE.
           IF WS-CUSTOMER-DEPOSIT-STATUS = "35"
               OPEN OUTPUT CUSTOMER-DEPOSIT-FILE
               CLOSE CUSTOMER-DEPOSIT-FILE
               OPEN I-O CUSTOMER-DEPOSIT-FILE
           END-IF.

           DISPLAY "Enter customer ID (5 digits, 0 to exit): ".
           ACCEPT WS-CUSTOMER-ID.
               ELSE
               IF WS-CUSTOMER-FOUND
                   PERFORM ACCEPT-PAYMENT-DETAILS
                   IF WS-DEPOSIT-ORDER NOT = 0
                       PERFORM RECORD-ORDER-DEPOSIT
                   ELSE
                       PERFORM LOAD-OPEN-INVOICES
                       PERFORM APPLY-PAYMENT
                       PERFORM WRITE-CASH-PAYMENT
                   END-IF
               ELSE
                   DISPLAY "Unknown customer ID " WS-CUSTOMER-ID
                           " - payment rejected."
               CLOSE DISPUTE-FILE
           END-IF.
           PERFORM CLOSE-AR-OPEN-ITEMS.
           IF WS-SALES-ORDER-AVAILABLE
               CLOSE SALES-ORDER-FILE
           END-IF.
           CLOSE CUSTOMER-DEPOSIT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE ERROR-LOG-FILE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE INVOICE-CONTROL-FILE.
           DISPLAY "Total cash received: ", WS-CASH-RECEIVED-TOTAL.
           DISPLAY "Total discounts taken: ", WS-DISCOUNT-TOTAL.
           DISPLAY "Total order deposits: ", WS-DEPOSIT-TOTAL.
           PERFORM POST-FILE-CONTROL-UPDATES.
           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.
               MOVE "FILECTL.TRN" TO WS-FILECTL-FN
               MOVE "SESSLOCK.TRN" TO WS-SESSLOCK-FN
               MOVE "AROPEN.TRN" TO WS-AROPEN-FN
               MOVE "CUSTDEP.TRN" TO WS-CUSTDEP-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
                         ==:VALID-SW:== BY ==WS-AMOUNT-VALID-SW==
                         ==:LABEL:==    BY =="PAYMENT-AMOUNT"==.
           END-PERFORM
           MOVE 0 TO WS-REMIT-INVOICE
           MOVE 0 TO WS-DEPOSIT-ORDER
           IF WS-SALES-ORDER-AVAILABLE
               MOVE "N" TO WS-DEPOSIT-ORDER-OK-SW
               PERFORM UNTIL WS-DEPOSIT-ORDER-OK
                   DISPLAY "Sales order number if this is a deposit "
                           "(9 digits, 0 if not): "
                   ACCEPT WS-DEPOSIT-ORDER
                   PERFORM VALIDATE-DEPOSIT-ORDER
               END-PERFORM
           END-IF
           IF WS-DEPOSIT-ORDER = 0
               DISPLAY "Remittance invoice number (9 digits, 0 if "
                       "none): "
               ACCEPT WS-REMIT-INVOICE
           END-IF.

      * A deposit must name an open order placed by this customer;
      * anything else is refused and the operator keys again.
       VALIDATE-DEPOSIT-ORDER.
           IF WS-DEPOSIT-ORDER = 0
               MOVE "Y" TO WS-DEPOSIT-ORDER-OK-SW
           ELSE
               MOVE WS-DEPOSIT-ORDER TO SO-ORDER-NUMBER
               READ SALES-ORDER-FILE
                   KEY IS SO-ORDER-NUMBER
                   INVALID KEY
                       DISPLAY "Order " WS-DEPOSIT-ORDER
                               " not found."
                   NOT INVALID KEY
                       IF SO-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           DISPLAY "Order " WS-DEPOSIT-ORDER
                                   " is for customer " SO-CUSTOMER-ID
                                   ", not " WS-CUSTOMER-ID "."
                       ELSE
                           IF NOT SO-OPEN
                               DISPLAY "Order " WS-DEPOSIT-ORDER
                                       " is not open (status "
                                       SO-STATUS ")."
                           ELSE
                               MOVE "Y" TO WS-DEPOSIT-ORDER-OK-SW
                           END-IF
                       END-IF
               END-READ
               IF NOT WS-DEPOSIT-ORDER-OK
                   MOVE "DEPOSIT-ORDER" TO WS-LOG-FIELD-NAME
                   MOVE WS-DEPOSIT-ORDER TO WS-LOG-BAD-VALUE
                   PERFORM LOG-ERROR
               END-IF
           END-IF.

      * The deposit takes a payment number off the same "2"
      * sequence so it sits in the cash register with every other
      * receipt, but it never touches AR or the customer balance -
      * the money is a liability until the order invoices.
       RECORD-ORDER-DEPOSIT.
           ADD 1 TO WS-NEXT-PAYMENT-NUMBER
           PERFORM NEXT-DEPOSIT-SEQ
           INITIALIZE CUSTOMER-DEPOSIT-RECORD
           MOVE WS-DEPOSIT-ORDER       TO DE-ORDER-NUMBER
           MOVE WS-DEPOSIT-SEQ         TO DE-DEPOSIT-SEQ
           MOVE WS-CUSTOMER-ID         TO DE-CUSTOMER-ID
           MOVE WS-TRANSACTION-DATE    TO DE-RECEIPT-DATE
           MOVE WS-NEXT-PAYMENT-NUMBER TO DE-PAYMENT-NUMBER
           MOVE WS-PAYMENT-METHOD      TO DE-PAYMENT-METHOD
           MOVE WS-CHECK-NUMBER        TO DE-CHECK-NUMBER
           MOVE WS-PAYMENT-AMOUNT      TO DE-DEPOSIT-AMOUNT
           MOVE 0                      TO DE-APPLIED-AMOUNT
           MOVE "O"                    TO DE-STATUS
           MOVE WS-OPERATOR-ID         TO DE-OPERATOR-ID
           MOVE WS-SESSION-COMPANY     TO DE-COMPANY-CODE
           WRITE CUSTOMER-DEPOSIT-RECORD
           MOVE 0 TO WS-APPLIED-TOTAL
           PERFORM WRITE-CASH-PAYMENT
           ADD WS-PAYMENT-AMOUNT TO WS-DEPOSIT-TOTAL
           DISPLAY "Deposit of " WS-PAYMENT-AMOUNT " recorded as "
                   "payment " WS-NEXT-PAYMENT-NUMBER " against order "
                   WS-DEPOSIT-ORDER ".".

       NEXT-DEPOSIT-SEQ.
           MOVE 0 TO WS-DEPOSIT-SEQ
           MOVE "N" TO WS-DEPOSIT-EOF-SW
           MOVE WS-DEPOSIT-ORDER TO DE-ORDER-NUMBER
           MOVE 0 TO DE-DEPOSIT-SEQ
           START CUSTOMER-DEPOSIT-FILE KEY IS NOT LESS THAN
                 DE-DEPOSIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DEPOSIT-EOF-SW
           END-START
           PERFORM UNTIL WS-DEPOSIT-EOF
               READ CUSTOMER-DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DEPOSIT-EOF-SW
                   NOT AT END
                       IF DE-ORDER-NUMBER NOT = WS-DEPOSIT-ORDER
                           MOVE "Y" TO WS-DEPOSIT-EOF-SW
                       ELSE
                           MOVE DE-DEPOSIT-SEQ TO WS-DEPOSIT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-DEPOSIT-SEQ.

      * With the open-item file on hand the load reads only the
      * customer's open items; the full-history scan survives as
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
      * Order deposits are cash in against the customer-deposit
      * liability; order entry moves them to AR as they are used.
           IF WS-DEPOSIT-TOTAL > 0
               INITIALIZE GL-FEED-RECORD
               MOVE "PaymentEntry"       TO GL-SOURCE-PROGRAM
               MOVE WS-TRANSACTION-DATE  TO GL-PERIOD-DATE
               MOVE "1010" TO WS-GL-POST-ACCOUNT
               MOVE "1010" TO WS-GL-POSTING-TYPE
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
               MOVE "D"                  TO GL-DEBIT-CREDIT-SW
               MOVE WS-DEPOSIT-TOTAL     TO GL-AMOUNT
               MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
               MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
               WRITE GL-FEED-RECORD
               ADD 1 TO WS-GLFEED-DELTA-COUNT
               ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
               INITIALIZE GL-FEED-RECORD
               MOVE "PaymentEntry"       TO GL-SOURCE-PROGRAM
               MOVE WS-TRANSACTION-DATE  TO GL-PERIOD-DATE
               MOVE "2200" TO WS-GL-POST-ACCOUNT
               MOVE "2200" TO WS-GL-POSTING-TYPE
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
               MOVE "C"                  TO GL-DEBIT-CREDIT-SW
               MOVE WS-DEPOSIT-TOTAL     TO GL-AMOUNT
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
               MOVE "PaymentEntry"       TO GL-SOURCE-PROGRAM
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
