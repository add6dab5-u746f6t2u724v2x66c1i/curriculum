       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashReapply.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-PAYMENT-FILE ASSIGN TO "CASHPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-PAYMENT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT PURCHASE-TRANS-FILE ASSIGN TO "PURCTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-TRANS-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT CUSTOMER-DEPOSIT-FILE ASSIGN TO "CUSTDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-DEPOSIT-KEY
               FILE STATUS IS WS-CUSTOMER-DEPOSIT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT FILE-CONTROL-SIDE-FILE ASSIGN TO "FILECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FILE-NAME
               FILE STATUS IS WS-FILE-CONTROL-STATUS.

           SELECT REAPPLY-REPORT-FILE ASSIGN TO "REAPPLY.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REAPPLY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-PAYMENT-FILE.
           COPY PAYMENT.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  CUSTOMER-DEPOSIT-FILE.
           COPY CUSTDEP.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  FILE-CONTROL-SIDE-FILE.
           COPY FILECTL.

       FD  REAPPLY-REPORT-FILE.
       01 REAPPLY-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CASH-PAYMENT-STATUS   PIC X(2) VALUE "00".
       01 WS-CUSTOMER-DEPOSIT-STATUS PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND     VALUE "00".
       01 WS-PURCHASE-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-DISPUTE-STATUS        PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-REAPPLY-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-PURCTRAN-DELTA-COUNT  PIC 9(9) VALUE 0.
       01 WS-PURCTRAN-DELTA-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-DISPUTE-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-DISPUTE-AVAILABLE  VALUE "Y".

       01 WS-AR-OPEN-STATUS        PIC X(2) VALUE "00".
       01 WS-AR-OPEN-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-AR-OPEN-AVAILABLE  VALUE "Y".
       01 WS-AR-CUSTOMER-ID        PIC 9(5) VALUE 0.
       01 WS-AR-INVOICE-NUMBER     PIC 9(9) VALUE 0.
       01 WS-AR-ITEM-DATE          PIC 9(8) VALUE 0.
       01 WS-AR-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AR-SOURCE-TYPE        PIC X(1).
       01 WS-AR-COMPANY            PIC X(3) VALUE SPACES.
       01 WS-AR-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-DATE      PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-PCT       PIC 9V99 VALUE 0.

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-OPERATOR-ID           PIC X(8) VALUE "REAPPLY".
       01 WS-CUSTOMER-ID           PIC 9(5) VALUE 0.
       01 WS-MOVE-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-FIRST-FOR-CUSTOMER-SW PIC X(1) VALUE "N".
          88 WS-FIRST-FOR-CUSTOMER VALUE "Y".
       01 WS-AR-SCAN-EOF-SW        PIC X(1) VALUE "N".
          88 WS-AR-SCAN-EOF        VALUE "Y".
       01 WS-ITEM-DISPUTED-SW      PIC X(1) VALUE "N".
          88 WS-ITEM-DISPUTED      VALUE "Y".
       01 WS-OLDEST-DATE           PIC 9(8) VALUE 0.
       01 WS-OLDEST-IDX            PIC 9(3) VALUE 0.
       01 WS-ITEMS-LEFT            PIC 9(3) VALUE 0.

      * Receipts PaymentEntry took as deposits on sales orders sit
      * on the register wholly unapplied, but the money belongs to
      * the order until it invoices - they are left out here.
       01 WS-ORDER-DEPOSIT-TABLE.
          05 WS-ODP-PAYMENT-NUMBER PIC 9(9) OCCURS 500 TIMES
                                    INDEXED BY WS-ODP-IDX.
       01 WS-ORDER-DEPOSIT-COUNT   PIC 9(3) VALUE 0.
       01 WS-ORDER-DEPOSIT-SW      PIC X(1) VALUE "N".
          88 WS-ORDER-DEPOSIT      VALUE "Y".

      * Receipts still carrying unapplied cash, in register order -
      * the register is written as cash arrives, so the first row
      * for a customer is the oldest money on account.
       01 WS-RECEIPT-TABLE.
          05 WS-RECEIPT-ENTRY OCCURS 500 TIMES
                                    INDEXED BY WS-RCP-IDX
                                               WS-RCP-SCAN-IDX.
             10 WS-RCP-PAYMENT-NUMBER PIC 9(9).
             10 WS-RCP-CUSTOMER-ID   PIC 9(5).
             10 WS-RCP-PAYMENT-DATE  PIC 9(8).
             10 WS-RCP-REMAINING     PIC S9(9)V99.
             10 WS-RCP-REAPPLIED     PIC S9(9)V99.
       01 WS-RECEIPT-COUNT         PIC 9(3) VALUE 0.

      * The customer's open items eligible for the cash, worked
      * oldest first by picking the earliest date still unworked.
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 200 TIMES
                                    INDEXED BY WS-ITM-IDX.
             10 WS-ITM-INVOICE       PIC 9(9).
             10 WS-ITM-DATE          PIC 9(8).
             10 WS-ITM-OPEN-AMOUNT   PIC S9(9)V99.
             10 WS-ITM-COMPANY       PIC X(3).
             10 WS-ITM-WORKED-SW     PIC X(1).
                88 WS-ITM-WORKED     VALUE "Y".
       01 WS-ITEM-COUNT            PIC 9(3) VALUE 0.

       01 WS-RECEIPTS-HELD         PIC 9(5) VALUE 0.
       01 WS-RECEIPTS-TOUCHED      PIC 9(5) VALUE 0.
       01 WS-APPLICATION-COUNT     PIC 9(5) VALUE 0.
       01 WS-REAPPLIED-TOTAL       PIC S9(11)V99 VALUE 0.

       01 WS-RAP-HEADER            PIC X(44) VALUE
          "-- Unapplied Cash Reapplication Register --".
       01 WS-RAP-HEADING.
          05 FILLER                PIC X(25) VALUE
             "Cust  Receipt   Rcvd".
          05 FILLER                PIC X(34) VALUE
             "Invoice   Inv date         Applied".
       01 WS-RAP-LINE.
          05 WS-RAP-CUST-OUT       PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RAP-PAY-OUT        PIC 9(9).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RAP-PAY-DATE-OUT   PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RAP-INVOICE-OUT    PIC 9(9).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RAP-INV-DATE-OUT   PIC 9(8).
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-RAP-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99-.
       01 WS-RAP-TOTAL-LINE.
          05 FILLER                PIC X(14) VALUE "Applications: ".
          05 WS-RAP-TCOUNT-OUT     PIC ZZ,ZZ9.
          05 FILLER                PIC X(12) VALUE "  receipts: ".
          05 WS-RAP-TRCPT-OUT      PIC ZZ,ZZ9.
          05 FILLER                PIC X(10) VALUE "  amount: ".
          05 WS-RAP-TAMOUNT-OUT    PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Cash a customer sent ahead of its invoices sits on the
      * receipt as unapplied until someone remembers it.  Each night
      * the oldest unapplied receipt is put against any item the
      * customer has been billed since, oldest item first, with the
      * same payment records PaymentEntry writes when a clerk
      * applies cash.  The money already left receivables when it
      * was received, so nothing goes to the GL and the customer's
      * balance does not move - only where the cash sits changes.
       RUN-START.
           PERFORM LOAD-ORDER-DEPOSITS.
           OPEN INPUT CASH-PAYMENT-FILE.
           IF WS-CASH-PAYMENT-STATUS NOT = "00"
               DISPLAY "No cash receipts file CASHPAY.DAT on hand - "
                       "nothing to reapply."
               GOBACK
           END-IF.
           PERFORM UNTIL WS-CASH-PAYMENT-STATUS NOT = "00"
               READ CASH-PAYMENT-FILE
                   AT END
                       MOVE "10" TO WS-CASH-PAYMENT-STATUS
                   NOT AT END
                       PERFORM HOLD-UNAPPLIED-RECEIPT
               END-READ
           END-PERFORM.
           CLOSE CASH-PAYMENT-FILE.
           MOVE "00" TO WS-CASH-PAYMENT-STATUS.

           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           PERFORM OPEN-AR-OPEN-ITEMS.
           IF NOT WS-AR-OPEN-AVAILABLE
               DISPLAY "AR open-item file not available - nothing "
                       "reapplied."
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "00"
               MOVE "Y" TO WS-DISPUTE-AVAILABLE-SW
           END-IF.
           OPEN OUTPUT REAPPLY-REPORT-FILE.
           MOVE WS-RAP-HEADER TO REAPPLY-REPORT-LINE.
           WRITE REAPPLY-REPORT-LINE.
           MOVE WS-RAP-HEADING TO REAPPLY-REPORT-LINE.
           WRITE REAPPLY-REPORT-LINE.

           OPEN EXTEND PURCHASE-TRANS-FILE.
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RECEIPT-COUNT
               PERFORM CHECK-FIRST-FOR-CUSTOMER
               IF WS-FIRST-FOR-CUSTOMER
                   MOVE WS-RCP-CUSTOMER-ID (WS-RCP-IDX) TO
                       WS-CUSTOMER-ID
                   PERFORM REAPPLY-FOR-CUSTOMER
               END-IF
           END-PERFORM.
           CLOSE PURCHASE-TRANS-FILE.

           PERFORM UPDATE-RECEIPT-SPLITS.

           MOVE WS-APPLICATION-COUNT TO WS-RAP-TCOUNT-OUT.
           MOVE WS-RECEIPTS-TOUCHED  TO WS-RAP-TRCPT-OUT.
           MOVE WS-REAPPLIED-TOTAL   TO WS-RAP-TAMOUNT-OUT.
           MOVE WS-RAP-TOTAL-LINE TO REAPPLY-REPORT-LINE.
           WRITE REAPPLY-REPORT-LINE.

           CLOSE REAPPLY-REPORT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-DISPUTE-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF.
           PERFORM CLOSE-AR-OPEN-ITEMS.
           MOVE "PURCTRAN" TO WS-FC-FILE-NAME.
           MOVE WS-PURCTRAN-DELTA-COUNT  TO WS-FC-DELTA-COUNT.
           MOVE WS-PURCTRAN-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT.
           PERFORM ADD-TO-FILE-CONTROL.
           DISPLAY "Cash reapplication complete - "
                   WS-RECEIPTS-HELD " receipts with unapplied cash, "
                   WS-APPLICATION-COUNT " applications, "
                   WS-REAPPLIED-TOTAL " reapplied.".
           GOBACK.

       COPY OPENRCTL.

       COPY FCUPDT.

       COPY AROPUPDT.

      * A bounced receipt has nothing left to apply, whatever its
      * split still says.
       HOLD-UNAPPLIED-RECEIPT.
           MOVE "N" TO WS-ORDER-DEPOSIT-SW
           IF PY-UNAPPLIED-AMOUNT > 0
               PERFORM CHECK-ORDER-DEPOSIT
           END-IF
           IF PY-UNAPPLIED-AMOUNT > 0 AND NOT PY-NSF-RETURNED
              AND NOT WS-ORDER-DEPOSIT
               IF WS-RECEIPT-COUNT < 500
                   ADD 1 TO WS-RECEIPT-COUNT
                   SET WS-RCP-IDX TO WS-RECEIPT-COUNT
                   MOVE PY-PAYMENT-NUMBER TO
                       WS-RCP-PAYMENT-NUMBER (WS-RCP-IDX)
                   MOVE PY-CUSTOMER-ID TO
                       WS-RCP-CUSTOMER-ID (WS-RCP-IDX)
                   MOVE PY-PAYMENT-DATE TO
                       WS-RCP-PAYMENT-DATE (WS-RCP-IDX)
                   MOVE PY-UNAPPLIED-AMOUNT TO
                       WS-RCP-REMAINING (WS-RCP-IDX)
                   MOVE 0 TO WS-RCP-REAPPLIED (WS-RCP-IDX)
                   ADD 1 TO WS-RECEIPTS-HELD
               ELSE
                   DISPLAY "More than 500 receipts carry unapplied "
                           "cash - payment " PY-PAYMENT-NUMBER
                           " waits for the next run."
               END-IF
           END-IF.

       LOAD-ORDER-DEPOSITS.
           MOVE 0 TO WS-ORDER-DEPOSIT-COUNT
           OPEN INPUT CUSTOMER-DEPOSIT-FILE
           IF WS-CUSTOMER-DEPOSIT-STATUS = "00"
               PERFORM UNTIL WS-CUSTOMER-DEPOSIT-STATUS NOT = "00"
                   READ CUSTOMER-DEPOSIT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-CUSTOMER-DEPOSIT-STATUS
                       NOT AT END
                           IF WS-ORDER-DEPOSIT-COUNT < 500
                               ADD 1 TO WS-ORDER-DEPOSIT-COUNT
                               MOVE DE-PAYMENT-NUMBER TO
                                   WS-ODP-PAYMENT-NUMBER
                                       (WS-ORDER-DEPOSIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-DEPOSIT-FILE
           END-IF.

       CHECK-ORDER-DEPOSIT.
           MOVE "N" TO WS-ORDER-DEPOSIT-SW
           PERFORM VARYING WS-ODP-IDX FROM 1 BY 1
                   UNTIL WS-ODP-IDX > WS-ORDER-DEPOSIT-COUNT
                      OR WS-ORDER-DEPOSIT
               IF WS-ODP-PAYMENT-NUMBER (WS-ODP-IDX) =
                  PY-PAYMENT-NUMBER
                   MOVE "Y" TO WS-ORDER-DEPOSIT-SW
               END-IF
           END-PERFORM.

       CHECK-FIRST-FOR-CUSTOMER.
           MOVE "Y" TO WS-FIRST-FOR-CUSTOMER-SW
           PERFORM VARYING WS-RCP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-RCP-SCAN-IDX >= WS-RCP-IDX
                      OR NOT WS-FIRST-FOR-CUSTOMER
               IF WS-RCP-CUSTOMER-ID (WS-RCP-SCAN-IDX) =
                  WS-RCP-CUSTOMER-ID (WS-RCP-IDX)
                   MOVE "N" TO WS-FIRST-FOR-CUSTOMER-SW
               END-IF
           END-PERFORM.

       REAPPLY-FOR-CUSTOMER.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "23" TO WS-CUSTOMER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
           END-READ
           IF WS-CUSTOMER-FOUND
               PERFORM LOAD-CUSTOMER-OPEN-ITEMS
               MOVE WS-ITEM-COUNT TO WS-ITEMS-LEFT
               PERFORM UNTIL WS-ITEMS-LEFT = 0
                   PERFORM PICK-OLDEST-ITEM
                   SET WS-ITM-IDX TO WS-OLDEST-IDX
                   MOVE "Y" TO WS-ITM-WORKED-SW (WS-ITM-IDX)
                   SUBTRACT 1 FROM WS-ITEMS-LEFT
                   PERFORM APPLY-CASH-TO-ITEM
               END-PERFORM
           END-IF.

      * An item in dispute is left for the clerk - the customer
      * may not agree it owes it - and an item billed before the
      * cash came in was there to be paid when the receipt was
      * applied, so leaving it open was a decision, not an
      * oversight.
       LOAD-CUSTOMER-OPEN-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE "N" TO WS-AR-SCAN-EOF-SW
           MOVE WS-CUSTOMER-ID TO AR-CUSTOMER-ID
           MOVE 0 TO AR-INVOICE-NUMBER
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-OPEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AR-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-AR-SCAN-EOF
               READ AR-OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AR-SCAN-EOF-SW
                   NOT AT END
                       IF AR-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           MOVE "Y" TO WS-AR-SCAN-EOF-SW
                       ELSE
                           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > 0
                               PERFORM CHECK-ITEM-DISPUTED
                               IF NOT WS-ITEM-DISPUTED
                                   PERFORM HOLD-OPEN-ITEM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ITEM-DISPUTED.
           MOVE "N" TO WS-ITEM-DISPUTED-SW
           IF WS-DISPUTE-AVAILABLE
               MOVE AR-CUSTOMER-ID    TO DP-CUSTOMER-ID
               MOVE AR-INVOICE-NUMBER TO DP-INVOICE-NUMBER
               READ DISPUTE-FILE
                   KEY IS DP-DISPUTE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-OPEN
                           MOVE "Y" TO WS-ITEM-DISPUTED-SW
                       END-IF
               END-READ
           END-IF.

       HOLD-OPEN-ITEM.
           IF WS-ITEM-COUNT < 200
               ADD 1 TO WS-ITEM-COUNT
               SET WS-ITM-IDX TO WS-ITEM-COUNT
               MOVE AR-INVOICE-NUMBER TO WS-ITM-INVOICE (WS-ITM-IDX)
               MOVE AR-INVOICE-DATE   TO WS-ITM-DATE (WS-ITM-IDX)
               MOVE AR-OPEN-AMOUNT    TO
                   WS-ITM-OPEN-AMOUNT (WS-ITM-IDX)
               MOVE AR-COMPANY-CODE   TO WS-ITM-COMPANY (WS-ITM-IDX)
               MOVE "N" TO WS-ITM-WORKED-SW (WS-ITM-IDX)
           END-IF.

       PICK-OLDEST-ITEM.
           MOVE 99999999 TO WS-OLDEST-DATE
           MOVE 0 TO WS-OLDEST-IDX
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITEM-COUNT
               IF NOT WS-ITM-WORKED (WS-ITM-IDX)
                  AND (WS-OLDEST-IDX = 0
                       OR WS-ITM-DATE (WS-ITM-IDX) < WS-OLDEST-DATE)
                   MOVE WS-ITM-DATE (WS-ITM-IDX) TO WS-OLDEST-DATE
                   SET WS-OLDEST-IDX TO WS-ITM-IDX
               END-IF
           END-PERFORM.

      * The customer's receipts are taken in register order, so the
      * oldest cash is used up first; a receipt only pays items
      * billed on or after the day it arrived.
       APPLY-CASH-TO-ITEM.
           PERFORM VARYING WS-RCP-SCAN-IDX FROM WS-RCP-IDX BY 1
                   UNTIL WS-RCP-SCAN-IDX > WS-RECEIPT-COUNT
                      OR WS-ITM-OPEN-AMOUNT (WS-ITM-IDX) = 0
               IF WS-RCP-CUSTOMER-ID (WS-RCP-SCAN-IDX) =
                  WS-CUSTOMER-ID
                  AND WS-RCP-REMAINING (WS-RCP-SCAN-IDX) > 0
                  AND WS-RCP-PAYMENT-DATE (WS-RCP-SCAN-IDX) NOT >
                      WS-ITM-DATE (WS-ITM-IDX)
                   MOVE WS-RCP-REMAINING (WS-RCP-SCAN-IDX) TO
                       WS-MOVE-AMOUNT
                   IF WS-MOVE-AMOUNT > WS-ITM-OPEN-AMOUNT (WS-ITM-IDX)
                       MOVE WS-ITM-OPEN-AMOUNT (WS-ITM-IDX) TO
                           WS-MOVE-AMOUNT
                   END-IF
                   PERFORM WRITE-REAPPLICATION
               END-IF
           END-PERFORM.

      * The application is the payment record a clerk would have
      * written against the invoice; the adjustment beside it takes
      * the same amount off the receipt's unreferenced remainder,
      * so readers that net unapplied cash from history see the
      * credit used up rather than counted twice.
       WRITE-REAPPLICATION.
           INITIALIZE PURCHASE-TRANS-RECORD
           MOVE WS-RCP-PAYMENT-NUMBER (WS-RCP-SCAN-IDX) TO
               PT-INVOICE-NUMBER
           MOVE WS-CUSTOMER-ID         TO PT-CUSTOMER-ID
           MOVE WS-TODAY-DATE          TO PT-TRANSACTION-DATE
           MOVE "P"                    TO PT-TRANSACTION-TYPE
           MOVE CM-HOME-CURRENCY-CODE  TO PT-CURRENCY-CODE
           MOVE WS-MOVE-AMOUNT         TO PT-PURCHASE-AMOUNT
           COMPUTE PT-NET-AMOUNT = 0 - WS-MOVE-AMOUNT
           COMPUTE PT-HOME-CURRENCY-AMOUNT = 0 - WS-MOVE-AMOUNT
           MOVE WS-OPERATOR-ID         TO PT-OPERATOR-ID
           MOVE WS-ITM-INVOICE (WS-ITM-IDX) TO PT-REFERENCE-INVOICE
           MOVE WS-ITM-COMPANY (WS-ITM-IDX) TO PT-COMPANY-CODE
           WRITE PURCHASE-TRANS-RECORD
           ADD 1 TO WS-PURCTRAN-DELTA-COUNT
           ADD PT-NET-AMOUNT TO WS-PURCTRAN-DELTA-AMOUNT
           MOVE PT-CUSTOMER-ID       TO WS-AR-CUSTOMER-ID
           MOVE PT-REFERENCE-INVOICE TO WS-AR-INVOICE-NUMBER
           MOVE PT-NET-AMOUNT        TO WS-AR-AMOUNT
           PERFORM APPLY-AR-OPEN-ITEM

           MOVE "A"                    TO PT-TRANSACTION-TYPE
           MOVE WS-MOVE-AMOUNT         TO PT-NET-AMOUNT
           MOVE WS-MOVE-AMOUNT         TO PT-HOME-CURRENCY-AMOUNT
           MOVE 0                      TO PT-REFERENCE-INVOICE
           WRITE PURCHASE-TRANS-RECORD
           ADD 1 TO WS-PURCTRAN-DELTA-COUNT
           ADD PT-NET-AMOUNT TO WS-PURCTRAN-DELTA-AMOUNT

           IF WS-RCP-REAPPLIED (WS-RCP-SCAN-IDX) = 0
               ADD 1 TO WS-RECEIPTS-TOUCHED
           END-IF
           SUBTRACT WS-MOVE-AMOUNT FROM
               WS-RCP-REMAINING (WS-RCP-SCAN-IDX)
           ADD WS-MOVE-AMOUNT TO WS-RCP-REAPPLIED (WS-RCP-SCAN-IDX)
           SUBTRACT WS-MOVE-AMOUNT FROM
               WS-ITM-OPEN-AMOUNT (WS-ITM-IDX)
           ADD 1 TO WS-APPLICATION-COUNT
           ADD WS-MOVE-AMOUNT TO WS-REAPPLIED-TOTAL

           MOVE WS-CUSTOMER-ID TO WS-RAP-CUST-OUT
           MOVE WS-RCP-PAYMENT-NUMBER (WS-RCP-SCAN-IDX) TO
               WS-RAP-PAY-OUT
           MOVE WS-RCP-PAYMENT-DATE (WS-RCP-SCAN-IDX) TO
               WS-RAP-PAY-DATE-OUT
           MOVE WS-ITM-INVOICE (WS-ITM-IDX) TO WS-RAP-INVOICE-OUT
           MOVE WS-ITM-DATE (WS-ITM-IDX)    TO WS-RAP-INV-DATE-OUT
           MOVE WS-MOVE-AMOUNT TO WS-RAP-AMOUNT-OUT
           MOVE WS-RAP-LINE TO REAPPLY-REPORT-LINE
           WRITE REAPPLY-REPORT-LINE.

      * Moves what was reapplied from each receipt's unapplied
      * amount to its applied amount on the register.
       UPDATE-RECEIPT-SPLITS.
           IF WS-APPLICATION-COUNT > 0
               OPEN I-O CASH-PAYMENT-FILE
               IF WS-CASH-PAYMENT-STATUS = "00"
                   PERFORM UNTIL WS-CASH-PAYMENT-STATUS NOT = "00"
                       READ CASH-PAYMENT-FILE
                           AT END
                               MOVE "10" TO WS-CASH-PAYMENT-STATUS
                           NOT AT END
                               PERFORM UPDATE-ONE-RECEIPT-SPLIT
                       END-READ
                   END-PERFORM
                   CLOSE CASH-PAYMENT-FILE
                   MOVE "00" TO WS-CASH-PAYMENT-STATUS
               END-IF
           END-IF.

       UPDATE-ONE-RECEIPT-SPLIT.
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RECEIPT-COUNT
               IF WS-RCP-PAYMENT-NUMBER (WS-RCP-IDX) =
                  PY-PAYMENT-NUMBER
                  AND WS-RCP-CUSTOMER-ID (WS-RCP-IDX) = PY-CUSTOMER-ID
                  AND WS-RCP-REAPPLIED (WS-RCP-IDX) > 0
                   ADD WS-RCP-REAPPLIED (WS-RCP-IDX) TO
                       PY-APPLIED-AMOUNT
                   SUBTRACT WS-RCP-REAPPLIED (WS-RCP-IDX) FROM
                       PY-UNAPPLIED-AMOUNT
                   MOVE 0 TO WS-RCP-REAPPLIED (WS-RCP-IDX)
                   REWRITE CASH-PAYMENT-RECORD
               END-IF
           END-PERFORM.
