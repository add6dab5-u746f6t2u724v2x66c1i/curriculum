               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

           SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-WAIVER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-PAYMENT-FILE.
       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       FD  FEE-WAIVER-FILE.
           COPY FEEWAIV.

       WORKING-STORAGE SECTION.
       01 WS-CASH-PAYMENT-STATUS   PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-ERROR-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-FEE-WAIVER-STATUS     PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-AR-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AR-SOURCE-TYPE        PIC X(1).
       01 WS-AR-COMPANY            PIC X(3) VALUE SPACES.
       01 WS-AR-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-DATE      PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-PCT       PIC 9V99 VALUE 0.

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
          88 WS-PAYMENT-FOUND      VALUE "Y".
       01 WS-NSF-CUSTOMER-ID       PIC 9(5) VALUE 0.
       01 WS-NSF-PAYMENT-AMOUNT    PIC S9(9)V99 VALUE 0.
       01 WS-NSF-STANDARD-FEE      PIC S9(5)V99 VALUE 25.00.
       01 WS-NSF-FEE-AMOUNT        PIC S9(5)V99 VALUE 25.00.
       01 WS-NSF-FEE-ANSWER        PIC X(13).
       01 WS-REVERSED-APPLIED      PIC S9(9)V99 VALUE 0.
       01 WS-REVERSED-THIS-AMOUNT  PIC S9(9)V99 VALUE 0.
       01 WS-NSF-DISCOUNT-AMOUNT   PIC S9(9)V99 VALUE 0.
       01 WS-DISCOUNT-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-REAPPLY-OPERATOR      PIC X(8) VALUE "REAPPLY".
       01 WS-REVERSED-COUNT        PIC 9(3) VALUE 0.
       01 WS-REVERSAL-TABLE.
          05 WS-REVERSAL-ENTRY OCCURS 200 TIMES
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN EXTEND GL-INTERFACE-FILE.
           OPEN EXTEND FEE-WAIVER-FILE.
           PERFORM ACQUIRE-GL-BATCH-NUMBER.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF WS-GL-MAP-STATUS = "00"
           PERFORM CLOSE-AR-OPEN-ITEMS.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE FEE-WAIVER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE ERROR-LOG-FILE.
           CLOSE RUN-CONTROL-FILE.
               DISPLAY "Payment " WS-PAYMENT-NUMBER " - customer "
                       WS-NSF-CUSTOMER-ID " amount "
                       WS-NSF-PAYMENT-AMOUNT "."
               MOVE WS-NSF-STANDARD-FEE TO WS-NSF-FEE-AMOUNT
               DISPLAY "NSF fee to charge (blank for "
                       WS-NSF-FEE-AMOUNT "): "
               ACCEPT WS-NSF-FEE-ANSWER
               PERFORM RESTORE-CUSTOMER-EXPOSURE
               ADD WS-NSF-PAYMENT-AMOUNT TO WS-REVERSED-CASH-TOTAL
               ADD WS-NSF-FEE-AMOUNT TO WS-FEE-TOTAL
               ADD WS-NSF-DISCOUNT-AMOUNT TO WS-DISCOUNT-TOTAL
               IF WS-NSF-FEE-AMOUNT < WS-NSF-STANDARD-FEE
                   PERFORM WRITE-FEE-WAIVER
               END-IF
               DISPLAY "Payment " WS-PAYMENT-NUMBER " reversed - "
                       WS-REVERSED-COUNT " applications reopened, "
                       "fee " WS-NSF-FEE-AMOUNT " charged."
           MOVE 0 TO WS-REVERSED-APPLIED
           MOVE 0 TO WS-REVERSED-COUNT
           MOVE 0 TO WS-REVERSAL-OVERFLOW
           MOVE 0 TO WS-NSF-DISCOUNT-AMOUNT
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
                                  WS-NSF-CUSTOMER-ID
                               ADD PT-NET-AMOUNT TO
                                   WS-REVERSED-APPLIED
                               ADD PT-DISCOUNT-AMOUNT TO
                                   WS-NSF-DISCOUNT-AMOUNT
                               ADD 1 TO WS-REVERSED-COUNT
                               PERFORM REMEMBER-REVERSED-INVOICE
                               MOVE PT-CUSTOMER-ID TO
                                   WS-AR-CUSTOMER-ID
                               MOVE PT-REFERENCE-INVOICE TO
                                   WS-AR-INVOICE-NUMBER
                               MOVE WS-REVERSED-THIS-AMOUNT TO
                                   WS-AR-AMOUNT
                               PERFORM APPLY-AR-OPEN-ITEM
                           END-IF
                           IF PT-INVOICE-NUMBER = WS-PAYMENT-NUMBER
                              AND PT-TYPE-ADJUSTMENT
                              AND PT-OPERATOR-ID = WS-REAPPLY-OPERATOR
                              AND PT-CUSTOMER-ID =
                                  WS-NSF-CUSTOMER-ID
                               PERFORM REMEMBER-REAPPLIED-DRAW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-TRANS-FILE
      * fallback jobs that rebuild open balances from the history
      * only net a reduction or an adjustment against the invoice
      * it references, so a reversal under the payment number
      * would never reopen anything there.  The whole amount the
      * application took off the invoice comes back - the cash and
      * any discount taken with it, since the discount was only
      * earned by a payment that has now failed.
       REMEMBER-REVERSED-INVOICE.
           COMPUTE WS-REVERSED-THIS-AMOUNT = 0 - PT-NET-AMOUNT
           IF WS-REVERSED-COUNT > 200
               ADD WS-REVERSED-THIS-AMOUNT TO WS-REVERSAL-OVERFLOW
           ELSE
               SET WS-REV-IDX TO WS-REVERSED-COUNT
               MOVE PT-REFERENCE-INVOICE TO
                   WS-REV-INVOICE (WS-REV-IDX)
               MOVE WS-REVERSED-THIS-AMOUNT TO
                   WS-REV-AMOUNT (WS-REV-IDX)
           END-IF.

      * CashReapply moved part of the payment's unapplied cash to
      * later invoices with an application and a matching draw on
      * the unapplied remainder.  The application reverses like any
      * other; the draw is backed out too, or the bounced payment
      * would leave a debit on account for the cash it moved.
       REMEMBER-REAPPLIED-DRAW.
           ADD 1 TO WS-REVERSED-COUNT
           PERFORM REMEMBER-REVERSED-INVOICE.

      * One offsetting adjustment per reversed application, each
      * referencing the invoice the application settled, so the
      * history-scan consumers see every invoice reopen just as
           ADD 1 TO WS-PURCTRAN-DELTA-COUNT
           ADD PT-NET-AMOUNT TO WS-PURCTRAN-DELTA-AMOUNT.

      * A fee charged under the standard is a concession to the
      * customer; the log keeps the amount given up against them.
       WRITE-FEE-WAIVER.
           INITIALIZE FEE-WAIVER-RECORD
           MOVE WS-TODAY-DATE          TO FW-WAIVER-DATE
           MOVE WS-NSF-CUSTOMER-ID     TO FW-CUSTOMER-ID
           MOVE WS-PAYMENT-NUMBER      TO FW-PAYMENT-NUMBER
           MOVE WS-NSF-STANDARD-FEE    TO FW-STANDARD-FEE
           MOVE WS-NSF-FEE-AMOUNT      TO FW-CHARGED-FEE
           COMPUTE FW-WAIVED-AMOUNT =
               WS-NSF-STANDARD-FEE - WS-NSF-FEE-AMOUNT
           MOVE WS-OPERATOR-ID         TO FW-OPERATOR-ID
           MOVE WS-SESSION-COMPANY     TO FW-COMPANY-CODE
           WRITE FEE-WAIVER-RECORD.

       WRITE-NSF-FEE-TRANS.
           IF WS-NSF-FEE-AMOUNT > 0
               INITIALIZE PURCHASE-TRANS-RECORD
       RESTORE-CUSTOMER-EXPOSURE.
           ADD WS-NSF-PAYMENT-AMOUNT TO CM-OPEN-BALANCE
           ADD WS-NSF-FEE-AMOUNT TO CM-OPEN-BALANCE
           ADD WS-NSF-DISCOUNT-AMOUNT TO CM-OPEN-BALANCE
           ADD 1 TO CM-NSF-COUNT
           MOVE WS-TODAY-DATE TO CM-LAST-NSF-DATE
           REWRITE CUSTOMER-MASTER-RECORD.

      * The original receipt debited cash and credited AR; the NSF
      * undoes that, and the fee debits AR against fee income.
      * A discount the payment earned is taken back out of sales
      * discounts onto the receivable again.
       WRITE-GL-FEED.
           IF WS-REVERSED-CASH-TOTAL NOT = 0
               MOVE "1000" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE WS-FEE-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF
           IF WS-DISCOUNT-TOTAL NOT = 0
               MOVE "1000" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE WS-DISCOUNT-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE "4120" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE WS-DISCOUNT-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF.

       WRITE-GL-POSTING.
