       01 WS-AR-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AR-SOURCE-TYPE        PIC X(1).
       01 WS-AR-COMPANY            PIC X(3) VALUE SPACES.
       01 WS-AR-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-DATE      PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-PCT       PIC 9V99 VALUE 0.
       01 WS-AR-EOF-SW             PIC X(1) VALUE "N".
          88 WS-AR-EOF             VALUE "Y".

             "Total finance charges:  ".
          05 WS-CHG-TOTAL-OUT      PIC Z,ZZZ,ZZ9.99-.

           COPY TERMSTBL.

       PROCEDURE DIVISION.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.

       COPY AROPUPDT.

       COPY TERMCALC.

       POST-FILE-CONTROL-UPDATES.
           MOVE "PURCTRAN" TO WS-FC-FILE-NAME
           MOVE WS-PURCTRAN-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           END-IF.

      * Ages the customer's open activity and keeps only what has
      * been past its due date 60 days or more - a sale is due on
      * the customer's terms, anything else on the day it posted.
      * With the open-item file on hand only the customer's open
      * items are read; the full history scan survives as the
      * fallback.
       SUM-PAST-DUE-BALANCE.
           MOVE 0 TO WS-PAST-DUE-BALANCE
           IF WS-AR-OPEN-AVAILABLE
           END-IF
           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > 0
              AND NOT AR-FROM-FINANCE-CHG
               MOVE AR-DUE-DATE TO WS-TERMS-DUE-DATE
               IF AR-DUE-DATE = 0
                   MOVE AR-INVOICE-DATE TO WS-TERMS-DUE-DATE
               END-IF
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-TERMS-DUE-DATE)
               IF WS-AGE-DAYS >= 60
                   PERFORM CHECK-AR-ITEM-DISPUTED
                   IF NOT WS-ITEM-DISPUTED
           END-IF.

       SUM-PAST-DUE-FROM-HISTORY.
           MOVE CM-TERMS-CODE TO WS-TERMS-CODE
           PERFORM LOOKUP-TERMS-CODE
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
               MOVE "00" TO WS-PURCHASE-TRANS-STATUS
           END-IF.

      * Items 60 days or more past their due date are in the
      * base.  Payments, credits and their reversals count
      * whatever their age and sign, so a balance settled last
      * week is not charged interest this month and a bounced
      * payment's reversal takes its credit back out at once.
      * Prior finance charges are left out of the base so the
      * charge never compounds, and an invoice under an open
      * dispute is left out entirely
      * - a contested bill earns no interest until the dispute is
      * resolved.
       AGE-PURCHASE-TRANS.
           MOVE PT-TRANSACTION-DATE TO WS-TERMS-DUE-DATE
           IF PT-TYPE-SALE
               MOVE PT-TRANSACTION-DATE TO WS-TERMS-BASE-DATE
               PERFORM SET-TERMS-DATES
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-TERMS-DUE-DATE)
           IF NOT PT-TYPE-FINANCE-CHG
               IF WS-AGE-DAYS >= 60 OR PT-NET-AMOUNT < 0
                  OR NOT (PT-TYPE-SALE OR PT-TYPE-NSF-FEE)
