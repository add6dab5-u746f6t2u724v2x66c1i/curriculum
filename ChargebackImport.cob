       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargebackImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-IN-FILE ASSIGN TO "CHGBKIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-IN-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO "CHGBACK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CASE-NUMBER
               FILE STATUS IS WS-CHARGEBACK-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT PURCHASE-TRANS-FILE ASSIGN TO "PURCTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-TRANS-STATUS.

           SELECT CASH-PAYMENT-FILE ASSIGN TO "CASHPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-PAYMENT-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.

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

           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-GL-MAP-STATUS.

           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-CODE
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CONTROL-KEY
               FILE STATUS IS WS-GL-CONTROL-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT CHARGEBACK-REPORT-FILE ASSIGN TO "CHGBACK.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-IN-FILE.
           COPY CHGBKIN.

       FD  CHARGEBACK-FILE.
           COPY CHGBACK.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  CASH-PAYMENT-FILE.
           COPY PAYMENT.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  FILE-CONTROL-SIDE-FILE.
           COPY FILECTL.

       FD  GL-ACCOUNT-MAP-FILE.
           COPY GLMAP.

       FD  CHART-ACCOUNT-FILE.
           COPY CHARTACC.

       FD  GL-CONTROL-FILE.
           COPY GLCTL.

       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       FD  CHARGEBACK-REPORT-FILE.
       01 CHARGEBACK-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CHARGEBACK-IN-STATUS  PIC X(2) VALUE "00".
       01 WS-CHARGEBACK-STATUS     PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND     VALUE "00".
       01 WS-PURCHASE-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-CASH-PAYMENT-STATUS   PIC X(2) VALUE "00".
       01 WS-DISPUTE-STATUS        PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-CHARGEBACK-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-PURCTRAN-DELTA-COUNT  PIC 9(9) VALUE 0.
       01 WS-PURCTRAN-DELTA-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-GLFEED-DELTA-COUNT    PIC 9(9) VALUE 0.
       01 WS-GLFEED-DELTA-AMOUNT   PIC S9(13)V99 VALUE 0.
       01 WS-GL-BATCH-NUMBER       PIC 9(7) VALUE 0.
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-GL-MAP-STATUS         PIC X(2) VALUE "00".
       01 WS-CHART-ACCOUNT-STATUS  PIC X(2) VALUE "00".
       01 WS-GL-MAP-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-GL-MAP-AVAILABLE   VALUE "Y".
       01 WS-CHART-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-CHART-AVAILABLE    VALUE "Y".
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "ChargebackImport".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).
       01 WS-GL-POST-SIDE          PIC X(1).
       01 WS-GL-POST-AMOUNT        PIC S9(9)V99 VALUE 0.

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
       01 WS-OPERATOR-ID           PIC X(8) VALUE "CHGBACK".
       01 WS-REAPPLY-OPERATOR      PIC X(8) VALUE "REAPPLY".
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-SETTLEMENT-FOUND-SW   PIC X(1) VALUE "N".
          88 WS-SETTLEMENT-FOUND   VALUE "Y".
       01 WS-CASE-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-CASE-FOUND         VALUE "Y".
       01 WS-PAYMENT-NUMBER        PIC 9(9) VALUE 0.
       01 WS-CUSTOMER-ID           PIC 9(5) VALUE 0.
       01 WS-SETTLED-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-REMAINING-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-MOVE-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-ITEM-OPEN-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-APPLIED-DELTA         PIC S9(9)V99 VALUE 0.
       01 WS-UNAPPLIED-DELTA       PIC S9(9)V99 VALUE 0.
       01 WS-REFERENCE-INVOICE     PIC 9(9) VALUE 0.
       01 WS-CASE-IDX              PIC 9(2) VALUE 0.

      * What the original settlement still has applied to each
      * invoice, netted across its applications and any earlier
      * chargeback on the same receipt.  Invoice zero is the part
      * left on account unapplied.
       01 WS-APPLIED-TABLE.
          05 WS-APPLIED-ENTRY OCCURS 200 TIMES
                                    INDEXED BY WS-APL-IDX.
             10 WS-APL-INVOICE       PIC 9(9).
             10 WS-APL-AMOUNT        PIC S9(9)V99.
       01 WS-APPLIED-COUNT         PIC 9(3) VALUE 0.
       01 WS-APPLIED-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-APPLIED-FOUND      VALUE "Y".

       01 WS-ROWS-READ             PIC 9(5) VALUE 0.
       01 WS-CHARGEBACK-COUNT      PIC 9(5) VALUE 0.
       01 WS-WON-COUNT             PIC 9(5) VALUE 0.
       01 WS-LOST-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-CHARGEBACK-TOTAL      PIC S9(9)V99 VALUE 0.
       01 WS-WON-TOTAL             PIC S9(9)V99 VALUE 0.
       01 WS-LOST-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-FEE-TOTAL             PIC S9(9)V99 VALUE 0.

       01 WS-CBK-HEADER            PIC X(44) VALUE
          "-- Card Chargeback and Representment Log --".
       01 WS-CBK-LINE.
          05 FILLER                PIC X(5) VALUE "Case ".
          05 WS-CBK-CASE-OUT       PIC X(12).
          05 FILLER                PIC X(6) VALUE " cust ".
          05 WS-CBK-CUST-OUT       PIC 9(5).
          05 FILLER                PIC X(5) VALUE " pay ".
          05 WS-CBK-PAY-OUT        PIC 9(9).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CBK-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-CBK-NOTE-OUT       PIC X(22).
       01 WS-CBK-REJECT-LINE.
          05 FILLER                PIC X(5) VALUE "Case ".
          05 WS-CBK-RJ-CASE-OUT    PIC X(12).
          05 FILLER                PIC X(6) VALUE " ref ".
          05 WS-CBK-RJ-REF-OUT     PIC X(10).
          05 FILLER                PIC X(15) VALUE " ** REJECTED - ".
          05 WS-CBK-RJ-REASON-OUT  PIC X(30).
       01 WS-CBK-TOTAL-LINE.
          05 FILLER                PIC X(12) VALUE "Charged back".
          05 WS-CBK-TCHG-OUT       PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(6) VALUE "  won ".
          05 WS-CBK-TWON-OUT       PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(7) VALUE "  lost ".
          05 WS-CBK-TLOST-OUT      PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(7) VALUE "  fees ".
          05 WS-CBK-TFEE-OUT       PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * The processor's chargeback file is worked the way NsfReturn
      * backs out a bounced check: the disputed charge is matched to
      * its settlement by authorization reference, the invoices the
      * settlement paid reopen with offsetting adjustments, and the
      * money and the processor's fee come out of the GL.  The case
      * then stays on the register, with the reopened invoices held
      * in dispute, until the processor reports the representment
      * won - the same invoices settle again - or lost, when they
      * go back to ordinary collection or write-off.
       RUN-START.
           OPEN INPUT CHARGEBACK-IN-FILE.
           IF WS-CHARGEBACK-IN-STATUS NOT = "00"
               DISPLAY "No chargeback file CHGBKIN.DAT on hand - "
                       "nothing to import."
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           OPEN I-O CUSTOMER-MASTER-FILE.
           OPEN EXTEND GL-INTERFACE-FILE.
           PERFORM ACQUIRE-GL-BATCH-NUMBER.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF WS-GL-MAP-STATUS = "00"
               MOVE "Y" TO WS-GL-MAP-AVAILABLE-SW
           END-IF.
           OPEN INPUT CHART-ACCOUNT-FILE.
           IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE-SW
           END-IF.
           PERFORM OPEN-AR-OPEN-ITEMS.
           MOVE WS-SESSION-COMPANY TO WS-AR-COMPANY.
           OPEN I-O CHARGEBACK-FILE.
           IF WS-CHARGEBACK-STATUS = "35"
               OPEN OUTPUT CHARGEBACK-FILE
               CLOSE CHARGEBACK-FILE
               OPEN I-O CHARGEBACK-FILE
           END-IF.
           OPEN I-O DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF.
           OPEN OUTPUT CHARGEBACK-REPORT-FILE.
           MOVE WS-CBK-HEADER TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.

           PERFORM UNTIL WS-CHARGEBACK-IN-STATUS NOT = "00"
               READ CHARGEBACK-IN-FILE
                   AT END
                       MOVE "10" TO WS-CHARGEBACK-IN-STATUS
                   NOT AT END
                       PERFORM PROCESS-ONE-EVENT
               END-READ
           END-PERFORM.

           PERFORM WRITE-GL-FEED.

           MOVE WS-CHARGEBACK-TOTAL TO WS-CBK-TCHG-OUT.
           MOVE WS-WON-TOTAL        TO WS-CBK-TWON-OUT.
           MOVE WS-LOST-TOTAL       TO WS-CBK-TLOST-OUT.
           MOVE WS-FEE-TOTAL        TO WS-CBK-TFEE-OUT.
           MOVE WS-CBK-TOTAL-LINE TO CHARGEBACK-REPORT-LINE.
           WRITE CHARGEBACK-REPORT-LINE.

           CLOSE CHARGEBACK-IN-FILE.
           CLOSE CHARGEBACK-FILE.
           CLOSE DISPUTE-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           PERFORM CLOSE-AR-OPEN-ITEMS.
           CLOSE CHARGEBACK-REPORT-FILE.
           PERFORM POST-FILE-CONTROL-UPDATES.
           DISPLAY "Chargeback import complete - "
                   WS-ROWS-READ " rows, "
                   WS-CHARGEBACK-COUNT " chargebacks, "
                   WS-WON-COUNT " won, "
                   WS-LOST-COUNT " lost, "
                   WS-REJECTED-COUNT " rejected.".
           GOBACK.

       COPY OPENRCTL.

       COPY GLBATCH.

       COPY FCUPDT.

       COPY GLMAPRES.

       COPY AROPUPDT.

       POST-FILE-CONTROL-UPDATES.
           MOVE "PURCTRAN" TO WS-FC-FILE-NAME
           MOVE WS-PURCTRAN-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-PURCTRAN-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL
           MOVE "GLFEED" TO WS-FC-FILE-NAME
           MOVE WS-GLFEED-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-GLFEED-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL.

       PROCESS-ONE-EVENT.
           ADD 1 TO WS-ROWS-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN KB-CHARGEBACK
                   PERFORM RECORD-NEW-CHARGEBACK
               WHEN KB-REPRESENT-WON
                   PERFORM SETTLE-WON-CHARGEBACK
               WHEN KB-REPRESENT-LOST
                   PERFORM CLOSE-LOST-CHARGEBACK
               WHEN OTHER
                   MOVE "unknown event type" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE KB-CASE-NUMBER    TO WS-CBK-RJ-CASE-OUT
               MOVE KB-AUTH-REFERENCE TO WS-CBK-RJ-REF-OUT
               MOVE WS-REJECT-REASON  TO WS-CBK-RJ-REASON-OUT
               MOVE WS-CBK-REJECT-LINE TO CHARGEBACK-REPORT-LINE
               WRITE CHARGEBACK-REPORT-LINE
           END-IF.

       READ-CASE.
           MOVE "N" TO WS-CASE-FOUND-SW
           MOVE KB-CASE-NUMBER TO CB-CASE-NUMBER
           READ CHARGEBACK-FILE
               KEY IS CB-CASE-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CASE-FOUND-SW
           END-READ.

      * A new chargeback must name a card settlement still on the
      * register for at least the amount taken back, for a customer
      * of this company.
       RECORD-NEW-CHARGEBACK.
           PERFORM READ-CASE
           EVALUATE TRUE
               WHEN WS-CASE-FOUND
                   MOVE "case already on the register"
                       TO WS-REJECT-REASON
               WHEN KB-AMOUNT NOT > 0
                   MOVE "chargeback amount not positive"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM FIND-ORIGINAL-SETTLEMENT
                   IF NOT WS-SETTLEMENT-FOUND
                       MOVE "no card settlement for reference"
                           TO WS-REJECT-REASON
                   ELSE
                       IF KB-AMOUNT > WS-SETTLED-AMOUNT
                           MOVE "amount exceeds the settlement"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM LOOKUP-CUSTOMER
                           IF NOT WS-CUSTOMER-FOUND
                               MOVE "customer not on file / company"
                                   TO WS-REJECT-REASON
                           ELSE
                               PERFORM REOPEN-SETTLED-ITEMS
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      * The card receipt is the register entry CardSettle wrote
      * with the authorization reference in the check number.
       FIND-ORIGINAL-SETTLEMENT.
           MOVE "N" TO WS-SETTLEMENT-FOUND-SW
           OPEN INPUT CASH-PAYMENT-FILE
           IF WS-CASH-PAYMENT-STATUS = "00"
               PERFORM UNTIL WS-CASH-PAYMENT-STATUS NOT = "00"
                   READ CASH-PAYMENT-FILE
                       AT END
                           MOVE "10" TO WS-CASH-PAYMENT-STATUS
                       NOT AT END
                           IF PY-METHOD-CARD
                              AND PY-CHECK-NUMBER = KB-AUTH-REFERENCE
                              AND NOT PY-NSF-RETURNED
                               MOVE "Y" TO WS-SETTLEMENT-FOUND-SW
                               MOVE PY-PAYMENT-NUMBER TO
                                   WS-PAYMENT-NUMBER
                               MOVE PY-CUSTOMER-ID TO WS-CUSTOMER-ID
                               MOVE PY-PAYMENT-AMOUNT TO
                                   WS-SETTLED-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-PAYMENT-FILE
               MOVE "00" TO WS-CASH-PAYMENT-STATUS
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "24" TO WS-CUSTOMER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
           END-READ
           IF WS-CUSTOMER-FOUND
              AND CM-COMPANY-CODE NOT = SPACES
              AND CM-COMPANY-CODE NOT = WS-SESSION-COMPANY
               MOVE "24" TO WS-CUSTOMER-MASTER-STATUS
           END-IF.

      * The chargeback is spread over the invoices the settlement
      * paid, in the order it paid them, and each share reopens its
      * invoice with an adjustment under the payment number - the
      * same records NsfReturn writes.  Whatever the receipt left
      * unapplied is taken back last.
       REOPEN-SETTLED-ITEMS.
           PERFORM LOAD-SETTLEMENT-APPLICATIONS
           INITIALIZE CHARGEBACK-RECORD
           MOVE KB-CASE-NUMBER     TO CB-CASE-NUMBER
           MOVE KB-AUTH-REFERENCE  TO CB-AUTH-REFERENCE
           MOVE WS-CUSTOMER-ID     TO CB-CUSTOMER-ID
           MOVE WS-PAYMENT-NUMBER  TO CB-PAYMENT-NUMBER
           MOVE WS-SESSION-COMPANY TO CB-COMPANY-CODE
           MOVE KB-REASON-CODE     TO CB-REASON-CODE
           MOVE KB-EVENT-DATE      TO CB-CHARGEBACK-DATE
           MOVE KB-RESPOND-BY-DATE TO CB-RESPOND-BY-DATE
           MOVE KB-AMOUNT          TO CB-AMOUNT
           MOVE KB-FEE-AMOUNT      TO CB-FEE-AMOUNT
           MOVE "O"                TO CB-STATUS
           MOVE 0 TO WS-APPLIED-DELTA
           MOVE 0 TO WS-UNAPPLIED-DELTA
           MOVE KB-AMOUNT TO WS-REMAINING-AMOUNT
           OPEN EXTEND PURCHASE-TRANS-FILE
           PERFORM VARYING WS-APL-IDX FROM 1 BY 1
                   UNTIL WS-APL-IDX > WS-APPLIED-COUNT
                      OR WS-REMAINING-AMOUNT = 0
               IF WS-APL-INVOICE (WS-APL-IDX) NOT = 0
                  AND WS-APL-AMOUNT (WS-APL-IDX) > 0
                   PERFORM REOPEN-ONE-INVOICE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-APL-IDX FROM 1 BY 1
                   UNTIL WS-APL-IDX > WS-APPLIED-COUNT
                      OR WS-REMAINING-AMOUNT = 0
               IF WS-APL-INVOICE (WS-APL-IDX) = 0
                  AND WS-APL-AMOUNT (WS-APL-IDX) > 0
                   PERFORM REOPEN-ONE-INVOICE
               END-IF
           END-PERFORM
           IF WS-REMAINING-AMOUNT > 0
               MOVE WS-REMAINING-AMOUNT TO WS-MOVE-AMOUNT
               MOVE 0 TO WS-REFERENCE-INVOICE
               PERFORM WRITE-REVERSAL-TRANS
               ADD WS-MOVE-AMOUNT TO WS-UNAPPLIED-DELTA
               PERFORM REMEMBER-CASE-INVOICE
               MOVE 0 TO WS-REMAINING-AMOUNT
           END-IF
           CLOSE PURCHASE-TRANS-FILE
           IF CB-OVERFLOW-AMOUNT NOT = 0
               DISPLAY "Chargeback case " KB-CASE-NUMBER " reopened "
                       "more than 10 invoices - the remainder of "
                       CB-OVERFLOW-AMOUNT " stays on the case "
                       "under payment " WS-PAYMENT-NUMBER "."
           END-IF
           WRITE CHARGEBACK-RECORD
           COMPUTE WS-APPLIED-DELTA = 0 - WS-APPLIED-DELTA
           COMPUTE WS-UNAPPLIED-DELTA = 0 - WS-UNAPPLIED-DELTA
           PERFORM ADJUST-RECEIPT-SPLIT
           ADD KB-AMOUNT TO CM-OPEN-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
           PERFORM HOLD-CASE-INVOICES
           ADD 1 TO WS-CHARGEBACK-COUNT
           ADD KB-AMOUNT TO WS-CHARGEBACK-TOTAL
           ADD KB-FEE-AMOUNT TO WS-FEE-TOTAL
           MOVE "CHARGED BACK" TO WS-CBK-NOTE-OUT
           PERFORM WRITE-CASE-LINE.

       REOPEN-ONE-INVOICE.
           MOVE WS-APL-AMOUNT (WS-APL-IDX) TO WS-MOVE-AMOUNT
           IF WS-MOVE-AMOUNT > WS-REMAINING-AMOUNT
               MOVE WS-REMAINING-AMOUNT TO WS-MOVE-AMOUNT
           END-IF
           MOVE WS-APL-INVOICE (WS-APL-IDX) TO WS-REFERENCE-INVOICE
           PERFORM WRITE-REVERSAL-TRANS
           SUBTRACT WS-MOVE-AMOUNT FROM WS-REMAINING-AMOUNT
           IF WS-REFERENCE-INVOICE = 0
               ADD WS-MOVE-AMOUNT TO WS-UNAPPLIED-DELTA
           ELSE
               ADD WS-MOVE-AMOUNT TO WS-APPLIED-DELTA
           END-IF
           PERFORM REMEMBER-CASE-INVOICE.

      * The case keeps the first ten invoices it reopened; the rest
      * is carried as one overflow amount.
       REMEMBER-CASE-INVOICE.
           IF CB-INVOICE-COUNT < 10
               ADD 1 TO CB-INVOICE-COUNT
               MOVE WS-REFERENCE-INVOICE TO
                   CB-INVOICE-NUMBER (CB-INVOICE-COUNT)
               MOVE WS-MOVE-AMOUNT TO
                   CB-INVOICE-AMOUNT (CB-INVOICE-COUNT)
           ELSE
               ADD WS-MOVE-AMOUNT TO CB-OVERFLOW-AMOUNT
           END-IF.

      * Nets every application the receipt has written - and any
      * reversal an earlier chargeback on it wrote, or the draw
      * CashReapply made on its unapplied part - by invoice, so a
      * second partial chargeback only takes back what is still
      * applied.
       LOAD-SETTLEMENT-APPLICATIONS.
           MOVE 0 TO WS-APPLIED-COUNT
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
                   READ PURCHASE-TRANS-FILE
                       AT END
                           MOVE "10" TO WS-PURCHASE-TRANS-STATUS
                       NOT AT END
                           IF PT-INVOICE-NUMBER = WS-PAYMENT-NUMBER
                              AND PT-CUSTOMER-ID = WS-CUSTOMER-ID
                              AND (PT-TYPE-PAYMENT OR
                                   (PT-TYPE-ADJUSTMENT AND
                                    (PT-OPERATOR-ID = WS-OPERATOR-ID
                                     OR PT-OPERATOR-ID =
                                        WS-REAPPLY-OPERATOR)))
                               PERFORM NET-ONE-APPLICATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-TRANS-FILE
               MOVE "00" TO WS-PURCHASE-TRANS-STATUS
           END-IF.

       NET-ONE-APPLICATION.
           MOVE "N" TO WS-APPLIED-FOUND-SW
           PERFORM VARYING WS-APL-IDX FROM 1 BY 1
                   UNTIL WS-APL-IDX > WS-APPLIED-COUNT
                      OR WS-APPLIED-FOUND
               IF WS-APL-INVOICE (WS-APL-IDX) = PT-REFERENCE-INVOICE
                   MOVE "Y" TO WS-APPLIED-FOUND-SW
                   SUBTRACT PT-NET-AMOUNT FROM
                       WS-APL-AMOUNT (WS-APL-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-APPLIED-FOUND AND WS-APPLIED-COUNT < 200
               ADD 1 TO WS-APPLIED-COUNT
               SET WS-APL-IDX TO WS-APPLIED-COUNT
               MOVE PT-REFERENCE-INVOICE TO
                   WS-APL-INVOICE (WS-APL-IDX)
               COMPUTE WS-APL-AMOUNT (WS-APL-IDX) =
                   0 - PT-NET-AMOUNT
           END-IF.

       WRITE-REVERSAL-TRANS.
           INITIALIZE PURCHASE-TRANS-RECORD
           MOVE WS-PAYMENT-NUMBER      TO PT-INVOICE-NUMBER
           MOVE WS-CUSTOMER-ID         TO PT-CUSTOMER-ID
           MOVE WS-TODAY-DATE          TO PT-TRANSACTION-DATE
           MOVE "A"                    TO PT-TRANSACTION-TYPE
           MOVE CM-HOME-CURRENCY-CODE  TO PT-CURRENCY-CODE
           MOVE WS-MOVE-AMOUNT         TO PT-PURCHASE-AMOUNT
           MOVE WS-MOVE-AMOUNT         TO PT-NET-AMOUNT
           MOVE WS-MOVE-AMOUNT         TO PT-HOME-CURRENCY-AMOUNT
           MOVE WS-OPERATOR-ID         TO PT-OPERATOR-ID
           MOVE WS-REFERENCE-INVOICE   TO PT-REFERENCE-INVOICE
           MOVE WS-SESSION-COMPANY     TO PT-COMPANY-CODE
           WRITE PURCHASE-TRANS-RECORD
           ADD 1 TO WS-PURCTRAN-DELTA-COUNT
           ADD PT-NET-AMOUNT TO WS-PURCTRAN-DELTA-AMOUNT
           MOVE PT-CUSTOMER-ID       TO WS-AR-CUSTOMER-ID
           MOVE PT-REFERENCE-INVOICE TO WS-AR-INVOICE-NUMBER
           MOVE PT-NET-AMOUNT        TO WS-AR-AMOUNT
           PERFORM APPLY-AR-OPEN-ITEM.

      * A representment won puts the money back: each invoice the
      * case reopened is settled again under the original payment
      * number, up to what is still open on it - anything the
      * customer has paid in the meantime goes back on account as
      * unapplied cash on the original receipt.
       SETTLE-WON-CHARGEBACK.
           PERFORM READ-CASE
           IF NOT WS-CASE-FOUND OR NOT CB-PENDING
               MOVE "no pending case on register"
                   TO WS-REJECT-REASON
           ELSE
               MOVE CB-CUSTOMER-ID TO WS-CUSTOMER-ID
               MOVE CB-PAYMENT-NUMBER TO WS-PAYMENT-NUMBER
               PERFORM LOOKUP-CUSTOMER
               IF NOT WS-CUSTOMER-FOUND
                   MOVE "customer not on file / company"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM RESETTLE-CASE-INVOICES
               END-IF
           END-IF.

       RESETTLE-CASE-INVOICES.
           MOVE 0 TO WS-APPLIED-DELTA
           MOVE 0 TO WS-UNAPPLIED-DELTA
           OPEN EXTEND PURCHASE-TRANS-FILE
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > CB-INVOICE-COUNT
               MOVE CB-INVOICE-NUMBER (WS-CASE-IDX) TO
                   WS-REFERENCE-INVOICE
               MOVE CB-INVOICE-AMOUNT (WS-CASE-IDX) TO
                   WS-MOVE-AMOUNT
               PERFORM RESETTLE-ONE-INVOICE
           END-PERFORM
           IF CB-OVERFLOW-AMOUNT NOT = 0
               MOVE 0 TO WS-REFERENCE-INVOICE
               MOVE CB-OVERFLOW-AMOUNT TO WS-MOVE-AMOUNT
               PERFORM WRITE-RESETTLE-TRANS
               ADD WS-MOVE-AMOUNT TO WS-UNAPPLIED-DELTA
               DISPLAY "Case " CB-CASE-NUMBER " overflow of "
                       CB-OVERFLOW-AMOUNT " returned as unapplied "
                       "cash on payment " CB-PAYMENT-NUMBER "."
           END-IF
           CLOSE PURCHASE-TRANS-FILE
           PERFORM ADJUST-RECEIPT-SPLIT
           SUBTRACT CB-AMOUNT FROM CM-OPEN-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
           PERFORM RELEASE-CASE-INVOICES
           MOVE "W" TO CB-STATUS
           MOVE KB-EVENT-DATE TO CB-RESOLVED-DATE
           IF CB-RESOLVED-DATE = 0
               MOVE WS-TODAY-DATE TO CB-RESOLVED-DATE
           END-IF
           REWRITE CHARGEBACK-RECORD
           ADD 1 TO WS-WON-COUNT
           ADD CB-AMOUNT TO WS-WON-TOTAL
           ADD KB-FEE-AMOUNT TO WS-FEE-TOTAL
           MOVE "WON - ITEMS RESETTLED" TO WS-CBK-NOTE-OUT
           PERFORM WRITE-CASE-LINE.

       RESETTLE-ONE-INVOICE.
           MOVE WS-MOVE-AMOUNT TO WS-ITEM-OPEN-AMOUNT
           IF WS-REFERENCE-INVOICE NOT = 0 AND WS-AR-OPEN-AVAILABLE
               MOVE WS-CUSTOMER-ID       TO AR-CUSTOMER-ID
               MOVE WS-REFERENCE-INVOICE TO AR-INVOICE-NUMBER
               READ AR-OPEN-ITEM-FILE
                   KEY IS AR-OPEN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AR-OPEN-AMOUNT TO WS-ITEM-OPEN-AMOUNT
                       IF WS-ITEM-OPEN-AMOUNT < 0
                           MOVE 0 TO WS-ITEM-OPEN-AMOUNT
                       END-IF
               END-READ
           END-IF
           IF WS-REFERENCE-INVOICE = 0
               PERFORM WRITE-RESETTLE-TRANS
               ADD WS-MOVE-AMOUNT TO WS-UNAPPLIED-DELTA
           ELSE
               IF WS-ITEM-OPEN-AMOUNT < WS-MOVE-AMOUNT
                   COMPUTE WS-REMAINING-AMOUNT =
                       WS-MOVE-AMOUNT - WS-ITEM-OPEN-AMOUNT
                   MOVE WS-ITEM-OPEN-AMOUNT TO WS-MOVE-AMOUNT
                   IF WS-MOVE-AMOUNT > 0
                       PERFORM WRITE-RESETTLE-TRANS
                       ADD WS-MOVE-AMOUNT TO WS-APPLIED-DELTA
                   END-IF
                   MOVE 0 TO WS-REFERENCE-INVOICE
                   MOVE WS-REMAINING-AMOUNT TO WS-MOVE-AMOUNT
                   PERFORM WRITE-RESETTLE-TRANS
                   ADD WS-MOVE-AMOUNT TO WS-UNAPPLIED-DELTA
               ELSE
                   PERFORM WRITE-RESETTLE-TRANS
                   ADD WS-MOVE-AMOUNT TO WS-APPLIED-DELTA
               END-IF
           END-IF.

       WRITE-RESETTLE-TRANS.
           INITIALIZE PURCHASE-TRANS-RECORD
           MOVE WS-PAYMENT-NUMBER      TO PT-INVOICE-NUMBER
           MOVE WS-CUSTOMER-ID         TO PT-CUSTOMER-ID
           MOVE WS-TODAY-DATE          TO PT-TRANSACTION-DATE
           MOVE "P"                    TO PT-TRANSACTION-TYPE
           MOVE CM-HOME-CURRENCY-CODE  TO PT-CURRENCY-CODE
           MOVE WS-MOVE-AMOUNT         TO PT-PURCHASE-AMOUNT
           COMPUTE PT-NET-AMOUNT = 0 - WS-MOVE-AMOUNT
           COMPUTE PT-HOME-CURRENCY-AMOUNT = 0 - WS-MOVE-AMOUNT
           MOVE WS-OPERATOR-ID         TO PT-OPERATOR-ID
           MOVE WS-REFERENCE-INVOICE   TO PT-REFERENCE-INVOICE
           MOVE WS-SESSION-COMPANY     TO PT-COMPANY-CODE
           WRITE PURCHASE-TRANS-RECORD
           ADD 1 TO WS-PURCTRAN-DELTA-COUNT
           ADD PT-NET-AMOUNT TO WS-PURCTRAN-DELTA-AMOUNT
           MOVE PT-CUSTOMER-ID       TO WS-AR-CUSTOMER-ID
           MOVE PT-REFERENCE-INVOICE TO WS-AR-INVOICE-NUMBER
           MOVE PT-NET-AMOUNT        TO WS-AR-AMOUNT
           PERFORM APPLY-AR-OPEN-ITEM.

      * A lost representment is final: the reopened invoices stay
      * open and leave dispute, so dunning and finance charges pick
      * them up again and BadDebtWriteOff can take them if the
      * customer will not pay.
       CLOSE-LOST-CHARGEBACK.
           PERFORM READ-CASE
           IF NOT WS-CASE-FOUND OR NOT CB-PENDING
               MOVE "no pending case on register"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM RELEASE-CASE-INVOICES
               MOVE "L" TO CB-STATUS
               MOVE KB-EVENT-DATE TO CB-RESOLVED-DATE
               IF CB-RESOLVED-DATE = 0
                   MOVE WS-TODAY-DATE TO CB-RESOLVED-DATE
               END-IF
               REWRITE CHARGEBACK-RECORD
               ADD 1 TO WS-LOST-COUNT
               ADD CB-AMOUNT TO WS-LOST-TOTAL
               ADD KB-FEE-AMOUNT TO WS-FEE-TOTAL
               MOVE "LOST - COLLECT/WRITE OFF" TO WS-CBK-NOTE-OUT
               PERFORM WRITE-CASE-LINE
           END-IF.

      * While the case is argued the reopened invoices sit in
      * dispute, so the customer is not dunned or charged finance
      * charges for money the processor may yet give back.
       HOLD-CASE-INVOICES.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > CB-INVOICE-COUNT
               IF CB-INVOICE-NUMBER (WS-CASE-IDX) NOT = 0
                   MOVE CB-CUSTOMER-ID TO DP-CUSTOMER-ID
                   MOVE CB-INVOICE-NUMBER (WS-CASE-IDX) TO
                       DP-INVOICE-NUMBER
                   READ DISPUTE-FILE
                       KEY IS DP-DISPUTE-KEY
                       INVALID KEY
                           PERFORM FILL-CHARGEBACK-DISPUTE
                           WRITE DISPUTE-RECORD
                       NOT INVALID KEY
                           IF NOT DP-OPEN
                               PERFORM FILL-CHARGEBACK-DISPUTE
                               REWRITE DISPUTE-RECORD
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       FILL-CHARGEBACK-DISPUTE.
           MOVE CB-CUSTOMER-ID TO DP-CUSTOMER-ID
           MOVE CB-INVOICE-NUMBER (WS-CASE-IDX) TO DP-INVOICE-NUMBER
           MOVE "CHBK"         TO DP-REASON-CODE
           MOVE WS-TODAY-DATE  TO DP-RAISED-DATE
           MOVE WS-OPERATOR-ID TO DP-RAISED-BY
           MOVE 0              TO DP-RESOLVED-DATE
           MOVE SPACES         TO DP-RESOLVED-BY
           MOVE "O"            TO DP-STATUS.

      * Only the holds this program raised are lifted; a dispute
      * the customer raised through DisputeMaint stays open.
       RELEASE-CASE-INVOICES.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > CB-INVOICE-COUNT
               IF CB-INVOICE-NUMBER (WS-CASE-IDX) NOT = 0
                   MOVE CB-CUSTOMER-ID TO DP-CUSTOMER-ID
                   MOVE CB-INVOICE-NUMBER (WS-CASE-IDX) TO
                       DP-INVOICE-NUMBER
                   READ DISPUTE-FILE
                       KEY IS DP-DISPUTE-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DP-OPEN AND DP-REASON-CODE = "CHBK"
                               MOVE WS-TODAY-DATE  TO DP-RESOLVED-DATE
                               MOVE WS-OPERATOR-ID TO DP-RESOLVED-BY
                               MOVE "R" TO DP-STATUS
                               REWRITE DISPUTE-RECORD
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      * Keeps the receipt's applied/unapplied split in step with
      * what the chargeback took back or the win returned, so the
      * register shows only cash the company still holds.
       ADJUST-RECEIPT-SPLIT.
           IF WS-APPLIED-DELTA NOT = 0 OR WS-UNAPPLIED-DELTA NOT = 0
               OPEN I-O CASH-PAYMENT-FILE
               IF WS-CASH-PAYMENT-STATUS = "00"
                   PERFORM UNTIL WS-CASH-PAYMENT-STATUS NOT = "00"
                       READ CASH-PAYMENT-FILE
                           AT END
                               MOVE "10" TO WS-CASH-PAYMENT-STATUS
                           NOT AT END
                               IF PY-PAYMENT-NUMBER =
                                  WS-PAYMENT-NUMBER
                                  AND PY-CUSTOMER-ID = WS-CUSTOMER-ID
                                   ADD WS-APPLIED-DELTA TO
                                       PY-APPLIED-AMOUNT
                                   ADD WS-UNAPPLIED-DELTA TO
                                       PY-UNAPPLIED-AMOUNT
                                   REWRITE CASH-PAYMENT-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CASH-PAYMENT-FILE
                   MOVE "00" TO WS-CASH-PAYMENT-STATUS
               END-IF
           END-IF.

       WRITE-CASE-LINE.
           MOVE CB-CASE-NUMBER    TO WS-CBK-CASE-OUT
           MOVE CB-CUSTOMER-ID    TO WS-CBK-CUST-OUT
           MOVE CB-PAYMENT-NUMBER TO WS-CBK-PAY-OUT
           MOVE CB-AMOUNT         TO WS-CBK-AMOUNT-OUT
           MOVE WS-CBK-LINE TO CHARGEBACK-REPORT-LINE
           WRITE CHARGEBACK-REPORT-LINE.

      * The processor took the charged-back money out of the
      * deposit account, reopening the receivable it had settled,
      * and charged its fee on top; a won representment puts the
      * money back and settles the receivable again.
       WRITE-GL-FEED.
           IF WS-CHARGEBACK-TOTAL NOT = 0
               MOVE "1000" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE WS-CHARGEBACK-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE "1010" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE WS-CHARGEBACK-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF
           IF WS-FEE-TOTAL NOT = 0
               MOVE "6400" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE WS-FEE-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE "1010" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE WS-FEE-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF
           IF WS-WON-TOTAL NOT = 0
               MOVE "1010" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE WS-WON-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE "1000" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE WS-WON-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF.

       WRITE-GL-POSTING.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           INITIALIZE GL-FEED-RECORD
           MOVE "ChargebackImport"   TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
           MOVE WS-GL-POST-ACCOUNT   TO GL-ACCOUNT-CODE
           MOVE WS-GL-POST-SIDE      TO GL-DEBIT-CREDIT-SW
           MOVE WS-GL-POST-AMOUNT    TO GL-AMOUNT
           MOVE WS-GL-BATCH-NUMBER   TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY   TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT.
