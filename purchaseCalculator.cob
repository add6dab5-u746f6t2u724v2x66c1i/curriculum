               RECORD KEY IS AD-ADDRESS-KEY
               FILE STATUS IS WS-CUSTOMER-ADDRESS-STATUS.

           SELECT POSTAL-JURISDICTION-FILE ASSIGN TO "POSTJUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-POSTAL-CODE
               FILE STATUS IS WS-POSTAL-JURIS-STATUS.

           SELECT TAX-EXEMPT-FILE ASSIGN TO "TAXEXMPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-LINE-STATUS.

           SELECT WAREHOUSE-MASTER-FILE ASSIGN TO "WAREHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-WAREHOUSE-CODE
               FILE STATUS IS WS-WAREHOUSE-MASTER-STATUS.

           SELECT PRODUCT-WAREHOUSE-FILE ASSIGN TO WS-PRODWHSE-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-BALANCE-KEY
               FILE STATUS IS WS-PRODUCT-WAREHOUSE-STATUS.

           SELECT LOT-BALANCE-FILE ASSIGN TO WS-LOTBAL-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LOT-BALANCE-STATUS.

           SELECT LOT-MOVEMENT-FILE ASSIGN TO WS-LOTMOVE-FN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOT-MOVEMENT-STATUS.

           SELECT GL-RECONCILE-FILE ASSIGN TO WS-GLRECON-FN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-RECONCILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO WS-EMPMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT EMPLOYEE-CHARGE-FILE ASSIGN TO WS-EMPCHG-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-CHARGE-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO WS-DEDMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEDUCTION-KEY
               FILE STATUS IS WS-DEDUCTION-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       FD  CUSTOMER-ADDRESS-FILE.
           COPY CUSTADDR.

       FD  POSTAL-JURISDICTION-FILE.
           COPY POSTJUR.

       FD  TAX-EXEMPT-FILE.
           COPY TAXEXMPT.

       FD  HELD-LINE-FILE.
           COPY HELDLINE.

       FD  WAREHOUSE-MASTER-FILE.
           COPY WAREHSE.

       FD  PRODUCT-WAREHOUSE-FILE.
           COPY PRODWHSE.

       FD  LOT-BALANCE-FILE.
           COPY LOTBAL.

       FD  LOT-MOVEMENT-FILE.
           COPY LOTMOVE.

       FD  GL-RECONCILE-FILE.
       01 GL-RECONCILE-LINE        PIC X(80).

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  EMPLOYEE-CHARGE-FILE.
           COPY EMPCHG.

       FD  DEDUCTION-MASTER-FILE.
           COPY DEDMAST.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-RECORD.
          05 CUSTOMER-ID      PIC 9(5).
       01 WS-PARTY-XREF-STATUS     PIC X(2) VALUE "00".
       01 WS-DISCOUNT-AMOUNT       PIC S9(9)V99 VALUE 0.

       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-CHARGE-STATUS PIC X(2) VALUE "00".
       01 WS-DEDUCTION-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-CHARGES-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-CHARGES-AVAILABLE  VALUE "Y".
       01 WS-CHARGE-ANSWER         PIC X(1) VALUE "N".
          88 WS-CHARGE-WANTED      VALUE "Y" "y".
       01 WS-CHARGE-EXISTS-SW      PIC X(1) VALUE "N".
          88 WS-CHARGE-EXISTS      VALUE "Y".
       01 WS-CHARGE-DED-EXISTS-SW  PIC X(1) VALUE "N".
          88 WS-CHARGE-DED-EXISTS  VALUE "Y".
       01 WS-CHARGE-NEW-BALANCE    PIC S9(7)V99 VALUE 0.
       01 WS-CHARGE-PER-PERIOD     PIC S9(7)V99 VALUE 0.
       01 WS-CHARGE-PERIODS        PIC 9(2) VALUE 0.
       01 WS-CHARGE-COUNT          PIC 9(5) VALUE 0.
       01 WS-CHARGE-TOTAL          PIC S9(9)V99 VALUE 0.
       01 WS-CHARGE-AMOUNT-OUT     PIC Z(6)9.99-.
       01 WS-CHARGE-LIMIT-OUT      PIC Z(4)9.99.
       01 WS-CHARGE-PERIOD-OUT     PIC Z(4)9.99.

       01 WS-VOLUME-DISCOUNT-PERCENT PIC V9(4) VALUE 0.
       01 WS-VOLUME-DISCOUNT-AMOUNT  PIC S9(7)V99 VALUE 0.

          88 WS-CONTRACT-PRICE-AVAILABLE VALUE "Y".
       01 WS-RMA-HEADER-STATUS     PIC X(2) VALUE "00".
       01 WS-RMA-LINE-STATUS       PIC X(2) VALUE "00".
       01 WS-WAREHOUSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-WAREHOUSE-STATUS PIC X(2) VALUE "00".
       01 WS-WAREHOUSE-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-WAREHOUSE-AVAILABLE VALUE "Y".
       01 WS-PW-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-PW-FOUND           VALUE "Y".
       01 WS-PW-VALID-SW           PIC X(1) VALUE "N".
          88 WS-PW-VALID           VALUE "Y".
       01 WS-PW-ENTRY              PIC X(3).
       01 WS-PW-WAREHOUSE          PIC X(3).
       01 WS-PW-PRODUCT            PIC X(6).
       01 WS-PW-ON-HAND-DELTA      PIC S9(7) VALUE 0.
       01 WS-PW-ON-ORDER-DELTA     PIC S9(7) VALUE 0.
       01 WS-PW-ALLOCATED-DELTA    PIC S9(7) VALUE 0.
       01 WS-PW-IN-TRANSIT-DELTA   PIC S9(7) VALUE 0.
       01 WS-LOT-BALANCE-STATUS    PIC X(2) VALUE "00".
       01 WS-LOT-MOVEMENT-STATUS   PIC X(2) VALUE "00".
       01 WS-LOT-PRODUCT           PIC X(6).
       01 WS-LOT-TRACKING          PIC X(1) VALUE SPACE.
          88 WS-LOT-SERIALIZED     VALUE "S".
       01 WS-LOT-DIRECTION         PIC X(1) VALUE "O".
          88 WS-LOT-INBOUND        VALUE "I".
          88 WS-LOT-OUTBOUND       VALUE "O".
       01 WS-LOT-QTY               PIC S9(7) VALUE 0.
       01 WS-LOT-REMAINING         PIC S9(7) VALUE 0.
       01 WS-LOT-PORTION           PIC S9(7) VALUE 0.
       01 WS-LOT-ENTRY             PIC X(20).
       01 WS-LOT-FIRST-NUMBER      PIC X(20).
       01 WS-LOT-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-LOT-FOUND          VALUE "Y".
       01 WS-LOT-VALID-SW          PIC X(1) VALUE "N".
          88 WS-LOT-VALID          VALUE "Y".
       01 WS-LOT-CONTEXT.
          05 WS-LOT-MOVE-TYPE      PIC X(1).
          05 WS-LOT-MOVE-DATE      PIC 9(8).
          05 WS-LOT-WAREHOUSE      PIC X(3).
          05 WS-LOT-CUSTOMER-ID    PIC 9(5).
          05 WS-LOT-INVOICE-NUMBER PIC 9(9).
          05 WS-LOT-LINE-NUMBER    PIC 9(3).
          05 WS-LOT-RMA-NUMBER     PIC 9(9).
          05 WS-LOT-PO-NUMBER      PIC 9(9).
          05 WS-LOT-VENDOR-ID      PIC 9(5).
       01 WS-RMA-AVAILABLE-SW      PIC X(1) VALUE "N".
          88 WS-RMA-AVAILABLE      VALUE "Y".
       01 WS-RMA-COVERED-SW        PIC X(1) VALUE "N".
       01 WS-AR-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AR-SOURCE-TYPE        PIC X(1).
       01 WS-AR-COMPANY            PIC X(3) VALUE SPACES.
       01 WS-AR-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-DATE      PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-PCT       PIC 9V99 VALUE 0.
       01 WS-KIT-COMPONENT-STATUS  PIC X(2) VALUE "00".
       01 WS-KIT-AVAILABLE-SW      PIC X(1) VALUE "N".
          88 WS-KIT-AVAILABLE      VALUE "Y".
       01 WS-ADDR-EOF-SW           PIC X(1) VALUE "N".
          88 WS-ADDR-EOF           VALUE "Y".
       01 WS-SHIP-TO-STATE         PIC X(2).
       01 WS-SHIP-TO-POSTAL        PIC X(10).
       01 WS-POSTAL-JURIS-STATUS   PIC X(2) VALUE "00".
       01 WS-POSTAL-JURIS-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-POSTAL-JURIS-AVAILABLE VALUE "Y".
       01 WS-POSTAL-JURIS-FOUND-SW PIC X(1) VALUE "N".
          88 WS-POSTAL-JURIS-FOUND VALUE "Y".
       01 WS-TAX-JURIS-USED        PIC X(4).
       01 WS-TAX-EXEMPT-STATUS     PIC X(2) VALUE "00".
       01 WS-TAX-EXEMPT-AVAILABLE-SW PIC X(1) VALUE "N".
       01 WS-ENTRY-QUANTITY        PIC 9(5).
       01 WS-LINE-UNIT-PRICE       PIC S9(7)V99.
       01 WS-LINE-EXTENDED         PIC S9(9)V99.
       01 WS-LINE-WAREHOUSE        PIC X(3).

       01 WS-INVOICE-LINE-TABLE.
          05 WS-INV-LINE-ENTRY OCCURS 50 TIMES
             10 WS-INV-LINE-PRICE    PIC S9(7)V99.
             10 WS-INV-LINE-EXTENDED PIC S9(9)V99.
             10 WS-INV-LINE-KIT-FLAG PIC X(1).
             10 WS-INV-LINE-WAREHOUSE PIC X(3).
       01 WS-INVOICE-LINE-COUNT    PIC 9(3) VALUE 0.
       01 WS-LINE-ENTRY-DONE-SW    PIC X(1) VALUE "N".
          88 WS-LINE-ENTRY-DONE    VALUE "Y".
       01 WS-AROPEN-FN                PIC X(12) VALUE "AROPEN.DAT".
       01 WS-RMAHDR-FN                PIC X(12) VALUE "RMAHDR.DAT".
       01 WS-RMALINE-FN               PIC X(12) VALUE "RMALINE.DAT".
       01 WS-PRODWHSE-FN              PIC X(12) VALUE "PRODWHSE.DAT".
       01 WS-LOTBAL-FN                PIC X(12) VALUE "LOTBAL.DAT".
       01 WS-LOTMOVE-FN               PIC X(12) VALUE "LOTMOVE.DAT".
       01 WS-EMPMAST-FN               PIC X(12) VALUE "EMPMAST.DAT".
       01 WS-EMPCHG-FN                PIC X(12) VALUE "EMPCHG.DAT".
       01 WS-DEDMAST-FN               PIC X(12) VALUE "DEDMAST.DAT".

           COPY TERMSTBL.

       LINKAGE SECTION.
           COPY SIGNONLK.
           IF WS-CUSTOMER-ADDRESS-STATUS = "00"
               MOVE "Y" TO WS-ADDRESS-AVAILABLE-SW
           END-IF.
           OPEN INPUT POSTAL-JURISDICTION-FILE.
           IF WS-POSTAL-JURIS-STATUS = "00"
               MOVE "Y" TO WS-POSTAL-JURIS-AVAILABLE-SW
           END-IF.
           PERFORM BUILD-REPORT-GENERATION-NAME.
           OPEN OUTPUT EOD-REPORT-FILE.
           OPEN OUTPUT GL-RECONCILE-FILE.
               IF WS-TAX-EXEMPT-AVAILABLE
                   CLOSE TAX-EXEMPT-FILE
               END-IF
               IF WS-POSTAL-JURIS-AVAILABLE
                   CLOSE POSTAL-JURISDICTION-FILE
               END-IF
               PERFORM RELEASE-SESSION-LOCK
               GOBACK
           END-IF.
           PERFORM CHECK-CURRENCY-RATE-AGE.
           PERFORM OPEN-EMPLOYEE-CHARGE-FILES.
           PERFORM BUILD-SESSION-WORK-FILES.
           OPEN I-O PRODUCT-MASTER-FILE.
           PERFORM OPEN-WAREHOUSE-FILES.
           PERFORM OPEN-LOT-FILES.
           OPEN EXTEND LINE-ITEM-FILE.
           OPEN EXTEND PURCHASE-TRANS-FILE.
           PERFORM SELECT-RUN-MODE.
                               ADD 1 TO TRANSACTION-COUNT
                               PERFORM UPDATE-CUSTOMER-SUBTOTAL
                               PERFORM WRITE-PURCHASE-TRANS
                               PERFORM OFFER-EMPLOYEE-CHARGE
                               MOVE 0 TO WS-RMA-CONSUMED-COUNT
                               PERFORM RECORD-DUP-CHECK-ENTRY
                               IF FUNCTION MOD (TRANSACTION-COUNT,
           IF WS-ADDRESS-AVAILABLE
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           IF WS-POSTAL-JURIS-AVAILABLE
               CLOSE POSTAL-JURISDICTION-FILE
           END-IF.
           CLOSE CURRENCY-RATE-FILE.
           CLOSE EOD-REPORT-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE CUST-SUBTOTAL-FILE.
           CLOSE LINE-ITEM-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           PERFORM CLOSE-WAREHOUSE-FILES.
           PERFORM CLOSE-LOT-FILES.
           IF WS-CONTRACT-PRICE-AVAILABLE
               CLOSE CONTRACT-PRICE-FILE
           END-IF.
               CLOSE KIT-COMPONENT-FILE
           END-IF.
           PERFORM CLOSE-AR-OPEN-ITEMS.
           PERFORM CLOSE-EMPLOYEE-CHARGE-FILES.
           IF WS-HELD-ENTRY-COUNT > 0
               DISPLAY WS-HELD-ENTRY-COUNT " entries held for "
                       "credit release."

           DISPLAY "Total purchases: ", TOTAL-PURCHASES.
           DISPLAY "Total tax collected: ", TOTAL-TAX-COLLECTED.
           IF WS-CHARGE-COUNT > 0
               MOVE WS-CHARGE-TOTAL TO WS-CHARGE-AMOUNT-OUT
               DISPLAY WS-CHARGE-COUNT " sale(s) charged to employee "
                       "payroll, total " WS-CHARGE-AMOUNT-OUT "."
           END-IF.
           PERFORM POST-FILE-CONTROL-UPDATES.
           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.
                       DISPLAY "Quantity must be greater than zero "
                               "- line skipped."
                   ELSE
                       PERFORM ACCEPT-WAREHOUSE-CODE
                       MOVE WS-PW-WAREHOUSE TO WS-LINE-WAREHOUSE
                       PERFORM STAGE-INVOICE-LINE
                   END-IF
               END-IF
           MOVE WS-LINE-EXTENDED TO
               WS-INV-LINE-EXTENDED (WS-INV-LINE-IDX)
           MOVE SPACE TO WS-INV-LINE-KIT-FLAG (WS-INV-LINE-IDX)
           MOVE WS-LINE-WAREHOUSE TO
               WS-INV-LINE-WAREHOUSE (WS-INV-LINE-IDX)
           ADD WS-LINE-EXTENDED TO PURCHASE-AMOUNT
           DISPLAY "Line " WS-INVOICE-LINE-COUNT ": "
                   WS-PRODUCT-CODE " x " WS-ENTRY-QUANTITY
               MOVE 0 TO WS-INV-LINE-PRICE (WS-INV-LINE-IDX)
               MOVE 0 TO WS-INV-LINE-EXTENDED (WS-INV-LINE-IDX)
               MOVE SPACE TO WS-INV-LINE-KIT-FLAG (WS-INV-LINE-IDX)
               MOVE WS-LINE-WAREHOUSE TO
                   WS-INV-LINE-WAREHOUSE (WS-INV-LINE-IDX)
               DISPLAY "  kit component "
                       KT-COMPONENT-PRODUCT " x "
                       WS-KIT-COMPONENT-TOTAL " staged."
               MOVE "AROPEN.TRN" TO WS-AROPEN-FN
               MOVE "RMAHDR.TRN" TO WS-RMAHDR-FN
               MOVE "RMALINE.TRN" TO WS-RMALINE-FN
               MOVE "PRODWHSE.TRN" TO WS-PRODWHSE-FN
               MOVE "LOTBAL.TRN" TO WS-LOTBAL-FN
               MOVE "LOTMOVE.TRN" TO WS-LOTMOVE-FN
               MOVE "EMPMAST.TRN" TO WS-EMPMAST-FN
               MOVE "EMPCHG.TRN" TO WS-EMPCHG-FN
               MOVE "DEDMAST.TRN" TO WS-DEDMAST-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"

       COPY APPROVAL.

       COPY WHSEUPDT.

       COPY LOTUPDT.

       COPY AROPUPDT.

       COPY TERMCALC.

       COPY VOLDISC.

      * A sale falls due, and offers any cash discount, on the
      * customer's terms code.
       STAGE-AR-TERMS.
           MOVE CM-TERMS-CODE TO WS-TERMS-CODE
           PERFORM LOOKUP-TERMS-CODE
           MOVE WS-AR-ITEM-DATE TO WS-TERMS-BASE-DATE
           PERFORM SET-TERMS-DATES
           MOVE WS-TERMS-DUE-DATE      TO WS-AR-DUE-DATE
           MOVE WS-TERMS-DISCOUNT-DATE TO WS-AR-DISCOUNT-DATE
           MOVE WS-TERMS-DISCOUNT-PCT  TO WS-AR-DISCOUNT-PCT.

       LOOKUP-CUSTOMER.
           MOVE CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
                   END-IF
           END-READ.

      * Employee charges need the employee master, the charge
      * accounts and the deduction master together; without all
      * three the session simply offers no charging.
       OPEN-EMPLOYEE-CHARGE-FILES.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O EMPLOYEE-CHARGE-FILE
           IF WS-EMPLOYEE-CHARGE-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-CHARGE-FILE
               CLOSE EMPLOYEE-CHARGE-FILE
               OPEN I-O EMPLOYEE-CHARGE-FILE
           END-IF
           IF WS-EMPLOYEE-CHARGE-STATUS NOT = "00"
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O DEDUCTION-MASTER-FILE
           IF WS-DEDUCTION-MASTER-STATUS = "35"
               OPEN OUTPUT DEDUCTION-MASTER-FILE
               CLOSE DEDUCTION-MASTER-FILE
               OPEN I-O DEDUCTION-MASTER-FILE
           END-IF
           IF WS-DEDUCTION-MASTER-STATUS NOT = "00"
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE EMPLOYEE-CHARGE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CHARGES-AVAILABLE-SW.

       CLOSE-EMPLOYEE-CHARGE-FILES.
           IF WS-CHARGES-AVAILABLE
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE EMPLOYEE-CHARGE-FILE
               CLOSE DEDUCTION-MASTER-FILE
               MOVE "N" TO WS-CHARGES-AVAILABLE-SW
           END-IF.

      * A sale keyed at the counter for a customer linked to an
      * active employee whose link carries a charge limit may go
      * on that employee's payroll charge account.  The sale has
      * already posted to AR like any other; the charge only adds
      * it to the balance payroll repays.  A charge that would take
      * the balance past the limit is refused, and the sale stays
      * an ordinary account sale.
       OFFER-EMPLOYEE-CHARGE.
           IF NOT WS-CHARGES-AVAILABLE
              OR NOT WS-ENTRY-IS-SALE
              OR WS-RUN-MODE-BATCH
              OR WS-PRIOR-ADJ-SESSION
              OR WS-SIGNED-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-ID TO PX-CUSTOMER-ID
           READ PARTY-XREF-FILE
               KEY IS PX-CUSTOMER-ID
               INVALID KEY
                   MOVE 0 TO PX-CHARGE-LIMIT
           END-READ
           IF PX-CHARGE-LIMIT = 0
              OR PX-START-DATE > WS-TRANSACTION-DATE
              OR (PX-END-DATE NOT = 0 AND
                  PX-END-DATE < WS-TRANSACTION-DATE)
               EXIT PARAGRAPH
           END-IF
           MOVE PX-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE SPACE TO EM-STATUS
           END-READ
           IF NOT EM-ACTIVE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Charge this sale to employee " PX-EMPLOYEE-ID
                   " for payroll deduction? (Y/N): "
           ACCEPT WS-CHARGE-ANSWER
           IF NOT WS-CHARGE-WANTED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CHARGE-EXISTS-SW
           MOVE PX-EMPLOYEE-ID TO EC-EMPLOYEE-ID
           READ EMPLOYEE-CHARGE-FILE
               KEY IS EC-EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHARGE-EXISTS-SW
           END-READ
           IF NOT WS-CHARGE-EXISTS
               INITIALIZE EMPLOYEE-CHARGE-RECORD
               MOVE PX-EMPLOYEE-ID TO EC-EMPLOYEE-ID
               MOVE "N" TO EC-COLLECT-FINAL-SW
           END-IF
           COMPUTE WS-CHARGE-NEW-BALANCE =
               EC-BALANCE + WS-SIGNED-AMOUNT
           IF WS-CHARGE-NEW-BALANCE > PX-CHARGE-LIMIT
               MOVE EC-BALANCE TO WS-CHARGE-AMOUNT-OUT
               MOVE PX-CHARGE-LIMIT TO WS-CHARGE-LIMIT-OUT
               DISPLAY "Charge refused - balance owing "
                       WS-CHARGE-AMOUNT-OUT " plus this sale passes "
                       "the limit of " WS-CHARGE-LIMIT-OUT "."
               DISPLAY "The sale stays on the customer account."
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-ID TO EC-CUSTOMER-ID
           MOVE WS-CHARGE-NEW-BALANCE TO EC-BALANCE
           ADD WS-SIGNED-AMOUNT TO EC-TOTAL-CHARGED
           MOVE WS-TRANSACTION-DATE TO EC-LAST-CHARGE-DATE
           PERFORM SET-CHARGE-DEDUCTION
           IF WS-CHARGE-EXISTS
               REWRITE EMPLOYEE-CHARGE-RECORD
           ELSE
               WRITE EMPLOYEE-CHARGE-RECORD
           END-IF
           ADD 1 TO WS-CHARGE-COUNT
           ADD WS-SIGNED-AMOUNT TO WS-CHARGE-TOTAL
           MOVE EC-BALANCE TO WS-CHARGE-AMOUNT-OUT
           MOVE WS-CHARGE-PER-PERIOD TO WS-CHARGE-PERIOD-OUT
           DISPLAY "Charged to employee " EC-EMPLOYEE-ID
                   " - balance now " WS-CHARGE-AMOUNT-OUT ", "
                   WS-CHARGE-PERIOD-OUT " a period.".

      * The ECHG election on the deduction master is re-sized on
      * every charge to repay the whole balance in equal parts
      * (rounded up to the cent) over the link's repayment periods.
      * Its goal sits the balance above what it has taken so far,
      * so the deduction stops the moment the balance is repaid.
      * It runs after every other deduction.
       SET-CHARGE-DEDUCTION.
           IF EC-DED-START-DATE = 0
               MOVE WS-TRANSACTION-DATE TO EC-DED-START-DATE
           END-IF
           MOVE "N" TO WS-CHARGE-DED-EXISTS-SW
           MOVE EC-EMPLOYEE-ID    TO DM-EMPLOYEE-ID
           MOVE "ECHG"            TO DM-DEDUCTION-CODE
           MOVE EC-DED-START-DATE TO DM-START-DATE
           READ DEDUCTION-MASTER-FILE
               KEY IS DM-DEDUCTION-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHARGE-DED-EXISTS-SW
           END-READ
           IF NOT WS-CHARGE-DED-EXISTS
               INITIALIZE DEDUCTION-MASTER-RECORD
               MOVE EC-EMPLOYEE-ID    TO DM-EMPLOYEE-ID
               MOVE "ECHG"            TO DM-DEDUCTION-CODE
               MOVE EC-DED-START-DATE TO DM-START-DATE
               MOVE "A"               TO DM-METHOD
               MOVE 99                TO DM-PRIORITY
               MOVE "N"               TO DM-GARNISH-CLASS-SW
           END-IF
           MOVE PX-REPAY-PERIODS TO WS-CHARGE-PERIODS
           IF WS-CHARGE-PERIODS = 0
               MOVE 1 TO WS-CHARGE-PERIODS
           END-IF
           COMPUTE WS-CHARGE-PER-PERIOD =
               EC-BALANCE / WS-CHARGE-PERIODS
           IF WS-CHARGE-PER-PERIOD * WS-CHARGE-PERIODS < EC-BALANCE
               ADD 0.01 TO WS-CHARGE-PER-PERIOD
           END-IF
           MOVE WS-CHARGE-PER-PERIOD TO DM-AMOUNT
           COMPUTE DM-GOAL-AMOUNT = DM-YTD-AMOUNT + EC-BALANCE
           MOVE 0 TO DM-STOP-DATE
           IF WS-CHARGE-DED-EXISTS
               REWRITE DEDUCTION-MASTER-RECORD
           ELSE
               WRITE DEDUCTION-MASTER-RECORD
           END-IF.

       APPLY-VOLUME-DISCOUNT.
           MOVE 0 TO WS-VOLUME-DISCOUNT-AMOUNT
           IF WS-ENTRY-IS-SALE
               PERFORM SET-VOLUME-DISCOUNT-PERCENT
               IF WS-VOLUME-DISCOUNT-PERCENT > 0
                   COMPUTE WS-ROUND-RAW =
                       WS-HOME-CURRENCY-AMOUNT *
           END-IF.

      * Sales tax follows where the goods go: a current ship-to
      * address on file overrides the customer's home jurisdiction.
      * Its postal code is looked up on the state-loaded postal
      * table - the full code first, then the five-digit code - so
      * a delivery into another county or city is taxed there.  A
      * postal code the table does not know falls back to the
      * ship-to state.
       SELECT-TAX-JURISDICTION.
           MOVE CM-JURISDICTION-CODE TO WS-TAX-JURIS-USED
           PERFORM FIND-SHIP-TO-STATE
           IF WS-SHIP-STATE-FOUND
               PERFORM FIND-POSTAL-JURISDICTION
               IF WS-POSTAL-JURIS-FOUND
                   MOVE PJ-JURISDICTION-CODE TO WS-TAX-JURIS-USED
               ELSE
                   IF WS-SHIP-TO-STATE NOT = SPACES
                       MOVE SPACES TO WS-TAX-JURIS-USED
                       MOVE WS-SHIP-TO-STATE
                           TO WS-TAX-JURIS-USED (1:2)
                   END-IF
               END-IF
           END-IF.

       FIND-POSTAL-JURISDICTION.
           MOVE "N" TO WS-POSTAL-JURIS-FOUND-SW
           IF WS-POSTAL-JURIS-AVAILABLE
              AND WS-SHIP-TO-POSTAL NOT = SPACES
               MOVE WS-SHIP-TO-POSTAL TO PJ-POSTAL-CODE
               READ POSTAL-JURISDICTION-FILE
                   KEY IS PJ-POSTAL-CODE
                   INVALID KEY
                       MOVE SPACES TO PJ-POSTAL-CODE
                       MOVE WS-SHIP-TO-POSTAL (1:5)
                           TO PJ-POSTAL-CODE (1:5)
                       READ POSTAL-JURISDICTION-FILE
                           KEY IS PJ-POSTAL-CODE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-POSTAL-JURIS-FOUND-SW
                       END-READ
                   NOT INVALID KEY
                       MOVE "Y" TO WS-POSTAL-JURIS-FOUND-SW
               END-READ
           END-IF.

       FIND-SHIP-TO-STATE.
                           ELSE
                               MOVE "Y" TO WS-SHIP-STATE-FOUND-SW
                               MOVE AD-STATE TO WS-SHIP-TO-STATE
                               MOVE AD-POSTAL-CODE
                                   TO WS-SHIP-TO-POSTAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE PT-TRANSACTION-DATE TO WS-AR-ITEM-DATE
               MOVE PT-NET-AMOUNT       TO WS-AR-AMOUNT
               MOVE "S"                 TO WS-AR-SOURCE-TYPE
               PERFORM STAGE-AR-TERMS
               PERFORM POST-AR-OPEN-ITEM
           ELSE
               IF (PT-TYPE-CREDIT OR PT-TYPE-VOID
                   TO LI-UNIT-PRICE
               MOVE WS-INV-LINE-EXTENDED (WS-INV-LINE-IDX)
                   TO LI-EXTENDED-PRICE
               MOVE WS-INV-LINE-WAREHOUSE (WS-INV-LINE-IDX)
                   TO LI-WAREHOUSE-CODE
               MOVE SPACES TO WS-LOT-FIRST-NUMBER
               PERFORM UPDATE-PRODUCT-ON-HAND
               MOVE WS-LOT-FIRST-NUMBER TO LI-LOT-NUMBER
               WRITE LINE-ITEM-RECORD
           END-PERFORM
           MOVE 0 TO WS-INVOICE-LINE-COUNT.

                       WHEN WS-ENTRY-IS-SALE
                           SUBTRACT WS-INV-LINE-QTY (WS-INV-LINE-IDX)
                               FROM PM-QTY-ON-HAND
                           COMPUTE WS-PW-ON-HAND-DELTA =
                               0 - WS-INV-LINE-QTY (WS-INV-LINE-IDX)
                           ADD WS-LINE-COST TO TOTAL-COST-OF-GOODS
      * With RMA processing on file the returned units were already
      * restocked when the dock received them, so the credit moves
                               ADD WS-INV-LINE-QTY
                                   (WS-INV-LINE-IDX)
                                   TO PM-QTY-ON-HAND
                               MOVE WS-INV-LINE-QTY (WS-INV-LINE-IDX)
                                   TO WS-PW-ON-HAND-DELTA
                           END-IF
                           SUBTRACT WS-LINE-COST FROM
                               TOTAL-COST-OF-GOODS
                       WHEN WS-ENTRY-IS-VOID
                           ADD WS-INV-LINE-QTY (WS-INV-LINE-IDX)
                               TO PM-QTY-ON-HAND
                           MOVE WS-INV-LINE-QTY (WS-INV-LINE-IDX)
                               TO WS-PW-ON-HAND-DELTA
                           SUBTRACT WS-LINE-COST FROM
                               TOTAL-COST-OF-GOODS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   REWRITE PRODUCT-MASTER-RECORD
                   IF WS-PW-ON-HAND-DELTA NOT = 0
                       IF PM-LOT-TRACKED AND WS-RUN-MODE-INTERACTIVE
                           PERFORM CAPTURE-LINE-LOTS
                       END-IF
                       MOVE WS-INV-LINE-WAREHOUSE (WS-INV-LINE-IDX)
                           TO WS-PW-WAREHOUSE
                       MOVE PM-PRODUCT-CODE TO WS-PW-PRODUCT
                       PERFORM POST-PRODUCT-WAREHOUSE
                   END-IF
           END-READ.

      * Lot- and serial-controlled units are named as they leave
      * on a sale or come back on a credit or void, against the
      * invoice and line they moved on.
       CAPTURE-LINE-LOTS.
           INITIALIZE WS-LOT-CONTEXT
           MOVE WS-TRANSACTION-DATE    TO WS-LOT-MOVE-DATE
           MOVE WS-INV-LINE-WAREHOUSE (WS-INV-LINE-IDX)
               TO WS-LOT-WAREHOUSE
           MOVE CUSTOMER-ID            TO WS-LOT-CUSTOMER-ID
           MOVE WS-NEXT-INVOICE-NUMBER TO WS-LOT-INVOICE-NUMBER
           SET WS-LOT-LINE-NUMBER TO WS-INV-LINE-IDX
           MOVE PM-PRODUCT-CODE        TO WS-LOT-PRODUCT
           MOVE PM-TRACKING-CODE       TO WS-LOT-TRACKING
           MOVE WS-INV-LINE-QTY (WS-INV-LINE-IDX) TO WS-LOT-QTY
           IF WS-PW-ON-HAND-DELTA < 0
               MOVE "S" TO WS-LOT-MOVE-TYPE
               MOVE "O" TO WS-LOT-DIRECTION
           ELSE
               MOVE "V" TO WS-LOT-MOVE-TYPE
               MOVE "I" TO WS-LOT-DIRECTION
           END-IF
           PERFORM CAPTURE-LOT-MOVEMENT.

      * The open balance and the trailing discount volume are only
      * moved once an entry actually posts, so a held or rejected
      * entry leaves the customer master untouched.
                   TO HL-UNIT-PRICE
               MOVE WS-INV-LINE-EXTENDED (WS-INV-LINE-IDX)
                   TO HL-EXTENDED-PRICE
               MOVE WS-INV-LINE-WAREHOUSE (WS-INV-LINE-IDX)
                   TO HL-WAREHOUSE-CODE
               WRITE HELD-LINE-RECORD
           END-PERFORM
           MOVE 0 TO WS-INVOICE-LINE-COUNT.
