       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerProfit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-TRANS-FILE ASSIGN TO "PURCTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-TRANS-STATUS.

           SELECT LINE-ITEM-FILE ASSIGN TO "LINEITEM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LINE-ITEM-STATUS.

           SELECT CASH-PAYMENT-FILE ASSIGN TO "CASHPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-PAYMENT-STATUS.

           SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-WAIVER-STATUS.

           SELECT COMMISSION-DETAIL-FILE ASSIGN TO "COMMDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-DETAIL-KEY
               FILE STATUS IS WS-COMMISSION-DETAIL-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT KIT-COMPONENT-FILE ASSIGN TO "KITCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KT-KIT-KEY
               FILE STATUS IS WS-KIT-COMPONENT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CUSTOMER-PROFIT-FILE ASSIGN TO "CUSTPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-PROFIT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PROFIT-REPORT-FILE ASSIGN TO "CUSTPROF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFIT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  LINE-ITEM-FILE.
           COPY LINEITEM.

       FD  CASH-PAYMENT-FILE.
           COPY PAYMENT.

       FD  FEE-WAIVER-FILE.
           COPY FEEWAIV.

       FD  COMMISSION-DETAIL-FILE.
           COPY COMMDET.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  KIT-COMPONENT-FILE.
           COPY KITCOMP.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  CUSTOMER-PROFIT-FILE.
           COPY CUSTPROF.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  PROFIT-REPORT-FILE.
       01 PROFIT-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PURCHASE-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-LINE-ITEM-STATUS      PIC X(2) VALUE "00".
       01 WS-CASH-PAYMENT-STATUS   PIC X(2) VALUE "00".
       01 WS-FEE-WAIVER-STATUS     PIC X(2) VALUE "00".
       01 WS-COMMISSION-DETAIL-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-KIT-COMPONENT-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-CUSTOMER-PROFIT-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-PROFIT-REPORT-STATUS  PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-START-MONTH           PIC 9(6) VALUE 0.
       01 WS-END-MONTH             PIC 9(6) VALUE 0.
       01 WS-TRANS-MONTH           PIC 9(6) VALUE 0.
       01 WS-KIT-AVAILABLE-SW      PIC X(1) VALUE "N".
          88 WS-KIT-AVAILABLE      VALUE "Y".
       01 WS-KIT-PARENT-SW         PIC X(1) VALUE "N".
          88 WS-KIT-PARENT         VALUE "Y".
       01 WS-DETAIL-EOF-SW         PIC X(1) VALUE "N".
          88 WS-DETAIL-EOF         VALUE "Y".
       01 WS-PROFIT-EOF-SW         PIC X(1) VALUE "N".
          88 WS-PROFIT-EOF         VALUE "Y".

      * The customer each cost lands on, and the amount staged
      * into the one bucket of the summary row it goes to.
       01 WS-POST-CUSTOMER         PIC 9(5) VALUE 0.
       01 WS-POST-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-POST-BUCKET           PIC X(1) VALUE SPACE.
          88 WS-POST-NET-SALES     VALUE "S".
          88 WS-POST-COST-OF-GOODS VALUE "G".
          88 WS-POST-TRADE-DISC    VALUE "D".
          88 WS-POST-CASH-DISC     VALUE "K".
          88 WS-POST-COMMISSION    VALUE "M".
          88 WS-POST-CARD-FEE      VALUE "C".
          88 WS-POST-NSF-WAIVED    VALUE "N".
          88 WS-POST-FINANCE-CHG   VALUE "F".
          88 WS-POST-WRITE-OFF     VALUE "W".
       01 WS-LINE-COST             PIC S9(9)V99 VALUE 0.

      * Bounded index of the range's sale, credit and void
      * invoices so the line-item pass can find each line's
      * customer and direction in one read of the history.
       01 WS-INVOICE-TABLE.
          05 WS-INV-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-INV-IDX.
             10 WS-INV-NUMBER       PIC 9(9).
             10 WS-INV-CUSTOMER     PIC 9(5).
             10 WS-INV-SIGN         PIC S9(1).
       01 WS-INVOICE-COUNT         PIC 9(5) VALUE 0.
       01 WS-INVOICE-OVERFLOW-SW   PIC X(1) VALUE "N".
          88 WS-INVOICE-OVERFLOW   VALUE "Y".
       01 WS-INVOICE-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-INVOICE-FOUND      VALUE "Y".
       01 WS-LINE-CUSTOMER         PIC 9(5) VALUE 0.
       01 WS-LINE-SIGN             PIC S9(1) VALUE 0.

       01 WS-CUSTOMER-TOTAL-TABLE.
          05 WS-CT-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-CT-IDX.
             10 WS-CT-CUSTOMER      PIC 9(5).
             10 WS-CT-NAME          PIC X(30).
             10 WS-CT-SALESPERSON   PIC X(4).
             10 WS-CT-NET-SALES     PIC S9(9)V99.
             10 WS-CT-COST          PIC S9(9)V99.
             10 WS-CT-DISCOUNTS     PIC S9(9)V99.
             10 WS-CT-COMMISSIONS   PIC S9(9)V99.
             10 WS-CT-CARD-FEES     PIC S9(9)V99.
             10 WS-CT-NSF-WAIVED    PIC S9(9)V99.
             10 WS-CT-FINANCE       PIC S9(9)V99.
             10 WS-CT-WRITE-OFFS    PIC S9(9)V99.
             10 WS-CT-MARGIN        PIC S9(9)V99.
             10 WS-CT-CONTRIBUTION  PIC S9(9)V99.
             10 WS-CT-RANKED-SW     PIC X(1).
       01 WS-CT-COUNT              PIC 9(3) VALUE 0.
       01 WS-CT-OVERFLOW-SW        PIC X(1) VALUE "N".
          88 WS-CT-OVERFLOW        VALUE "Y".
       01 WS-RANK-BEST-IDX         PIC 9(3) VALUE 0.
       01 WS-RANK-BEST-SALESPERSON PIC X(4).
       01 WS-RANK-BEST-CONTRIB     PIC S9(9)V99 VALUE 0.
       01 WS-RANK-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-RANK-FOUND         VALUE "Y".
       01 WS-SCAN-IDX              PIC 9(3) VALUE 0.
       01 WS-CUSTOMERS-REPORTED    PIC 9(5) VALUE 0.

       01 WS-BREAK-SALESPERSON     PIC X(4) VALUE SPACES.
       01 WS-BREAK-STARTED-SW      PIC X(1) VALUE "N".
          88 WS-BREAK-STARTED      VALUE "Y".
       01 WS-SUB-NET-SALES         PIC S9(11)V99 VALUE 0.
       01 WS-SUB-MARGIN            PIC S9(11)V99 VALUE 0.
       01 WS-SUB-CONTRIBUTION      PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-NET-SALES       PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-MARGIN          PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-CONTRIBUTION    PIC S9(11)V99 VALUE 0.

       01 WS-PROFIT-HEADER.
          05 FILLER                PIC X(32) VALUE
             "-- Customer Profitability ".
          05 WS-PRF-START-OUT      PIC 9(6).
          05 FILLER                PIC X(4) VALUE " to ".
          05 WS-PRF-END-OUT        PIC 9(6).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-PROFIT-NOTE           PIC X(80) VALUE
          "Worst net contribution first within each salesperson.".
       01 WS-SALESPERSON-HEADER.
          05 FILLER                PIC X(15) VALUE
             "== Salesperson ".
          05 WS-SLS-CODE-OUT       PIC X(4).
          05 FILLER                PIC X(3) VALUE " ==".
       01 WS-CUSTOMER-LINE.
          05 FILLER                PIC X(9) VALUE "Customer ".
          05 WS-PRF-CUSTOMER-OUT   PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PRF-NAME-OUT       PIC X(30).
       01 WS-AMOUNT-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AMT-LABEL-1-OUT    PIC X(12).
          05 WS-AMT-VALUE-1-OUT    PIC Z,ZZZ,ZZ9.99-.
          05 WS-AMT-LABEL-2-OUT    PIC X(12).
          05 WS-AMT-VALUE-2-OUT    PIC Z,ZZZ,ZZ9.99-.
          05 WS-AMT-LABEL-3-OUT    PIC X(12).
          05 WS-AMT-VALUE-3-OUT    PIC Z,ZZZ,ZZ9.99-.
       01 WS-SUBTOTAL-LINE.
          05 WS-SUB-LABEL-OUT      PIC X(17).
          05 FILLER                PIC X(7) VALUE " sales ".
          05 WS-SUB-SALES-OUT      PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(8) VALUE " margin ".
          05 WS-SUB-MARGIN-OUT     PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(5) VALUE " net ".
          05 WS-SUB-CONTRIB-OUT    PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Volume is not profit.  For the months asked, every
      * customer's net sales (sales less credits and voids, after
      * trade discounts) are set against the cost of the goods at
      * the product's average cost, giving gross margin; then the
      * costs of carrying the account come off - cash discounts
      * taken, the commission the last CommissionCalc run of each
      * month paid on them, card processor fees, NSF fees waived
      * and bad debt written off - and finance charges billed go
      * back on, giving net contribution.  Discounts print as
      * trade plus cash, but only the cash side is deducted again:
      * trade discounts are already out of net sales.  Customers
      * print under their current salesperson, worst first, with
      * a subtotal per salesperson and a grand total.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Profitability start month (YYYYMM): ".
           ACCEPT WS-START-MONTH.
           DISPLAY "Profitability end month (YYYYMM): ".
           ACCEPT WS-END-MONTH.
           IF WS-END-MONTH < WS-START-MONTH
               MOVE WS-START-MONTH TO WS-END-MONTH
           END-IF.

           OPEN OUTPUT CUSTOMER-PROFIT-FILE.
           CLOSE CUSTOMER-PROFIT-FILE.
           OPEN I-O CUSTOMER-PROFIT-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           OPEN INPUT KIT-COMPONENT-FILE.
           IF WS-KIT-COMPONENT-STATUS = "00"
               MOVE "Y" TO WS-KIT-AVAILABLE-SW
           END-IF.

           PERFORM SUMMARIZE-TRANSACTIONS.
           PERFORM COST-LINE-ITEMS.
           PERFORM ADD-COMMISSIONS.
           PERFORM ADD-CARD-FEES.
           PERFORM ADD-WAIVED-FEES.
           PERFORM WRITE-PROFIT-REPORT.

           CLOSE CUSTOMER-PROFIT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           IF WS-KIT-AVAILABLE
               CLOSE KIT-COMPONENT-FILE
           END-IF.
           DISPLAY "Customer profitability complete - "
                   WS-CUSTOMERS-REPORTED " customers (see "
                   "CUSTPROF.PRT)."
           GOBACK.

       COPY OPENRCTL.

      * Every amount lands in one bucket of the customer's
      * summary row, which is started from the master the first
      * time the customer turns up.
       POST-TO-CUSTOMER.
           MOVE WS-POST-CUSTOMER TO CP-CUSTOMER-ID
           READ CUSTOMER-PROFIT-FILE
               KEY IS CP-CUSTOMER-ID
               INVALID KEY
                   PERFORM START-CUSTOMER-PROFIT
           END-READ
           EVALUATE TRUE
               WHEN WS-POST-NET-SALES
                   ADD WS-POST-AMOUNT TO CP-NET-SALES
               WHEN WS-POST-COST-OF-GOODS
                   ADD WS-POST-AMOUNT TO CP-COST-OF-GOODS
               WHEN WS-POST-TRADE-DISC
                   ADD WS-POST-AMOUNT TO CP-TRADE-DISCOUNTS
               WHEN WS-POST-CASH-DISC
                   ADD WS-POST-AMOUNT TO CP-CASH-DISCOUNTS
               WHEN WS-POST-COMMISSION
                   ADD WS-POST-AMOUNT TO CP-COMMISSIONS
               WHEN WS-POST-CARD-FEE
                   ADD WS-POST-AMOUNT TO CP-CARD-FEES
               WHEN WS-POST-NSF-WAIVED
                   ADD WS-POST-AMOUNT TO CP-NSF-FEES-WAIVED
               WHEN WS-POST-FINANCE-CHG
                   ADD WS-POST-AMOUNT TO CP-FINANCE-CHARGES
               WHEN WS-POST-WRITE-OFF
                   ADD WS-POST-AMOUNT TO CP-WRITE-OFFS
           END-EVALUATE
           REWRITE CUSTOMER-PROFIT-RECORD.

       START-CUSTOMER-PROFIT.
           INITIALIZE CUSTOMER-PROFIT-RECORD
           MOVE WS-POST-CUSTOMER TO CP-CUSTOMER-ID
           MOVE WS-POST-CUSTOMER TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "(no longer on file)" TO CP-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME    TO CP-CUSTOMER-NAME
                   MOVE CM-SALESPERSON-CODE TO CP-SALESPERSON-CODE
           END-READ
           WRITE CUSTOMER-PROFIT-RECORD.

      * One pass of the history: sales, credits and voids move net
      * sales and are indexed for the line-item pass; cash
      * discounts ride on the payments, finance charges and
      * write-offs on their own rows.
       SUMMARIZE-TRANSACTIONS.
           MOVE 0 TO WS-INVOICE-COUNT
           MOVE "N" TO WS-INVOICE-OVERFLOW-SW
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
                   READ PURCHASE-TRANS-FILE
                       AT END
                           MOVE "10" TO WS-PURCHASE-TRANS-STATUS
                       NOT AT END
                           MOVE PT-TRANSACTION-DATE (1:6)
                               TO WS-TRANS-MONTH
                           IF WS-TRANS-MONTH >= WS-START-MONTH
                              AND WS-TRANS-MONTH <= WS-END-MONTH
                               PERFORM SUMMARIZE-ONE-TRANS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-TRANS-FILE
               MOVE "00" TO WS-PURCHASE-TRANS-STATUS
           END-IF
           IF WS-INVOICE-OVERFLOW
               DISPLAY "*** More than 2000 sale, credit and void "
                       "invoices in the range - narrow the months; "
                       "cost of goods covers the first 2000 only. "
                       "***"
           END-IF.

       SUMMARIZE-ONE-TRANS.
           MOVE PT-CUSTOMER-ID TO WS-POST-CUSTOMER
           EVALUATE TRUE
               WHEN PT-TYPE-SALE
                   MOVE "S" TO WS-POST-BUCKET
                   MOVE PT-HOME-CURRENCY-AMOUNT TO WS-POST-AMOUNT
                   PERFORM POST-TO-CUSTOMER
                   IF PT-DISCOUNT-AMOUNT NOT = 0
                       MOVE "D" TO WS-POST-BUCKET
                       MOVE PT-DISCOUNT-AMOUNT TO WS-POST-AMOUNT
                       PERFORM POST-TO-CUSTOMER
                   END-IF
                   MOVE 1 TO WS-LINE-SIGN
                   PERFORM NOTE-RANGE-INVOICE
               WHEN PT-TYPE-CREDIT OR PT-TYPE-VOID
                   MOVE "S" TO WS-POST-BUCKET
                   COMPUTE WS-POST-AMOUNT =
                       0 - PT-HOME-CURRENCY-AMOUNT
                   PERFORM POST-TO-CUSTOMER
                   MOVE -1 TO WS-LINE-SIGN
                   PERFORM NOTE-RANGE-INVOICE
               WHEN PT-TYPE-PAYMENT
                   IF PT-DISCOUNT-AMOUNT NOT = 0
                       MOVE "K" TO WS-POST-BUCKET
                       MOVE PT-DISCOUNT-AMOUNT TO WS-POST-AMOUNT
                       PERFORM POST-TO-CUSTOMER
                   END-IF
               WHEN PT-TYPE-FINANCE-CHG
                   MOVE "F" TO WS-POST-BUCKET
                   MOVE PT-HOME-CURRENCY-AMOUNT TO WS-POST-AMOUNT
                   PERFORM POST-TO-CUSTOMER
               WHEN PT-TYPE-WRITEOFF
                   MOVE "W" TO WS-POST-BUCKET
                   MOVE PT-HOME-CURRENCY-AMOUNT TO WS-POST-AMOUNT
                   PERFORM POST-TO-CUSTOMER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-RANGE-INVOICE.
           IF WS-INVOICE-COUNT < 2000
               ADD 1 TO WS-INVOICE-COUNT
               SET WS-INV-IDX TO WS-INVOICE-COUNT
               MOVE PT-INVOICE-NUMBER TO WS-INV-NUMBER (WS-INV-IDX)
               MOVE PT-CUSTOMER-ID TO WS-INV-CUSTOMER (WS-INV-IDX)
               MOVE WS-LINE-SIGN TO WS-INV-SIGN (WS-INV-IDX)
           ELSE
               MOVE "Y" TO WS-INVOICE-OVERFLOW-SW
           END-IF.

      * Cost follows the goods: a sale's lines cost the customer
      * at today's average cost, a credit's or void's lines give
      * it back.  A kit parent line carries the price only - the
      * cost is on its component lines.
       COST-LINE-ITEMS.
           OPEN INPUT LINE-ITEM-FILE
           IF WS-LINE-ITEM-STATUS = "00"
               PERFORM UNTIL WS-LINE-ITEM-STATUS NOT = "00"
                   READ LINE-ITEM-FILE
                       AT END
                           MOVE "10" TO WS-LINE-ITEM-STATUS
                       NOT AT END
                           PERFORM COST-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE LINE-ITEM-FILE
               MOVE "00" TO WS-LINE-ITEM-STATUS
           END-IF.

       COST-ONE-LINE.
           MOVE "N" TO WS-INVOICE-FOUND-SW
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INVOICE-COUNT
                      OR WS-INVOICE-FOUND
               IF WS-INV-NUMBER (WS-INV-IDX) = LI-INVOICE-NUMBER
                   MOVE "Y" TO WS-INVOICE-FOUND-SW
                   MOVE WS-INV-CUSTOMER (WS-INV-IDX)
                       TO WS-LINE-CUSTOMER
                   MOVE WS-INV-SIGN (WS-INV-IDX) TO WS-LINE-SIGN
               END-IF
           END-PERFORM
           IF WS-INVOICE-FOUND
               PERFORM CHECK-KIT-PARENT
               IF NOT WS-KIT-PARENT
                   MOVE LI-PRODUCT-CODE TO PM-PRODUCT-CODE
                   READ PRODUCT-MASTER-FILE
                       KEY IS PM-PRODUCT-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-LINE-COST =
                               LI-QUANTITY * PM-AVG-UNIT-COST
                               * WS-LINE-SIGN
                           MOVE WS-LINE-CUSTOMER TO WS-POST-CUSTOMER
                           MOVE "G" TO WS-POST-BUCKET
                           MOVE WS-LINE-COST TO WS-POST-AMOUNT
                           PERFORM POST-TO-CUSTOMER
                   END-READ
               END-IF
           END-IF.

       CHECK-KIT-PARENT.
           MOVE "N" TO WS-KIT-PARENT-SW
           IF WS-KIT-AVAILABLE
               MOVE LI-PRODUCT-CODE TO KT-PARENT-PRODUCT
               MOVE 0 TO KT-COMPONENT-SEQ
               START KIT-COMPONENT-FILE KEY IS NOT LESS THAN
                     KT-KIT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ KIT-COMPONENT-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF KT-PARENT-PRODUCT =
                                  LI-PRODUCT-CODE
                                   MOVE "Y" TO WS-KIT-PARENT-SW
                               END-IF
                       END-READ
               END-START
           END-IF.

      * Commission is what CommissionCalc last accrued for each
      * month of the range; a month never run shows none.
       ADD-COMMISSIONS.
           OPEN INPUT COMMISSION-DETAIL-FILE
           IF WS-COMMISSION-DETAIL-STATUS NOT = "00"
               DISPLAY "No commission detail on file - commissions "
                       "show as zero until the commission run is "
                       "made for the range."
           ELSE
               MOVE "N" TO WS-DETAIL-EOF-SW
               MOVE WS-START-MONTH TO CX-COMMISSION-MONTH
               MOVE 0 TO CX-INVOICE-NUMBER
               MOVE LOW-VALUES TO CX-TRANSACTION-TYPE
               START COMMISSION-DETAIL-FILE KEY IS NOT LESS THAN
                     CX-DETAIL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-DETAIL-EOF-SW
               END-START
               PERFORM UNTIL WS-DETAIL-EOF
                   READ COMMISSION-DETAIL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-DETAIL-EOF-SW
                       NOT AT END
                           IF CX-COMMISSION-MONTH > WS-END-MONTH
                               MOVE "Y" TO WS-DETAIL-EOF-SW
                           ELSE
                               MOVE CX-CUSTOMER-ID TO
                                   WS-POST-CUSTOMER
                               MOVE "M" TO WS-POST-BUCKET
                               MOVE CX-COMMISSION-AMOUNT TO
                                   WS-POST-AMOUNT
                               PERFORM POST-TO-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-DETAIL-FILE
           END-IF.

       ADD-CARD-FEES.
           OPEN INPUT CASH-PAYMENT-FILE
           IF WS-CASH-PAYMENT-STATUS = "00"
               PERFORM UNTIL WS-CASH-PAYMENT-STATUS NOT = "00"
                   READ CASH-PAYMENT-FILE
                       AT END
                           MOVE "10" TO WS-CASH-PAYMENT-STATUS
                       NOT AT END
                           MOVE PY-PAYMENT-DATE (1:6)
                               TO WS-TRANS-MONTH
                           IF PY-METHOD-CARD
                              AND PY-CARD-FEE-AMOUNT NOT = 0
                              AND WS-TRANS-MONTH >= WS-START-MONTH
                              AND WS-TRANS-MONTH <= WS-END-MONTH
                               MOVE PY-CUSTOMER-ID TO
                                   WS-POST-CUSTOMER
                               MOVE "C" TO WS-POST-BUCKET
                               MOVE PY-CARD-FEE-AMOUNT TO
                                   WS-POST-AMOUNT
                               PERFORM POST-TO-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-PAYMENT-FILE
               MOVE "00" TO WS-CASH-PAYMENT-STATUS
           END-IF.

       ADD-WAIVED-FEES.
           OPEN INPUT FEE-WAIVER-FILE
           IF WS-FEE-WAIVER-STATUS = "00"
               PERFORM UNTIL WS-FEE-WAIVER-STATUS NOT = "00"
                   READ FEE-WAIVER-FILE
                       AT END
                           MOVE "10" TO WS-FEE-WAIVER-STATUS
                       NOT AT END
                           MOVE FW-WAIVER-DATE (1:6)
                               TO WS-TRANS-MONTH
                           IF WS-TRANS-MONTH >= WS-START-MONTH
                              AND WS-TRANS-MONTH <= WS-END-MONTH
                               MOVE FW-CUSTOMER-ID TO
                                   WS-POST-CUSTOMER
                               MOVE "N" TO WS-POST-BUCKET
                               MOVE FW-WAIVED-AMOUNT TO
                                   WS-POST-AMOUNT
                               PERFORM POST-TO-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-WAIVER-FILE
               MOVE "00" TO WS-FEE-WAIVER-STATUS
           END-IF.

       WRITE-PROFIT-REPORT.
           OPEN OUTPUT PROFIT-REPORT-FILE
           MOVE WS-START-MONTH TO WS-PRF-START-OUT
           MOVE WS-END-MONTH   TO WS-PRF-END-OUT
           MOVE WS-PROFIT-HEADER TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE WS-PROFIT-NOTE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           PERFORM LOAD-CUSTOMER-TOTALS
           PERFORM WRITE-RANKED-CUSTOMERS
           IF WS-BREAK-STARTED
               PERFORM WRITE-SALESPERSON-SUBTOTAL
           END-IF
           MOVE "Grand total" TO WS-SUB-LABEL-OUT
           MOVE WS-GRAND-NET-SALES    TO WS-SUB-SALES-OUT
           MOVE WS-GRAND-MARGIN       TO WS-SUB-MARGIN-OUT
           MOVE WS-GRAND-CONTRIBUTION TO WS-SUB-CONTRIB-OUT
           MOVE WS-SUBTOTAL-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           CLOSE PROFIT-REPORT-FILE.

       LOAD-CUSTOMER-TOTALS.
           MOVE 0 TO WS-CT-COUNT
           MOVE "N" TO WS-PROFIT-EOF-SW
           MOVE LOW-VALUES TO CP-CUSTOMER-ID
           START CUSTOMER-PROFIT-FILE KEY IS NOT LESS THAN
                 CP-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-PROFIT-EOF-SW
           END-START
           PERFORM UNTIL WS-PROFIT-EOF
               READ CUSTOMER-PROFIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROFIT-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-CUSTOMER-TOTAL
               END-READ
           END-PERFORM
           IF WS-CT-OVERFLOW
               DISPLAY "*** More than 500 customers in the range - "
                       "narrow the months; the report covers the "
                       "first 500 by customer number only. ***"
           END-IF.

       LOAD-ONE-CUSTOMER-TOTAL.
           IF WS-CT-COUNT < 500
               ADD 1 TO WS-CT-COUNT
               SET WS-CT-IDX TO WS-CT-COUNT
               MOVE CP-CUSTOMER-ID      TO WS-CT-CUSTOMER (WS-CT-IDX)
               MOVE CP-CUSTOMER-NAME    TO WS-CT-NAME (WS-CT-IDX)
               MOVE CP-SALESPERSON-CODE TO
                   WS-CT-SALESPERSON (WS-CT-IDX)
               MOVE CP-NET-SALES        TO WS-CT-NET-SALES (WS-CT-IDX)
               MOVE CP-COST-OF-GOODS    TO WS-CT-COST (WS-CT-IDX)
               COMPUTE WS-CT-DISCOUNTS (WS-CT-IDX) =
                   CP-TRADE-DISCOUNTS + CP-CASH-DISCOUNTS
               MOVE CP-COMMISSIONS      TO
                   WS-CT-COMMISSIONS (WS-CT-IDX)
               MOVE CP-CARD-FEES        TO WS-CT-CARD-FEES (WS-CT-IDX)
               MOVE CP-NSF-FEES-WAIVED  TO
                   WS-CT-NSF-WAIVED (WS-CT-IDX)
               MOVE CP-FINANCE-CHARGES  TO WS-CT-FINANCE (WS-CT-IDX)
               MOVE CP-WRITE-OFFS       TO
                   WS-CT-WRITE-OFFS (WS-CT-IDX)
               COMPUTE WS-CT-MARGIN (WS-CT-IDX) =
                   CP-NET-SALES - CP-COST-OF-GOODS
               COMPUTE WS-CT-CONTRIBUTION (WS-CT-IDX) =
                   WS-CT-MARGIN (WS-CT-IDX)
                   - CP-CASH-DISCOUNTS - CP-COMMISSIONS
                   - CP-CARD-FEES - CP-NSF-FEES-WAIVED
                   - CP-WRITE-OFFS + CP-FINANCE-CHARGES
               MOVE "N" TO WS-CT-RANKED-SW (WS-CT-IDX)
           ELSE
               MOVE "Y" TO WS-CT-OVERFLOW-SW
           END-IF.

      * Repeated selection of the lowest salesperson code, and
      * within it the lowest net contribution, still unprinted -
      * each rep's customers come out together, worst first.
       WRITE-RANKED-CUSTOMERS.
           MOVE 0 TO WS-CUSTOMERS-REPORTED
           MOVE "Y" TO WS-RANK-FOUND-SW
           PERFORM UNTIL NOT WS-RANK-FOUND
               MOVE "N" TO WS-RANK-FOUND-SW
               MOVE 0 TO WS-RANK-BEST-IDX
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-CT-COUNT
                   IF WS-CT-RANKED-SW (WS-SCAN-IDX) = "N"
                      AND (NOT WS-RANK-FOUND
                           OR WS-CT-SALESPERSON (WS-SCAN-IDX) <
                              WS-RANK-BEST-SALESPERSON
                           OR (WS-CT-SALESPERSON (WS-SCAN-IDX) =
                               WS-RANK-BEST-SALESPERSON
                               AND WS-CT-CONTRIBUTION (WS-SCAN-IDX)
                                   < WS-RANK-BEST-CONTRIB))
                       MOVE "Y" TO WS-RANK-FOUND-SW
                       MOVE WS-SCAN-IDX TO WS-RANK-BEST-IDX
                       MOVE WS-CT-SALESPERSON (WS-SCAN-IDX) TO
                           WS-RANK-BEST-SALESPERSON
                       MOVE WS-CT-CONTRIBUTION (WS-SCAN-IDX) TO
                           WS-RANK-BEST-CONTRIB
                   END-IF
               END-PERFORM
               IF WS-RANK-FOUND
                   SET WS-CT-IDX TO WS-RANK-BEST-IDX
                   PERFORM WRITE-ONE-CUSTOMER
                   MOVE "Y" TO WS-CT-RANKED-SW (WS-CT-IDX)
               END-IF
           END-PERFORM.

       WRITE-ONE-CUSTOMER.
           IF NOT WS-BREAK-STARTED
              OR WS-CT-SALESPERSON (WS-CT-IDX) NOT =
                 WS-BREAK-SALESPERSON
               IF WS-BREAK-STARTED
                   PERFORM WRITE-SALESPERSON-SUBTOTAL
               END-IF
               MOVE "Y" TO WS-BREAK-STARTED-SW
               MOVE WS-CT-SALESPERSON (WS-CT-IDX) TO
                   WS-BREAK-SALESPERSON
               MOVE WS-BREAK-SALESPERSON TO WS-SLS-CODE-OUT
               MOVE WS-SALESPERSON-HEADER TO PROFIT-REPORT-LINE
               WRITE PROFIT-REPORT-LINE
           END-IF
           ADD 1 TO WS-CUSTOMERS-REPORTED
           MOVE WS-CT-CUSTOMER (WS-CT-IDX) TO WS-PRF-CUSTOMER-OUT
           MOVE WS-CT-NAME (WS-CT-IDX)     TO WS-PRF-NAME-OUT
           MOVE WS-CUSTOMER-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE "Net sales"     TO WS-AMT-LABEL-1-OUT
           MOVE WS-CT-NET-SALES (WS-CT-IDX) TO WS-AMT-VALUE-1-OUT
           MOVE "  Cost"        TO WS-AMT-LABEL-2-OUT
           MOVE WS-CT-COST (WS-CT-IDX) TO WS-AMT-VALUE-2-OUT
           MOVE "  Margin"      TO WS-AMT-LABEL-3-OUT
           MOVE WS-CT-MARGIN (WS-CT-IDX) TO WS-AMT-VALUE-3-OUT
           MOVE WS-AMOUNT-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE "Discounts"     TO WS-AMT-LABEL-1-OUT
           MOVE WS-CT-DISCOUNTS (WS-CT-IDX) TO WS-AMT-VALUE-1-OUT
           MOVE "  Commission"  TO WS-AMT-LABEL-2-OUT
           MOVE WS-CT-COMMISSIONS (WS-CT-IDX) TO WS-AMT-VALUE-2-OUT
           MOVE "  Card fees"   TO WS-AMT-LABEL-3-OUT
           MOVE WS-CT-CARD-FEES (WS-CT-IDX) TO WS-AMT-VALUE-3-OUT
           MOVE WS-AMOUNT-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE "NSF waived"    TO WS-AMT-LABEL-1-OUT
           MOVE WS-CT-NSF-WAIVED (WS-CT-IDX) TO WS-AMT-VALUE-1-OUT
           MOVE "  Fin charge"  TO WS-AMT-LABEL-2-OUT
           MOVE WS-CT-FINANCE (WS-CT-IDX) TO WS-AMT-VALUE-2-OUT
           MOVE "  Write-offs"  TO WS-AMT-LABEL-3-OUT
           MOVE WS-CT-WRITE-OFFS (WS-CT-IDX) TO WS-AMT-VALUE-3-OUT
           MOVE WS-AMOUNT-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE "Net contrib"   TO WS-AMT-LABEL-1-OUT
           MOVE WS-CT-CONTRIBUTION (WS-CT-IDX) TO WS-AMT-VALUE-1-OUT
           MOVE WS-AMOUNT-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD WS-CT-NET-SALES (WS-CT-IDX)    TO WS-SUB-NET-SALES
           ADD WS-CT-MARGIN (WS-CT-IDX)       TO WS-SUB-MARGIN
           ADD WS-CT-CONTRIBUTION (WS-CT-IDX) TO WS-SUB-CONTRIBUTION.

       WRITE-SALESPERSON-SUBTOTAL.
           MOVE SPACES TO WS-SUB-LABEL-OUT
           STRING "Subtotal rep " DELIMITED BY SIZE
                  WS-BREAK-SALESPERSON DELIMITED BY SIZE
                  INTO WS-SUB-LABEL-OUT
           END-STRING
           MOVE WS-SUB-NET-SALES    TO WS-SUB-SALES-OUT
           MOVE WS-SUB-MARGIN       TO WS-SUB-MARGIN-OUT
           MOVE WS-SUB-CONTRIBUTION TO WS-SUB-CONTRIB-OUT
           MOVE WS-SUBTOTAL-LINE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           ADD WS-SUB-NET-SALES    TO WS-GRAND-NET-SALES
           ADD WS-SUB-MARGIN       TO WS-GRAND-MARGIN
           ADD WS-SUB-CONTRIBUTION TO WS-GRAND-CONTRIBUTION
           MOVE 0 TO WS-SUB-NET-SALES
           MOVE 0 TO WS-SUB-MARGIN
           MOVE 0 TO WS-SUB-CONTRIBUTION.
