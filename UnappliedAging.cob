       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnappliedAging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT CASH-PAYMENT-FILE ASSIGN TO "CASHPAY.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASH-PAYMENT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CUSTOMER-DEPOSIT-FILE ASSIGN TO "CUSTDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-DEPOSIT-KEY
               FILE STATUS IS WS-CUSTOMER-DEPOSIT-STATUS.

           SELECT UNAPPLIED-AGING-REPORT-FILE ASSIGN TO "UNAPPAGE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CASH-PAYMENT-FILE.
           COPY PAYMENT.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  CUSTOMER-DEPOSIT-FILE.
           COPY CUSTDEP.

       FD  UNAPPLIED-AGING-REPORT-FILE.
       01 UNAPPLIED-AGING-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-CASH-PAYMENT-STATUS   PIC X(2) VALUE "00".
       01 WS-CUSTOMER-DEPOSIT-STATUS PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-UNAPPLIED-REPORT-STATUS PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-AGE-DAYS              PIC S9(5) VALUE 0.
       01 WS-BUCKET                PIC 9(1) VALUE 0.
       01 WS-CUSTOMER-ID           PIC 9(5) VALUE 0.
       01 WS-FIRST-FOR-CUSTOMER-SW PIC X(1) VALUE "N".
          88 WS-FIRST-FOR-CUSTOMER VALUE "Y".
       01 WS-CUSTOMER-COUNT        PIC 9(5) VALUE 0.

      * Receipts PaymentEntry took as deposits on sales orders sit
      * on the register wholly unapplied, but the money belongs to
      * the order until it invoices - they are left out here.
       01 WS-ORDER-DEPOSIT-TABLE.
          05 WS-ODP-PAYMENT-NUMBER PIC 9(9) OCCURS 500 TIMES
                                    INDEXED BY WS-ODP-IDX.
       01 WS-ORDER-DEPOSIT-COUNT   PIC 9(3) VALUE 0.
       01 WS-ORDER-DEPOSIT-SW      PIC X(1) VALUE "N".
          88 WS-ORDER-DEPOSIT      VALUE "Y".

      * Receipts carrying unapplied cash, in register order.
       01 WS-RECEIPT-TABLE.
          05 WS-RECEIPT-ENTRY OCCURS 500 TIMES
                                    INDEXED BY WS-RCP-IDX
                                               WS-RCP-SCAN-IDX.
             10 WS-RCP-PAYMENT-NUMBER PIC 9(9).
             10 WS-RCP-CUSTOMER-ID   PIC 9(5).
             10 WS-RCP-PAYMENT-DATE  PIC 9(8).
             10 WS-RCP-METHOD        PIC X(1).
             10 WS-RCP-UNAPPLIED     PIC S9(9)V99.
       01 WS-RECEIPT-COUNT         PIC 9(3) VALUE 0.

      * Current, 31-60, 61-90 and over 90 days since receipt.
       01 WS-CUSTOMER-BUCKETS.
          05 WS-CUST-BUCKET        PIC S9(9)V99 OCCURS 4 TIMES.
       01 WS-GRAND-BUCKETS.
          05 WS-GRAND-BUCKET       PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-CUSTOMER-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-TOTAL           PIC S9(11)V99 VALUE 0.

       01 WS-UAG-HEADER.
          05 FILLER                PIC X(32) VALUE
             "-- Unapplied Cash Aging as of ".
          05 WS-UAG-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-UAG-HEADING.
          05 FILLER                PIC X(28) VALUE
             "  Receipt   Rcvd     M  Days".
          05 FILLER                PIC X(26) VALUE
             "        0-30        31-60 ".
          05 FILLER                PIC X(26) VALUE
             "       61-90      Over 90 ".
       01 WS-UAG-CUST-LINE.
          05 FILLER                PIC X(9) VALUE "Customer ".
          05 WS-UAG-CUST-OUT       PIC 9(5).
          05 FILLER                PIC X(3) VALUE " - ".
          05 WS-UAG-NAME-OUT       PIC X(30).
       01 WS-UAG-DETAIL-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-UAG-PAY-OUT        PIC 9(9).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UAG-PAY-DATE-OUT   PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UAG-METHOD-OUT     PIC X(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-UAG-DAYS-OUT       PIC ZZZZ9.
          05 WS-UAG-DETAIL-AMOUNTS.
             10 WS-UAG-D-BUCKET-OUT PIC Z,ZZZ,ZZ9.99-
                                    OCCURS 4 TIMES.
       01 WS-UAG-SUBTOTAL-LINE.
          05 FILLER                PIC X(28) VALUE
             "  Customer total".
          05 WS-UAG-SUBTOTAL-AMOUNTS.
             10 WS-UAG-S-BUCKET-OUT PIC Z,ZZZ,ZZ9.99-
                                    OCCURS 4 TIMES.
       01 WS-UAG-SUBTOTAL-ALL-LINE.
          05 FILLER                PIC X(28) VALUE
             "  Unapplied on account".
          05 WS-UAG-SUBTOTAL-OUT   PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-UAG-GRAND-LINE.
          05 FILLER                PIC X(28) VALUE "Grand total".
          05 WS-UAG-GRAND-AMOUNTS.
             10 WS-UAG-G-BUCKET-OUT PIC Z,ZZZ,ZZ9.99-
                                    OCCURS 4 TIMES.
       01 WS-UAG-GRAND-ALL-LINE.
          05 FILLER                PIC X(24) VALUE
             "Unapplied cash, all".
          05 WS-UAG-GRAND-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-UAG-CUST-COUNT-OUT PIC ZZ,ZZ9.
          05 FILLER                PIC X(10) VALUE " customers".

       PROCEDURE DIVISION.
      * Ages every receipt still holding unapplied cash by how long
      * it has sat since it came in, customer by customer, so the
      * money nobody has gone back to is plain to see.  The nightly
      * CashReapply pass clears what it can against new invoices;
      * what stays here needs a clerk - a refund, a write-off of a
      * short-pay, or a conversation with the customer.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           PERFORM LOAD-ORDER-DEPOSITS.
           OPEN INPUT CASH-PAYMENT-FILE.
           IF WS-CASH-PAYMENT-STATUS NOT = "00"
               DISPLAY "No cash receipts file CASHPAY.DAT on hand - "
                       "nothing to report."
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

           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN OUTPUT UNAPPLIED-AGING-REPORT-FILE.
           MOVE WS-TODAY-DATE TO WS-UAG-DATE-OUT.
           MOVE WS-UAG-HEADER TO UNAPPLIED-AGING-LINE.
           WRITE UNAPPLIED-AGING-LINE.
           MOVE WS-UAG-HEADING TO UNAPPLIED-AGING-LINE.
           WRITE UNAPPLIED-AGING-LINE.
           INITIALIZE WS-GRAND-BUCKETS.

           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RECEIPT-COUNT
               PERFORM CHECK-FIRST-FOR-CUSTOMER
               IF WS-FIRST-FOR-CUSTOMER
                   MOVE WS-RCP-CUSTOMER-ID (WS-RCP-IDX) TO
                       WS-CUSTOMER-ID
                   PERFORM REPORT-ONE-CUSTOMER
               END-IF
           END-PERFORM.

           MOVE WS-GRAND-BUCKET (1) TO WS-UAG-G-BUCKET-OUT (1).
           MOVE WS-GRAND-BUCKET (2) TO WS-UAG-G-BUCKET-OUT (2).
           MOVE WS-GRAND-BUCKET (3) TO WS-UAG-G-BUCKET-OUT (3).
           MOVE WS-GRAND-BUCKET (4) TO WS-UAG-G-BUCKET-OUT (4).
           MOVE WS-UAG-GRAND-LINE TO UNAPPLIED-AGING-LINE.
           WRITE UNAPPLIED-AGING-LINE.
           MOVE WS-GRAND-TOTAL    TO WS-UAG-GRAND-OUT.
           MOVE WS-CUSTOMER-COUNT TO WS-UAG-CUST-COUNT-OUT.
           MOVE WS-UAG-GRAND-ALL-LINE TO UNAPPLIED-AGING-LINE.
           WRITE UNAPPLIED-AGING-LINE.

           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE UNAPPLIED-AGING-REPORT-FILE.
           DISPLAY "Unapplied cash aging written to UNAPPAGE.PRT - "
                   WS-RECEIPT-COUNT " receipts, "
                   WS-CUSTOMER-COUNT " customers.".
           GOBACK.

       COPY OPENRCTL.

      * A bounced receipt's split is left as it stood when it
      * bounced; the money is gone, so it is not aged.
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
                   MOVE PY-PAYMENT-METHOD TO
                       WS-RCP-METHOD (WS-RCP-IDX)
                   MOVE PY-UNAPPLIED-AMOUNT TO
                       WS-RCP-UNAPPLIED (WS-RCP-IDX)
               ELSE
                   DISPLAY "More than 500 receipts carry unapplied "
                           "cash - payment " PY-PAYMENT-NUMBER
                           " left off the report."
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

       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           INITIALIZE WS-CUSTOMER-BUCKETS
           MOVE 0 TO WS-CUSTOMER-TOTAL
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "(not on customer file)" TO CM-CUSTOMER-NAME
           END-READ
           MOVE WS-CUSTOMER-ID   TO WS-UAG-CUST-OUT
           MOVE CM-CUSTOMER-NAME TO WS-UAG-NAME-OUT
           MOVE WS-UAG-CUST-LINE TO UNAPPLIED-AGING-LINE
           WRITE UNAPPLIED-AGING-LINE
           PERFORM VARYING WS-RCP-SCAN-IDX FROM WS-RCP-IDX BY 1
                   UNTIL WS-RCP-SCAN-IDX > WS-RECEIPT-COUNT
               IF WS-RCP-CUSTOMER-ID (WS-RCP-SCAN-IDX) =
                  WS-CUSTOMER-ID
                   PERFORM REPORT-ONE-RECEIPT
               END-IF
           END-PERFORM
           MOVE WS-CUST-BUCKET (1) TO WS-UAG-S-BUCKET-OUT (1)
           MOVE WS-CUST-BUCKET (2) TO WS-UAG-S-BUCKET-OUT (2)
           MOVE WS-CUST-BUCKET (3) TO WS-UAG-S-BUCKET-OUT (3)
           MOVE WS-CUST-BUCKET (4) TO WS-UAG-S-BUCKET-OUT (4)
           MOVE WS-UAG-SUBTOTAL-LINE TO UNAPPLIED-AGING-LINE
           WRITE UNAPPLIED-AGING-LINE
           MOVE WS-CUSTOMER-TOTAL TO WS-UAG-SUBTOTAL-OUT
           MOVE WS-UAG-SUBTOTAL-ALL-LINE TO UNAPPLIED-AGING-LINE
           WRITE UNAPPLIED-AGING-LINE.

       REPORT-ONE-RECEIPT.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE
                     (WS-RCP-PAYMENT-DATE (WS-RCP-SCAN-IDX))
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           MOVE WS-RCP-PAYMENT-NUMBER (WS-RCP-SCAN-IDX) TO
               WS-UAG-PAY-OUT
           MOVE WS-RCP-PAYMENT-DATE (WS-RCP-SCAN-IDX) TO
               WS-UAG-PAY-DATE-OUT
           MOVE WS-RCP-METHOD (WS-RCP-SCAN-IDX) TO WS-UAG-METHOD-OUT
           MOVE WS-AGE-DAYS TO WS-UAG-DAYS-OUT
           MOVE SPACES TO WS-UAG-DETAIL-AMOUNTS
           MOVE WS-RCP-UNAPPLIED (WS-RCP-SCAN-IDX) TO
               WS-UAG-D-BUCKET-OUT (WS-BUCKET)
           MOVE WS-UAG-DETAIL-LINE TO UNAPPLIED-AGING-LINE
           WRITE UNAPPLIED-AGING-LINE
           ADD WS-RCP-UNAPPLIED (WS-RCP-SCAN-IDX) TO
               WS-CUST-BUCKET (WS-BUCKET)
               WS-GRAND-BUCKET (WS-BUCKET)
               WS-CUSTOMER-TOTAL
               WS-GRAND-TOTAL.
