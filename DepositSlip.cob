       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositSlip.

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

           SELECT BANK-DEPOSIT-FILE ASSIGN TO "DEPOSIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DEPOSIT-NUMBER
               FILE STATUS IS WS-BANK-DEPOSIT-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CONTROL-KEY
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT DEPOSIT-SLIP-FILE ASSIGN TO "DEPSLIP.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-SLIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-PAYMENT-FILE.
           COPY PAYMENT.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  BANK-DEPOSIT-FILE.
           COPY DEPOSIT.

       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  DEPOSIT-SLIP-FILE.
       01 DEPOSIT-SLIP-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CASH-PAYMENT-STATUS   PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-BANK-DEPOSIT-STATUS   PIC X(2) VALUE "00".
       01 WS-INVOICE-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-DEPOSIT-SLIP-STATUS   PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-DEFAULT-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-OPERATOR-ID           PIC X(8) VALUE "DEPSLIP".
       01 WS-LOCKBOX-OPERATOR      PIC X(8) VALUE "LOCKBOX".
       01 WS-RECEIPT-COMPANY       PIC X(3).
       01 WS-RECEIPT-TYPE          PIC X(1).
       01 WS-RECEIPT-FEE           PIC S9(7)V99 VALUE 0.
       01 WS-NEXT-DEPOSIT-NUMBER   PIC 9(7) VALUE 0.
       01 WS-BATCH-FOUND-SW        PIC X(1) VALUE "N".
          88 WS-BATCH-FOUND        VALUE "Y".
       01 WS-TYPE-NAME             PIC X(16).

      * One entry per deposit made up this run.  Counter checks,
      * lockbox remittances and card settlements for a company and
      * day go to the bank as one credit each; a wire lands on its
      * own, so each wire is its own deposit.
       01 WS-BATCH-TABLE.
          05 WS-BATCH-ENTRY OCCURS 200 TIMES
                                    INDEXED BY WS-BAT-IDX.
             10 WS-BAT-DEPOSIT-NUMBER PIC 9(7).
             10 WS-BAT-COMPANY       PIC X(3).
             10 WS-BAT-DATE          PIC 9(8).
             10 WS-BAT-TYPE          PIC X(1).
             10 WS-BAT-COUNT         PIC 9(5).
             10 WS-BAT-GROSS         PIC S9(11)V99.
             10 WS-BAT-FEE           PIC S9(9)V99.
       01 WS-BATCH-COUNT           PIC 9(3) VALUE 0.

      * The receipts on each slip, kept in register order for the
      * listing.
       01 WS-SLIP-ITEM-TABLE.
          05 WS-SLIP-ITEM OCCURS 2000 TIMES
                                    INDEXED BY WS-SIT-IDX.
             10 WS-SIT-BATCH         PIC 9(3).
             10 WS-SIT-PAYMENT-NUMBER PIC 9(9).
             10 WS-SIT-CUSTOMER-ID   PIC 9(5).
             10 WS-SIT-CHECK-NUMBER  PIC X(10).
             10 WS-SIT-AMOUNT        PIC S9(9)V99.
             10 WS-SIT-FEE           PIC S9(7)V99.
       01 WS-SLIP-ITEM-COUNT       PIC 9(4) VALUE 0.

       01 WS-RECEIPTS-BATCHED      PIC 9(5) VALUE 0.
       01 WS-RECEIPTS-HELD-OVER    PIC 9(5) VALUE 0.
       01 WS-GRAND-GROSS           PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-FEE             PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-DEPOSIT         PIC S9(11)V99 VALUE 0.

       01 WS-SLP-HEADER            PIC X(30) VALUE
          "-- Bank Deposit Slips --".
       01 WS-SLP-BATCH-LINE.
          05 FILLER                PIC X(8) VALUE "Deposit ".
          05 WS-SLP-NUMBER-OUT     PIC 9(7).
          05 FILLER                PIC X(7) VALUE "  date ".
          05 WS-SLP-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(10) VALUE "  company ".
          05 WS-SLP-COMPANY-OUT    PIC X(3).
          05 FILLER                PIC X(2) VALUE "  ".
          05 WS-SLP-TYPE-OUT       PIC X(16).
       01 WS-SLP-ITEM-HEADING.
          05 FILLER                PIC X(29) VALUE
             "  Receipt    Cust  Check/ref".
          05 FILLER                PIC X(26) VALUE
             "        Amount         Fee".
       01 WS-SLP-ITEM-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-SLP-PAY-OUT        PIC 9(9).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-SLP-CUST-OUT       PIC 9(5).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-SLP-CHECK-OUT      PIC X(10).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-SLP-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-SLP-FEE-OUT        PIC ZZZ,ZZ9.99-.
       01 WS-SLP-TOTAL-LINE.
          05 FILLER                PIC X(8) VALUE "  Items ".
          05 WS-SLP-TCOUNT-OUT     PIC ZZ,ZZ9.
          05 FILLER                PIC X(8) VALUE "  gross ".
          05 WS-SLP-TGROSS-OUT     PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(7) VALUE "  fees ".
          05 WS-SLP-TFEE-OUT       PIC ZZZ,ZZ9.99-.
          05 FILLER                PIC X(10) VALUE "  deposit ".
          05 WS-SLP-TDEPOSIT-OUT   PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-SLP-GRAND-LINE.
          05 FILLER                PIC X(10) VALUE "Deposits: ".
          05 WS-SLP-GCOUNT-OUT     PIC ZZ9.
          05 FILLER                PIC X(8) VALUE "  gross ".
          05 WS-SLP-GGROSS-OUT     PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(7) VALUE "  fees ".
          05 WS-SLP-GFEE-OUT       PIC ZZZ,ZZ9.99-.
          05 FILLER                PIC X(8) VALUE "  total ".
          05 WS-SLP-GDEPOSIT-OUT   PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Receipts reach the bank in bundles, not one at a time, and
      * the bank statement shows only the bundle.  Every receipt
      * not yet on a slip - counter checks PaymentEntry took, the
      * lockbox file, card settlements, wires - is grouped into a
      * numbered deposit by company, day and kind, stamped with
      * that number on the register, and listed on the slip that
      * goes to the bank.  The deposit register then holds what
      * the bank should credit, so DepositRecon can match the
      * statement to it.  No GL posting - the cash was booked when
      * the receipt was taken.
       RUN-START.
           OPEN I-O CASH-PAYMENT-FILE.
           IF WS-CASH-PAYMENT-STATUS NOT = "00"
               DISPLAY "No cash receipts file CASHPAY.DAT on hand - "
                       "nothing to deposit."
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-DEFAULT-COMPANY.
           CLOSE RUN-CONTROL-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN I-O INVOICE-CONTROL-FILE.
           IF WS-INVOICE-CONTROL-STATUS = "35"
               OPEN OUTPUT INVOICE-CONTROL-FILE
               CLOSE INVOICE-CONTROL-FILE
               OPEN I-O INVOICE-CONTROL-FILE
           END-IF.

           PERFORM UNTIL WS-CASH-PAYMENT-STATUS NOT = "00"
               READ CASH-PAYMENT-FILE
                   AT END
                       MOVE "10" TO WS-CASH-PAYMENT-STATUS
                   NOT AT END
                       IF PY-DEPOSIT-NUMBER = 0
                          AND NOT PY-NSF-RETURNED
                          AND PY-PAYMENT-AMOUNT > 0
                           PERFORM BATCH-RECEIPT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASH-PAYMENT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE INVOICE-CONTROL-FILE.

           PERFORM WRITE-DEPOSIT-REGISTER.
           PERFORM PRINT-DEPOSIT-SLIPS.

           IF WS-RECEIPTS-HELD-OVER > 0
               DISPLAY WS-RECEIPTS-HELD-OVER " receipts would not "
                       "fit on this run's slips - they go on the "
                       "next run."
           END-IF.
           DISPLAY "Deposit slips complete - " WS-BATCH-COUNT
                   " deposits, " WS-RECEIPTS-BATCHED " receipts, "
                   WS-GRAND-DEPOSIT " to the bank (DEPSLIP.PRT).".
           GOBACK.

       COPY OPENRCTL.

      * Lockbox money is credited by the bank under the lockbox,
      * not with the counter deposit; a card settlement arrives
      * net of the processor's fee; anything else is a check on
      * the counter slip.
       BATCH-RECEIPT.
           MOVE WS-DEFAULT-COMPANY TO WS-RECEIPT-COMPANY
           MOVE PY-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-COMPANY-CODE NOT = SPACES
                       MOVE CM-COMPANY-CODE TO WS-RECEIPT-COMPANY
                   END-IF
           END-READ
           MOVE 0 TO WS-RECEIPT-FEE
           EVALUATE TRUE
               WHEN PY-OPERATOR-ID = WS-LOCKBOX-OPERATOR
                   MOVE "L" TO WS-RECEIPT-TYPE
               WHEN PY-METHOD-CARD
                   MOVE "C" TO WS-RECEIPT-TYPE
                   MOVE PY-CARD-FEE-AMOUNT TO WS-RECEIPT-FEE
               WHEN PY-METHOD-WIRE
                   MOVE "W" TO WS-RECEIPT-TYPE
               WHEN OTHER
                   MOVE "K" TO WS-RECEIPT-TYPE
           END-EVALUATE

           PERFORM FIND-DEPOSIT-BATCH
           IF NOT WS-BATCH-FOUND
               IF WS-BATCH-COUNT < 200
                   PERFORM START-DEPOSIT-BATCH
               END-IF
           END-IF
           IF WS-BATCH-FOUND AND WS-SLIP-ITEM-COUNT < 2000
               PERFORM HOLD-SLIP-ITEM
               MOVE WS-BAT-DEPOSIT-NUMBER (WS-BAT-IDX) TO
                   PY-DEPOSIT-NUMBER
               REWRITE CASH-PAYMENT-RECORD
           ELSE
               ADD 1 TO WS-RECEIPTS-HELD-OVER
           END-IF.

       FIND-DEPOSIT-BATCH.
           MOVE "N" TO WS-BATCH-FOUND-SW
           IF WS-RECEIPT-TYPE NOT = "W"
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                       UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                          OR WS-BATCH-FOUND
                   IF WS-BAT-COMPANY (WS-BAT-IDX) =
                      WS-RECEIPT-COMPANY
                      AND WS-BAT-DATE (WS-BAT-IDX) = PY-PAYMENT-DATE
                      AND WS-BAT-TYPE (WS-BAT-IDX) = WS-RECEIPT-TYPE
                       MOVE "Y" TO WS-BATCH-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-BATCH-FOUND
                   SET WS-BAT-IDX DOWN BY 1
               END-IF
           END-IF.

      * Deposits are numbered off INVCTL sequence "B" so a number
      * is never reused from one run to the next.
       START-DEPOSIT-BATCH.
           MOVE "B" TO IC-CONTROL-KEY
           MOVE WS-DEFAULT-COMPANY TO IC-CONTROL-KEY (2:3)
           READ INVOICE-CONTROL-FILE
               KEY IS IC-CONTROL-KEY
               INVALID KEY
                   MOVE "B" TO IC-CONTROL-KEY
                   MOVE WS-DEFAULT-COMPANY TO IC-CONTROL-KEY (2:3)
                   MOVE 0 TO IC-LAST-INVOICE-NUMBER
                   WRITE INVOICE-CONTROL-RECORD
           END-READ
           ADD 1 TO IC-LAST-INVOICE-NUMBER
           MOVE IC-LAST-INVOICE-NUMBER TO WS-NEXT-DEPOSIT-NUMBER
           REWRITE INVOICE-CONTROL-RECORD
               INVALID KEY
                   WRITE INVOICE-CONTROL-RECORD
           END-REWRITE

           ADD 1 TO WS-BATCH-COUNT
           SET WS-BAT-IDX TO WS-BATCH-COUNT
           MOVE WS-NEXT-DEPOSIT-NUMBER TO
               WS-BAT-DEPOSIT-NUMBER (WS-BAT-IDX)
           MOVE WS-RECEIPT-COMPANY TO WS-BAT-COMPANY (WS-BAT-IDX)
           MOVE PY-PAYMENT-DATE    TO WS-BAT-DATE (WS-BAT-IDX)
           MOVE WS-RECEIPT-TYPE    TO WS-BAT-TYPE (WS-BAT-IDX)
           MOVE 0 TO WS-BAT-COUNT (WS-BAT-IDX)
           MOVE 0 TO WS-BAT-GROSS (WS-BAT-IDX)
           MOVE 0 TO WS-BAT-FEE (WS-BAT-IDX)
           MOVE "Y" TO WS-BATCH-FOUND-SW.

       HOLD-SLIP-ITEM.
           ADD 1 TO WS-SLIP-ITEM-COUNT
           SET WS-SIT-IDX TO WS-SLIP-ITEM-COUNT
           SET WS-SIT-BATCH (WS-SIT-IDX) TO WS-BAT-IDX
           MOVE PY-PAYMENT-NUMBER TO
               WS-SIT-PAYMENT-NUMBER (WS-SIT-IDX)
           MOVE PY-CUSTOMER-ID    TO WS-SIT-CUSTOMER-ID (WS-SIT-IDX)
           MOVE PY-CHECK-NUMBER   TO WS-SIT-CHECK-NUMBER (WS-SIT-IDX)
           MOVE PY-PAYMENT-AMOUNT TO WS-SIT-AMOUNT (WS-SIT-IDX)
           MOVE WS-RECEIPT-FEE    TO WS-SIT-FEE (WS-SIT-IDX)
           ADD 1 TO WS-BAT-COUNT (WS-BAT-IDX)
           ADD PY-PAYMENT-AMOUNT TO WS-BAT-GROSS (WS-BAT-IDX)
           ADD WS-RECEIPT-FEE TO WS-BAT-FEE (WS-BAT-IDX)
           ADD 1 TO WS-RECEIPTS-BATCHED.

       WRITE-DEPOSIT-REGISTER.
           IF WS-BATCH-COUNT > 0
               OPEN I-O BANK-DEPOSIT-FILE
               IF WS-BANK-DEPOSIT-STATUS = "35"
                   OPEN OUTPUT BANK-DEPOSIT-FILE
                   CLOSE BANK-DEPOSIT-FILE
                   OPEN I-O BANK-DEPOSIT-FILE
               END-IF
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                       UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                   PERFORM WRITE-DEPOSIT-RECORD
               END-PERFORM
               CLOSE BANK-DEPOSIT-FILE
           END-IF.

       WRITE-DEPOSIT-RECORD.
           INITIALIZE BANK-DEPOSIT-RECORD
           MOVE WS-BAT-DEPOSIT-NUMBER (WS-BAT-IDX) TO
               DS-DEPOSIT-NUMBER
           MOVE WS-BAT-COMPANY (WS-BAT-IDX) TO DS-COMPANY-CODE
           MOVE WS-BAT-DATE (WS-BAT-IDX)    TO DS-DEPOSIT-DATE
           MOVE WS-BAT-TYPE (WS-BAT-IDX)    TO DS-DEPOSIT-TYPE
           MOVE WS-BAT-COUNT (WS-BAT-IDX)   TO DS-ITEM-COUNT
           MOVE WS-BAT-GROSS (WS-BAT-IDX)   TO DS-GROSS-AMOUNT
           MOVE WS-BAT-FEE (WS-BAT-IDX)     TO DS-FEE-AMOUNT
           COMPUTE DS-DEPOSIT-AMOUNT =
               WS-BAT-GROSS (WS-BAT-IDX) - WS-BAT-FEE (WS-BAT-IDX)
           MOVE "T" TO DS-STATUS
           MOVE WS-OPERATOR-ID TO DS-PREPARED-BY
           WRITE BANK-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY "Deposit " DS-DEPOSIT-NUMBER " is already "
                           "on the deposit register - not rewritten."
           END-WRITE.

       PRINT-DEPOSIT-SLIPS.
           OPEN OUTPUT DEPOSIT-SLIP-FILE
           MOVE WS-SLP-HEADER TO DEPOSIT-SLIP-LINE
           WRITE DEPOSIT-SLIP-LINE
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                   UNTIL WS-BAT-IDX > WS-BATCH-COUNT
               PERFORM PRINT-ONE-SLIP
           END-PERFORM
           MOVE SPACES TO DEPOSIT-SLIP-LINE
           WRITE DEPOSIT-SLIP-LINE
           MOVE WS-BATCH-COUNT   TO WS-SLP-GCOUNT-OUT
           MOVE WS-GRAND-GROSS   TO WS-SLP-GGROSS-OUT
           MOVE WS-GRAND-FEE     TO WS-SLP-GFEE-OUT
           MOVE WS-GRAND-DEPOSIT TO WS-SLP-GDEPOSIT-OUT
           MOVE WS-SLP-GRAND-LINE TO DEPOSIT-SLIP-LINE
           WRITE DEPOSIT-SLIP-LINE
           CLOSE DEPOSIT-SLIP-FILE.

       PRINT-ONE-SLIP.
           EVALUATE WS-BAT-TYPE (WS-BAT-IDX)
               WHEN "L"
                   MOVE "Lockbox" TO WS-TYPE-NAME
               WHEN "C"
                   MOVE "Card settlement" TO WS-TYPE-NAME
               WHEN "W"
                   MOVE "Wire" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE "Counter checks" TO WS-TYPE-NAME
           END-EVALUATE
           MOVE SPACES TO DEPOSIT-SLIP-LINE
           WRITE DEPOSIT-SLIP-LINE
           MOVE WS-BAT-DEPOSIT-NUMBER (WS-BAT-IDX) TO WS-SLP-NUMBER-OUT
           MOVE WS-BAT-DATE (WS-BAT-IDX)    TO WS-SLP-DATE-OUT
           MOVE WS-BAT-COMPANY (WS-BAT-IDX) TO WS-SLP-COMPANY-OUT
           MOVE WS-TYPE-NAME TO WS-SLP-TYPE-OUT
           MOVE WS-SLP-BATCH-LINE TO DEPOSIT-SLIP-LINE
           WRITE DEPOSIT-SLIP-LINE
           MOVE WS-SLP-ITEM-HEADING TO DEPOSIT-SLIP-LINE
           WRITE DEPOSIT-SLIP-LINE
           PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SLIP-ITEM-COUNT
               IF WS-SIT-BATCH (WS-SIT-IDX) = WS-BAT-IDX
                   MOVE WS-SIT-PAYMENT-NUMBER (WS-SIT-IDX) TO
                       WS-SLP-PAY-OUT
                   MOVE WS-SIT-CUSTOMER-ID (WS-SIT-IDX) TO
                       WS-SLP-CUST-OUT
                   MOVE WS-SIT-CHECK-NUMBER (WS-SIT-IDX) TO
                       WS-SLP-CHECK-OUT
                   MOVE WS-SIT-AMOUNT (WS-SIT-IDX) TO WS-SLP-AMOUNT-OUT
                   MOVE WS-SIT-FEE (WS-SIT-IDX) TO WS-SLP-FEE-OUT
                   MOVE WS-SLP-ITEM-LINE TO DEPOSIT-SLIP-LINE
                   WRITE DEPOSIT-SLIP-LINE
               END-IF
           END-PERFORM
           MOVE WS-BAT-COUNT (WS-BAT-IDX) TO WS-SLP-TCOUNT-OUT
           MOVE WS-BAT-GROSS (WS-BAT-IDX) TO WS-SLP-TGROSS-OUT
           MOVE WS-BAT-FEE (WS-BAT-IDX)   TO WS-SLP-TFEE-OUT
           COMPUTE WS-SLP-TDEPOSIT-OUT =
               WS-BAT-GROSS (WS-BAT-IDX) - WS-BAT-FEE (WS-BAT-IDX)
           MOVE WS-SLP-TOTAL-LINE TO DEPOSIT-SLIP-LINE
           WRITE DEPOSIT-SLIP-LINE
           ADD WS-BAT-GROSS (WS-BAT-IDX) TO WS-GRAND-GROSS
           ADD WS-BAT-FEE (WS-BAT-IDX)   TO WS-GRAND-FEE
           COMPUTE WS-GRAND-DEPOSIT = WS-GRAND-GROSS - WS-GRAND-FEE.
