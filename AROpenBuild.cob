               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-TRANS-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       WORKING-STORAGE SECTION.
       01 WS-PURCHASE-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-AR-OPEN-STATUS        PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND     VALUE "00".
       01 WS-AR-OPEN-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-AR-OPEN-AVAILABLE  VALUE "Y".
       01 WS-AR-CUSTOMER-ID        PIC 9(5) VALUE 0.
       01 WS-AR-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AR-SOURCE-TYPE        PIC X(1).
       01 WS-AR-COMPANY            PIC X(3) VALUE SPACES.
       01 WS-AR-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-DATE      PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-PCT       PIC 9V99 VALUE 0.
       01 WS-OPENS-BUILT           PIC 9(7) VALUE 0.
       01 WS-REDUCTIONS-APPLIED    PIC 9(7) VALUE 0.
       01 WS-CONFIRM-ANSWER        PIC X(1) VALUE "N".
          88 WS-CONFIRMED          VALUE "Y" "y".

           COPY TERMSTBL.

       PROCEDURE DIVISION.
      * One pass of the transaction history rebuilds the AR
      * open-item file from nothing: every sale, finance charge
      * references an invoice draws that item down - the same
      * open-item arithmetic the cash-application programs use.
      * Run once to seed the file, or any time the open items are
      * suspected of drifting from the history.  Sales take their
      * due and discount dates from the customer's current terms
      * code.
       RUN-START.
           DISPLAY "Rebuild AROPEN.DAT from the transaction "
                   "history?  The existing open-item file is "
           OPEN OUTPUT AR-OPEN-ITEM-FILE.
           CLOSE AR-OPEN-ITEM-FILE.
           PERFORM OPEN-AR-OPEN-ITEMS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT PURCHASE-TRANS-FILE.
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
               CLOSE PURCHASE-TRANS-FILE
           END-IF.
           PERFORM CLOSE-AR-OPEN-ITEMS.
           CLOSE CUSTOMER-MASTER-FILE.
           DISPLAY "Open-item build complete - " WS-OPENS-BUILT
                   " items opened, " WS-REDUCTIONS-APPLIED
                   " reductions applied."

       COPY AROPUPDT.

       COPY TERMCALC.

       BUILD-FROM-ONE-TRANS.
           IF PT-TYPE-SALE OR PT-TYPE-FINANCE-CHG
              OR PT-TYPE-NSF-FEE
                       MOVE "N" TO WS-AR-SOURCE-TYPE
                   WHEN OTHER
                       MOVE "S" TO WS-AR-SOURCE-TYPE
                       PERFORM STAGE-AR-TERMS
               END-EVALUATE
               PERFORM POST-AR-OPEN-ITEM
               ADD 1 TO WS-OPENS-BUILT
                   ADD 1 TO WS-REDUCTIONS-APPLIED
               END-IF
           END-IF.

      * A sale falls due, and offers any cash discount, on the
      * customer's terms code; a customer no longer on file is
      * taken as due on receipt.
       STAGE-AR-TERMS.
           MOVE SPACES TO WS-TERMS-CODE
           MOVE PT-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-TERMS-CODE TO WS-TERMS-CODE
           END-READ
           PERFORM LOOKUP-TERMS-CODE
           MOVE WS-AR-ITEM-DATE TO WS-TERMS-BASE-DATE
           PERFORM SET-TERMS-DATES
           MOVE WS-TERMS-DUE-DATE      TO WS-AR-DUE-DATE
           MOVE WS-TERMS-DISCOUNT-DATE TO WS-AR-DISCOUNT-DATE
           MOVE WS-TERMS-DISCOUNT-PCT  TO WS-AR-DISCOUNT-PCT.
