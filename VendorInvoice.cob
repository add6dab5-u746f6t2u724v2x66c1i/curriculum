       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorInvoice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE-FILE ASSIGN TO "APINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-INVOICE-KEY
               FILE STATUS IS WS-AP-INVOICE-STATUS.

           SELECT AP-MATCH-FILE ASSIGN TO "APMATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-INVOICE-KEY
               FILE STATUS IS WS-AP-MATCH-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

           SELECT PO-HEADER-FILE ASSIGN TO "POHEADER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-HEADER-STATUS.

           SELECT PO-LINE-FILE ASSIGN TO "POLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-LINE-KEY
               FILE STATUS IS WS-PO-LINE-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "RECEIPTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERROR-LOG-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-FILE.
           COPY APINV.

       FD  AP-MATCH-FILE.
           COPY APMATCH.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAST.

       FD  PO-HEADER-FILE.
           COPY POHEADER.

       FD  PO-LINE-FILE.
           COPY POLINE.

       FD  RECEIPT-FILE.
           COPY RECEIPTS.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  ERROR-LOG-FILE.
           COPY ERRLOG.

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

       WORKING-STORAGE SECTION.
       01 WS-AP-INVOICE-STATUS     PIC X(2) VALUE "00".
          88 WS-AP-INVOICE-FOUND   VALUE "00".
       01 WS-AP-MATCH-STATUS       PIC X(2) VALUE "00".
          88 WS-AP-MATCH-FOUND     VALUE "00".
       01 WS-VENDOR-MASTER-STATUS  PIC X(2) VALUE "00".
          88 WS-VENDOR-FOUND       VALUE "00".
       01 WS-PO-HEADER-STATUS      PIC X(2) VALUE "00".
          88 WS-PO-FOUND           VALUE "00".
       01 WS-PO-LINE-STATUS        PIC X(2) VALUE "00".
          88 WS-PO-LINE-FOUND      VALUE "00".
       01 WS-RECEIPT-STATUS        PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-ERROR-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.
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
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "VendorInvoice".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).
       01 WS-GL-POST-SIDE          PIC X(1).
       01 WS-GL-POST-AMOUNT        PIC S9(9)V99 VALUE 0.

       01 WS-OPERATOR-ID           PIC X(8).

       01 WS-LOG-PROGRAM-NAME      PIC X(20) VALUE "VendorInvoice".
       01 WS-LOG-FIELD-NAME        PIC X(20).
       01 WS-LOG-BAD-VALUE         PIC X(20).

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ENTER        VALUE "E" "e".
          88 WS-MAINT-EXCEPTIONS   VALUE "X" "x".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-RESOLVE-CHOICE        PIC X(1) VALUE SPACE.
          88 WS-RESOLVE-APPROVE    VALUE "A" "a".
          88 WS-RESOLVE-REJECT     VALUE "R" "r".
       01 WS-VENDOR-ID             PIC 9(5).
       01 WS-INVOICE-NUMBER        PIC X(15).
       01 WS-INVOICE-DATE          PIC 9(8).
       01 WS-DUE-DATE              PIC 9(8).
       01 WS-INVOICE-LINE-COUNT    PIC 9(3) VALUE 0.
       01 WS-PO-NUMBER             PIC 9(9).
       01 WS-PO-LINE-NUMBER        PIC 9(3).
       01 WS-PACKING-SLIP          PIC X(12).
       01 WS-ENTRY-QUANTITY        PIC S9(5).
       01 WS-ENTRY-COST            PIC S9(7)V99.
       01 WS-LINE-ENTRY-DONE-SW    PIC X(1) VALUE "N".
          88 WS-LINE-ENTRY-DONE    VALUE "Y".
       01 WS-RECEIPT-EOF-SW        PIC X(1) VALUE "N".
          88 WS-RECEIPT-EOF        VALUE "Y".
       01 WS-MATCH-EOF-SW          PIC X(1) VALUE "N".
          88 WS-MATCH-EOF          VALUE "Y".

      * What the packing slip actually put on the shelf for the PO
      * line, summed across however many receipts it took.
       01 WS-RECEIVED-QTY          PIC S9(7) VALUE 0.
       01 WS-RECEIVED-VALUE        PIC S9(11)V99 VALUE 0.
       01 WS-RECEIVED-UNIT-COST    PIC S9(7)V99 VALUE 0.
       01 WS-PRICE-VARIANCE-PCT    PIC S9(5)V99 VALUE 0.
       01 WS-QTY-VARIANCE          PIC S9(7) VALUE 0.
       01 WS-QTY-VARIANCE-PCT      PIC S9(5)V99 VALUE 0.
       01 WS-MATCH-REASON          PIC X(30).
       01 WS-INVENTORY-VALUE       PIC S9(9)V99 VALUE 0.
       01 WS-DATE-INT              PIC 9(8) VALUE 0.

       01 WS-SESSION-PAYABLE       PIC S9(9)V99 VALUE 0.
       01 WS-SESSION-INVENTORY     PIC S9(9)V99 VALUE 0.
       01 WS-SESSION-PPV           PIC S9(9)V99 VALUE 0.
       01 WS-MATCHED-COUNT         PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The supplier's invoice is keyed line by line against the
      * PO line and the packing slip it bills.  Each line is
      * matched three ways: the invoice unit cost against the
      * agreed PO cost, and the invoice quantity against what the
      * receipts on that packing slip actually put on the shelf.
      * A line inside the run-control tolerances is approved and
      * payable at once; anything else, or a line with no receipt
      * behind it, waits in the match-exception queue for a
      * supervisor to override or reject.  Approved lines post the
      * payable, the inventory at receipt cost and the purchase
      * price variance between them to the GL feed.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           OPEN EXTEND ERROR-LOG-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           IF SL-COMPANY-CODE NOT = SPACES
               MOVE SL-COMPANY-CODE TO WS-SESSION-COMPANY
           END-IF.
           OPEN I-O AP-INVOICE-FILE.
           IF WS-AP-INVOICE-STATUS = "35"
               OPEN OUTPUT AP-INVOICE-FILE
               CLOSE AP-INVOICE-FILE
               OPEN I-O AP-INVOICE-FILE
           END-IF.
           OPEN I-O AP-MATCH-FILE.
           IF WS-AP-MATCH-STATUS = "35"
               OPEN OUTPUT AP-MATCH-FILE
               CLOSE AP-MATCH-FILE
               OPEN I-O AP-MATCH-FILE
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN INPUT PO-HEADER-FILE.
           OPEN I-O PO-LINE-FILE.
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

           DISPLAY "Vendor invoices - (E)nter invoice, match "
                   "e(X)ception queue, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ENTER
                       PERFORM ENTER-VENDOR-INVOICE
                   WHEN WS-MAINT-EXCEPTIONS
                       PERFORM WORK-EXCEPTION-QUEUE
                   WHEN OTHER
                       DISPLAY "Please enter E, X, or Q."
               END-EVALUATE
               DISPLAY "Vendor invoices - (E)nter invoice, match "
                       "e(X)ception queue, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           PERFORM WRITE-GL-FEED.

           CLOSE AP-INVOICE-FILE.
           CLOSE AP-MATCH-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE PO-HEADER-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE GL-ACCOUNT-MAP-FILE.
           CLOSE CHART-ACCOUNT-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE ERROR-LOG-FILE.
           CLOSE RUN-CONTROL-FILE.
           MOVE "GLFEED" TO WS-FC-FILE-NAME
           MOVE WS-GLFEED-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-GLFEED-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL.
           DISPLAY "Vendor invoice session complete - "
                   WS-MATCHED-COUNT " lines payable, "
                   WS-EXCEPTION-COUNT " to the exception queue."
           GOBACK.

       COPY LOGERROR.

       COPY OPENRCTL.

       COPY GLBATCH.

       COPY FCUPDT.

       COPY GLMAPRES.

       ENTER-VENDOR-INVOICE.
           DISPLAY "Vendor ID (5 digits): "
           ACCEPT WS-VENDOR-ID
           MOVE WS-VENDOR-ID TO VN-VENDOR-ID
           READ VENDOR-MASTER-FILE
               KEY IS VN-VENDOR-ID
               INVALID KEY
                   MOVE "23" TO WS-VENDOR-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-VENDOR-MASTER-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-VENDOR-FOUND
                   DISPLAY "Unknown vendor ID " WS-VENDOR-ID "."
                   MOVE "VENDOR-ID"  TO WS-LOG-FIELD-NAME
                   MOVE WS-VENDOR-ID TO WS-LOG-BAD-VALUE
                   PERFORM LOG-ERROR
               WHEN VN-COMPANY-CODE NOT = SPACES
                    AND VN-COMPANY-CODE NOT = WS-SESSION-COMPANY
                   DISPLAY "Vendor " WS-VENDOR-ID " belongs to "
                           "company " VN-COMPANY-CODE " - not part "
                           "of this session."
               WHEN OTHER
                   PERFORM CAPTURE-INVOICE-HEADER
           END-EVALUATE.

      * The vendor's own invoice number keys the lines, so the
      * same invoice keyed twice is caught on its first line.
       CAPTURE-INVOICE-HEADER.
           DISPLAY "Invoicing vendor " VN-VENDOR-NAME
           DISPLAY "Vendor invoice number (15 characters): "
           ACCEPT WS-INVOICE-NUMBER
           MOVE WS-VENDOR-ID      TO AP-VENDOR-ID
           MOVE WS-INVOICE-NUMBER TO AP-INVOICE-NUMBER
           MOVE 1                 TO AP-LINE-NUMBER
           READ AP-INVOICE-FILE
               KEY IS AP-INVOICE-KEY
               INVALID KEY
                   MOVE "23" TO WS-AP-INVOICE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-AP-INVOICE-STATUS
           END-READ
           IF WS-INVOICE-NUMBER = SPACES OR WS-AP-INVOICE-FOUND
               DISPLAY "Invoice number blank or already entered "
                       "for this vendor - invoice rejected."
               MOVE "INVOICE-NUMBER"  TO WS-LOG-FIELD-NAME
               MOVE WS-INVOICE-NUMBER TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               DISPLAY "Invoice date (YYYYMMDD, 0 for today): "
               ACCEPT WS-INVOICE-DATE
               IF WS-INVOICE-DATE = 0
                   MOVE WS-TODAY-DATE TO WS-INVOICE-DATE
               END-IF
               PERFORM COMPUTE-DUE-DATE
               MOVE 0 TO WS-INVOICE-LINE-COUNT
               MOVE "N" TO WS-LINE-ENTRY-DONE-SW
               PERFORM UNTIL WS-LINE-ENTRY-DONE
                   DISPLAY "PO number (9 digits, 0 when done): "
                   ACCEPT WS-PO-NUMBER
                   IF WS-PO-NUMBER = 0
                       MOVE "Y" TO WS-LINE-ENTRY-DONE-SW
                   ELSE
                       PERFORM CAPTURE-INVOICE-LINE
                   END-IF
               END-PERFORM
               DISPLAY "Invoice " WS-INVOICE-NUMBER " - "
                       WS-INVOICE-LINE-COUNT " lines, due "
                       WS-DUE-DATE "."
           END-IF.

       COMPUTE-DUE-DATE.
           IF VN-TERMS-DAYS = 0
               MOVE 30 TO VN-TERMS-DAYS
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-INVOICE-DATE)
               + VN-TERMS-DAYS
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT).

       CAPTURE-INVOICE-LINE.
           MOVE WS-PO-NUMBER TO PO-NUMBER
           READ PO-HEADER-FILE
               KEY IS PO-NUMBER
               INVALID KEY
                   MOVE "23" TO WS-PO-HEADER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PO-HEADER-STATUS
           END-READ
           IF NOT WS-PO-FOUND OR PO-VENDOR-ID NOT = WS-VENDOR-ID
               DISPLAY "PO " WS-PO-NUMBER " is unknown or was not "
                       "placed with vendor " WS-VENDOR-ID "."
               MOVE "PO-NUMBER"  TO WS-LOG-FIELD-NAME
               MOVE WS-PO-NUMBER TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               DISPLAY "PO line number (3 digits): "
               ACCEPT WS-PO-LINE-NUMBER
               MOVE WS-PO-NUMBER      TO PI-PO-NUMBER
               MOVE WS-PO-LINE-NUMBER TO PI-LINE-NUMBER
               READ PO-LINE-FILE
                   KEY IS PI-LINE-KEY
                   INVALID KEY
                       MOVE "23" TO WS-PO-LINE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-PO-LINE-STATUS
               END-READ
               IF NOT WS-PO-LINE-FOUND
                   DISPLAY "PO " WS-PO-NUMBER " has no line "
                           WS-PO-LINE-NUMBER "."
               ELSE
                   DISPLAY "Line " PI-PRODUCT-CODE " ordered "
                           PI-QTY-ORDERED " at " PI-UNIT-COST
                           ", received " PI-QTY-RECEIVED
                           ", already invoiced " PI-QTY-INVOICED
                   DISPLAY "Packing-slip reference billed (12 "
                           "characters): "
                   ACCEPT WS-PACKING-SLIP
                   DISPLAY "Invoiced quantity (5 digits): "
                   ACCEPT WS-ENTRY-QUANTITY
                   DISPLAY "Invoiced unit cost (7 digits, 2 "
                           "decimals): "
                   ACCEPT WS-ENTRY-COST
                   IF WS-ENTRY-QUANTITY <= 0
                       DISPLAY "Quantity must be greater than zero "
                               "- line skipped."
                   ELSE
                       PERFORM SUM-PACKING-SLIP-RECEIPTS
                       PERFORM MATCH-INVOICE-LINE
                       PERFORM WRITE-INVOICE-LINE
                   END-IF
               END-IF
           END-IF.

      * RECEIPTS is a sequential history, so the slip's receipts
      * for this PO line are found by a pass over the file.
       SUM-PACKING-SLIP-RECEIPTS.
           MOVE 0 TO WS-RECEIVED-QTY
           MOVE 0 TO WS-RECEIVED-VALUE
           MOVE 0 TO WS-RECEIVED-UNIT-COST
           MOVE "N" TO WS-RECEIPT-EOF-SW
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               MOVE "Y" TO WS-RECEIPT-EOF-SW
           END-IF
           PERFORM UNTIL WS-RECEIPT-EOF
               READ RECEIPT-FILE
                   AT END
                       MOVE "Y" TO WS-RECEIPT-EOF-SW
                   NOT AT END
                       IF RV-PO-NUMBER = WS-PO-NUMBER
                          AND RV-PO-LINE-NUMBER = WS-PO-LINE-NUMBER
                          AND RV-PACKING-SLIP = WS-PACKING-SLIP
                           ADD RV-QUANTITY TO WS-RECEIVED-QTY
                           COMPUTE WS-RECEIVED-VALUE =
                               WS-RECEIVED-VALUE
                               + (RV-QUANTITY * RV-UNIT-COST)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECEIPT-STATUS NOT = "35"
               CLOSE RECEIPT-FILE
           END-IF
           IF WS-RECEIVED-QTY > 0
               COMPUTE WS-RECEIVED-UNIT-COST ROUNDED =
                   WS-RECEIVED-VALUE / WS-RECEIVED-QTY
           END-IF.

      * The first failing test names the reason; a clean line
      * leaves the reason blank and is approved.
       MATCH-INVOICE-LINE.
           MOVE SPACES TO WS-MATCH-REASON
           MOVE 0 TO WS-PRICE-VARIANCE-PCT
           MOVE 0 TO WS-QTY-VARIANCE
           MOVE 0 TO WS-QTY-VARIANCE-PCT
           IF PI-UNIT-COST > 0
               COMPUTE WS-PRICE-VARIANCE-PCT ROUNDED =
                   (WS-ENTRY-COST - PI-UNIT-COST) * 100
                   / PI-UNIT-COST
           ELSE
               IF WS-ENTRY-COST > 0
                   MOVE 100 TO WS-PRICE-VARIANCE-PCT
               END-IF
           END-IF
           COMPUTE WS-QTY-VARIANCE =
               WS-ENTRY-QUANTITY - WS-RECEIVED-QTY
           IF WS-RECEIVED-QTY > 0
               COMPUTE WS-QTY-VARIANCE-PCT ROUNDED =
                   WS-QTY-VARIANCE * 100 / WS-RECEIVED-QTY
           END-IF
           EVALUATE TRUE
               WHEN WS-RECEIVED-QTY <= 0
                   MOVE "NO RECEIPT ON PACKING SLIP"
                       TO WS-MATCH-REASON
               WHEN PI-QTY-INVOICED + WS-ENTRY-QUANTITY >
                    PI-QTY-RECEIVED
                   MOVE "BILLED MORE THAN RECEIVED"
                       TO WS-MATCH-REASON
               WHEN WS-QTY-VARIANCE-PCT > RC-AP-QTY-TOL-PCT
                    OR WS-QTY-VARIANCE-PCT < 0 - RC-AP-QTY-TOL-PCT
                   MOVE "QUANTITY OUTSIDE TOLERANCE"
                       TO WS-MATCH-REASON
               WHEN WS-PRICE-VARIANCE-PCT > RC-AP-PRICE-TOL-PCT
                    OR WS-PRICE-VARIANCE-PCT <
                       0 - RC-AP-PRICE-TOL-PCT
                   MOVE "PRICE OUTSIDE TOLERANCE"
                       TO WS-MATCH-REASON
           END-EVALUATE.

       WRITE-INVOICE-LINE.
           ADD 1 TO WS-INVOICE-LINE-COUNT
           INITIALIZE AP-INVOICE-RECORD
           MOVE WS-VENDOR-ID          TO AP-VENDOR-ID
           MOVE WS-INVOICE-NUMBER     TO AP-INVOICE-NUMBER
           MOVE WS-INVOICE-LINE-COUNT TO AP-LINE-NUMBER
           MOVE WS-INVOICE-DATE       TO AP-INVOICE-DATE
           MOVE WS-DUE-DATE           TO AP-DUE-DATE
           MOVE WS-PO-NUMBER          TO AP-PO-NUMBER
           MOVE WS-PO-LINE-NUMBER     TO AP-PO-LINE-NUMBER
           MOVE WS-PACKING-SLIP       TO AP-PACKING-SLIP
           MOVE PI-PRODUCT-CODE       TO AP-PRODUCT-CODE
           MOVE WS-ENTRY-QUANTITY     TO AP-QUANTITY
           MOVE WS-ENTRY-COST         TO AP-UNIT-COST
           COMPUTE AP-INVOICE-AMOUNT ROUNDED =
               WS-ENTRY-QUANTITY * WS-ENTRY-COST
           MOVE WS-RECEIVED-QTY       TO AP-RECEIPT-QUANTITY
           MOVE WS-RECEIVED-UNIT-COST TO AP-RECEIPT-COST
           MOVE 0                     TO AP-AMOUNT-PAID
           MOVE WS-OPERATOR-ID        TO AP-OPERATOR-ID
           MOVE WS-SESSION-COMPANY    TO AP-COMPANY-CODE
           IF WS-MATCH-REASON = SPACES
               PERFORM APPROVE-INVOICE-LINE
               WRITE AP-INVOICE-RECORD
               DISPLAY "Line " WS-INVOICE-LINE-COUNT " matched - "
                       AP-INVOICE-AMOUNT " payable."
           ELSE
               MOVE "E" TO AP-STATUS
               WRITE AP-INVOICE-RECORD
               INITIALIZE AP-MATCH-EXCEPTION-RECORD
               MOVE AP-INVOICE-KEY        TO MX-INVOICE-KEY
               MOVE WS-TODAY-DATE         TO MX-QUEUED-DATE
               MOVE WS-MATCH-REASON       TO MX-REASON
               MOVE WS-PRICE-VARIANCE-PCT TO MX-PRICE-VARIANCE-PCT
               MOVE WS-QTY-VARIANCE       TO MX-QTY-VARIANCE
               MOVE WS-SESSION-COMPANY    TO MX-COMPANY-CODE
               MOVE "O"                   TO MX-STATUS
               WRITE AP-MATCH-EXCEPTION-RECORD
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "Line " WS-INVOICE-LINE-COUNT " held - "
                       WS-MATCH-REASON "."
           END-IF.

      * Approval values the inventory at what the receipts cost,
      * so the gap to the invoiced amount is the purchase price
      * variance, and marks the quantity invoiced on the PO line.
      * The PO line record must be current on entry.
       APPROVE-INVOICE-LINE.
           COMPUTE WS-INVENTORY-VALUE ROUNDED =
               AP-QUANTITY * AP-RECEIPT-COST
           COMPUTE AP-PPV-AMOUNT =
               AP-INVOICE-AMOUNT - WS-INVENTORY-VALUE
           MOVE "A" TO AP-STATUS
           ADD AP-QUANTITY TO PI-QTY-INVOICED
           REWRITE PO-LINE-RECORD
           ADD AP-INVOICE-AMOUNT  TO WS-SESSION-PAYABLE
           ADD WS-INVENTORY-VALUE TO WS-SESSION-INVENTORY
           ADD AP-PPV-AMOUNT      TO WS-SESSION-PPV
           ADD 1 TO WS-MATCHED-COUNT.

      * Supervisors work the queue oldest first: each open row is
      * shown with its reason and variances and either overridden
      * (the line becomes payable exactly as a clean match would)
      * or rejected (the line is dead and never paid).
       WORK-EXCEPTION-QUEUE.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Working the match-exception queue requires "
                       "a supervisor sign-on."
           ELSE
               MOVE "N" TO WS-MATCH-EOF-SW
               MOVE LOW-VALUES TO MX-INVOICE-KEY
               START AP-MATCH-FILE KEY IS NOT LESS THAN
                     MX-INVOICE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MATCH-EOF-SW
               END-START
               PERFORM UNTIL WS-MATCH-EOF
                   READ AP-MATCH-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MATCH-EOF-SW
                       NOT AT END
                           IF MX-OPEN
                              AND (MX-COMPANY-CODE = SPACES OR
                                   MX-COMPANY-CODE =
                                   WS-SESSION-COMPANY)
                               PERFORM RESOLVE-ONE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "End of the match-exception queue."
           END-IF.

       RESOLVE-ONE-EXCEPTION.
           MOVE MX-INVOICE-KEY TO AP-INVOICE-KEY
           READ AP-INVOICE-FILE
               KEY IS AP-INVOICE-KEY
               INVALID KEY
                   MOVE "23" TO WS-AP-INVOICE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-AP-INVOICE-STATUS
           END-READ
           IF WS-AP-INVOICE-FOUND
               DISPLAY "Vendor " AP-VENDOR-ID " invoice "
                       AP-INVOICE-NUMBER " line " AP-LINE-NUMBER
               DISPLAY "  PO " AP-PO-NUMBER "/" AP-PO-LINE-NUMBER
                       " slip " AP-PACKING-SLIP " qty "
                       AP-QUANTITY " at " AP-UNIT-COST
                       " received " AP-RECEIPT-QUANTITY
               DISPLAY "  " MX-REASON " price var pct "
                       MX-PRICE-VARIANCE-PCT " qty var "
                       MX-QTY-VARIANCE
               DISPLAY "(A)pprove override, (R)eject, or Enter to "
                       "leave open: "
               ACCEPT WS-RESOLVE-CHOICE
               EVALUATE TRUE
                   WHEN WS-RESOLVE-APPROVE
                       PERFORM OVERRIDE-EXCEPTION
                   WHEN WS-RESOLVE-REJECT
                       MOVE "X" TO AP-STATUS
                       REWRITE AP-INVOICE-RECORD
                       MOVE "R" TO MX-STATUS
                       MOVE WS-OPERATOR-ID TO MX-RESOLVED-BY
                       MOVE WS-TODAY-DATE  TO MX-RESOLVED-DATE
                       REWRITE AP-MATCH-EXCEPTION-RECORD
                       DISPLAY "Line rejected."
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * An override still needs the PO line to post the invoiced
      * quantity against; the receipt cost captured at entry
      * values the inventory (the PO cost when nothing was ever
      * received).
       OVERRIDE-EXCEPTION.
           MOVE AP-PO-NUMBER      TO PI-PO-NUMBER
           MOVE AP-PO-LINE-NUMBER TO PI-LINE-NUMBER
           READ PO-LINE-FILE
               KEY IS PI-LINE-KEY
               INVALID KEY
                   MOVE "23" TO WS-PO-LINE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PO-LINE-STATUS
           END-READ
           IF NOT WS-PO-LINE-FOUND
               DISPLAY "PO line " AP-PO-NUMBER "/"
                       AP-PO-LINE-NUMBER " is gone - reject "
                       "instead."
           ELSE
               IF AP-RECEIPT-QUANTITY <= 0
                   MOVE PI-UNIT-COST TO AP-RECEIPT-COST
               END-IF
               PERFORM APPROVE-INVOICE-LINE
               REWRITE AP-INVOICE-RECORD
               MOVE "A" TO MX-STATUS
               MOVE WS-OPERATOR-ID TO MX-RESOLVED-BY
               MOVE WS-TODAY-DATE  TO MX-RESOLVED-DATE
               REWRITE AP-MATCH-EXCEPTION-RECORD
               DISPLAY "Line approved - " AP-INVOICE-AMOUNT
                       " payable."
           END-IF.

      * Session totals post once at close: inventory debited at
      * receipt cost, the payable credited at invoice amount, and
      * the difference to purchase price variance on whichever
      * side it falls.
       WRITE-GL-FEED.
           IF WS-SESSION-INVENTORY NOT = 0
               MOVE "1300" TO WS-GL-POST-ACCOUNT
               MOVE "1300" TO WS-GL-POSTING-TYPE
               MOVE "D" TO WS-GL-POST-SIDE
               MOVE WS-SESSION-INVENTORY TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF
           IF WS-SESSION-PPV > 0
               MOVE "5010" TO WS-GL-POST-ACCOUNT
               MOVE "5010" TO WS-GL-POSTING-TYPE
               MOVE "D" TO WS-GL-POST-SIDE
               MOVE WS-SESSION-PPV TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF
           IF WS-SESSION-PPV < 0
               MOVE "5010" TO WS-GL-POST-ACCOUNT
               MOVE "5010" TO WS-GL-POSTING-TYPE
               MOVE "C" TO WS-GL-POST-SIDE
               COMPUTE WS-GL-POST-AMOUNT = 0 - WS-SESSION-PPV
               PERFORM WRITE-GL-POSTING
           END-IF
           IF WS-SESSION-PAYABLE NOT = 0
               MOVE "2000" TO WS-GL-POST-ACCOUNT
               MOVE "2000" TO WS-GL-POSTING-TYPE
               MOVE "C" TO WS-GL-POST-SIDE
               MOVE WS-SESSION-PAYABLE TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF.

       WRITE-GL-POSTING.
           INITIALIZE GL-FEED-RECORD
           MOVE "VendorInvoice"    TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE      TO GL-PERIOD-DATE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE WS-GL-POST-SIDE    TO GL-DEBIT-CREDIT-SW
           MOVE WS-GL-POST-AMOUNT  TO GL-AMOUNT
           MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT.
