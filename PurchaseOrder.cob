       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurchaseOrder.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT PRODUCT-AUDIT-FILE ASSIGN TO "PRODAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-AUDIT-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CONTROL-KEY
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

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

           SELECT WAREHOUSE-MASTER-FILE ASSIGN TO "WAREHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-WAREHOUSE-CODE
               FILE STATUS IS WS-WAREHOUSE-MASTER-STATUS.

           SELECT PRODUCT-WAREHOUSE-FILE ASSIGN TO "PRODWHSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-BALANCE-KEY
               FILE STATUS IS WS-PRODUCT-WAREHOUSE-STATUS.

           SELECT PO-EXCEPTION-REPORT-FILE ASSIGN TO "POSHORT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-HEADER-FILE.
           COPY POHEADER.

       FD  PO-LINE-FILE.
           COPY POLINE.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAST.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  PRODUCT-AUDIT-FILE.
           COPY PRODAUDIT.

       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  ERROR-LOG-FILE.
           COPY ERRLOG.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  WAREHOUSE-MASTER-FILE.
           COPY WAREHSE.

       FD  PRODUCT-WAREHOUSE-FILE.
           COPY PRODWHSE.

       FD  PO-EXCEPTION-REPORT-FILE.
       01 PO-EXCEPTION-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PO-HEADER-STATUS      PIC X(2) VALUE "00".
          88 WS-PO-FOUND           VALUE "00".
       01 WS-PO-LINE-STATUS        PIC X(2) VALUE "00".
          88 WS-PO-LINE-FOUND      VALUE "00".
       01 WS-VENDOR-MASTER-STATUS  PIC X(2) VALUE "00".
          88 WS-VENDOR-FOUND       VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-AUDIT-STATUS  PIC X(2) VALUE "00".
       01 WS-INVOICE-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-ERROR-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-PO-REPORT-STATUS      PIC X(2) VALUE "00".
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

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.

       01 WS-LOG-PROGRAM-NAME      PIC X(20) VALUE "PurchaseOrder".
       01 WS-LOG-FIELD-NAME        PIC X(20).
       01 WS-LOG-BAD-VALUE         PIC X(20).

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ENTER        VALUE "E" "e".
          88 WS-MAINT-INQUIRE      VALUE "I" "i".
          88 WS-MAINT-CANCEL       VALUE "C" "c".
          88 WS-MAINT-REPORT       VALUE "R" "r".
          88 WS-MAINT-REBUILD      VALUE "B" "b".
          88 WS-MAINT-RELEASE      VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-VENDOR-ID             PIC 9(5).
       01 WS-PO-NUMBER             PIC 9(9) VALUE 0.
       01 WS-PO-LINE-NUMBER        PIC 9(3) VALUE 0.
       01 WS-PO-LINE-COUNT         PIC 9(3) VALUE 0.
       01 WS-PO-WAREHOUSE          PIC X(3).
       01 WS-SITE-EOF-SW           PIC X(1) VALUE "N".
          88 WS-SITE-EOF           VALUE "Y".
       01 WS-HEADER-EXPECTED-DATE  PIC 9(8) VALUE 0.
       01 WS-LINE-EXPECTED-DATE    PIC 9(8) VALUE 0.
       01 WS-PRODUCT-CODE          PIC X(6).
       01 WS-ENTRY-QUANTITY        PIC 9(5).
       01 WS-ENTRY-COST-X          PIC X(11).
       01 WS-ENTRY-COST            PIC S9(7)V99.
       01 WS-OPEN-QTY              PIC S9(5).
       01 WS-CANCEL-ANSWER         PIC X(1).
       01 WS-PO-TOTAL-COST         PIC S9(9)V99 VALUE 0.
       01 WS-LINE-ENTRY-DONE-SW    PIC X(1) VALUE "N".
          88 WS-LINE-ENTRY-DONE    VALUE "Y".
       01 WS-PRODUCT-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-PRODUCT-FOUND      VALUE "Y".
       01 WS-LINE-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LINE-EOF           VALUE "Y".
       01 WS-PRODUCT-EOF-SW        PIC X(1) VALUE "N".
          88 WS-PRODUCT-EOF        VALUE "Y".
       01 WS-PO-STILL-OPEN-SW      PIC X(1) VALUE "N".
          88 WS-PO-STILL-OPEN      VALUE "Y".
       01 WS-PO-ANY-RECEIVED-SW    PIC X(1) VALUE "N".
          88 WS-PO-ANY-RECEIVED    VALUE "Y".
       01 WS-PO-STILL-DRAFT-SW     PIC X(1) VALUE "N".
          88 WS-PO-STILL-DRAFT     VALUE "Y".
       01 WS-RELEASE-QTY-X         PIC X(6).
       01 WS-RELEASE-ANSWER        PIC X(1).
       01 WS-AUDIT-FIELD-NAME      PIC X(20).
       01 WS-AUDIT-OLD-VALUE       PIC X(20).
       01 WS-AUDIT-NEW-VALUE       PIC X(20).
       01 WS-SESSION-PO-COUNT      PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01 WS-REBUILT-COUNT         PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-REASON      PIC X(10).

       01 WS-PO-REPORT-HEADER      PIC X(44) VALUE
          "-- Short / Late PO Shipment Report --".
       01 WS-PO-REPORT-LINE-OUT.
          05 FILLER                PIC X(3) VALUE "PO ".
          05 WS-PR-PO-OUT          PIC 9(9).
          05 FILLER                PIC X(5) VALUE " vnd ".
          05 WS-PR-VENDOR-OUT      PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PR-PRODUCT-OUT     PIC X(6).
          05 FILLER                PIC X(5) VALUE " ord ".
          05 WS-PR-ORDERED-OUT     PIC ZZZZ9-.
          05 FILLER                PIC X(5) VALUE " rcv ".
          05 WS-PR-RECEIVED-OUT    PIC ZZZZ9-.
          05 FILLER                PIC X(5) VALUE " due ".
          05 WS-PR-DUE-OUT         PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PR-REASON-OUT      PIC X(10).

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * A purchase order names the vendor, the products, the
      * agreed unit cost and when each line is due.  Entering a
      * line books its quantity onto PM-QTY-ON-ORDER; Receiving
      * relieves it as the packing slips arrive, and a cancelled
      * or short-closed line gives back whatever never came.  The
      * rebuild option re-derives every product's on-order count
      * from the open PO lines, and the exception report lists
      * the shipments that came in short or late.  Draft POs
      * suggested by the reorder calculation wait for the buyer
      * to review them and release them onto order here.  Each
      * PO delivers to one warehouse, whose on-order count moves
      * alongside the product's.
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
           OPEN I-O PO-HEADER-FILE.
           IF WS-PO-HEADER-STATUS = "35"
               OPEN OUTPUT PO-HEADER-FILE
               CLOSE PO-HEADER-FILE
               OPEN I-O PO-HEADER-FILE
           END-IF.
           OPEN I-O PO-LINE-FILE.
           IF WS-PO-LINE-STATUS = "35"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN I-O PO-LINE-FILE
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN I-O PRODUCT-MASTER-FILE.
           OPEN EXTEND PRODUCT-AUDIT-FILE.
           OPEN I-O INVOICE-CONTROL-FILE.
           IF WS-INVOICE-CONTROL-STATUS = "35"
               OPEN OUTPUT INVOICE-CONTROL-FILE
               CLOSE INVOICE-CONTROL-FILE
               OPEN I-O INVOICE-CONTROL-FILE
           END-IF.
           PERFORM OPEN-WAREHOUSE-FILES.

           DISPLAY "Purchase orders - (E)nter, (I)nquire, "
                   "(C)ancel, short/late (R)eport, re(B)uild "
                   "on-order, re(L)ease draft, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ENTER
                       PERFORM ENTER-PURCHASE-ORDER
                   WHEN WS-MAINT-INQUIRE
                       PERFORM INQUIRE-PURCHASE-ORDER
                   WHEN WS-MAINT-CANCEL
                       PERFORM CANCEL-PURCHASE-ORDER
                   WHEN WS-MAINT-REPORT
                       PERFORM WRITE-EXCEPTION-REPORT
                   WHEN WS-MAINT-REBUILD
                       PERFORM REBUILD-ON-ORDER
                   WHEN WS-MAINT-RELEASE
                       PERFORM RELEASE-DRAFT-ORDER
                   WHEN OTHER
                       DISPLAY "Please enter E, I, C, R, B, L, or Q."
               END-EVALUATE
               DISPLAY "Purchase orders - (E)nter, (I)nquire, "
                       "(C)ancel, short/late (R)eport, re(B)uild "
                       "on-order, re(L)ease draft, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE PO-HEADER-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE PRODUCT-AUDIT-FILE.
           PERFORM CLOSE-WAREHOUSE-FILES.
           CLOSE INVOICE-CONTROL-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE ERROR-LOG-FILE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Purchase order session complete - "
                   WS-SESSION-PO-COUNT " orders placed."
           GOBACK.

       COPY LOGERROR.

       COPY OPENRCTL.

       COPY WHSEUPDT.

       LOOKUP-PRODUCT.
           MOVE "N" TO WS-PRODUCT-FOUND-SW
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRODUCT-FOUND-SW
           END-READ.

       LOOKUP-PURCHASE-ORDER.
           MOVE WS-PO-NUMBER TO PO-NUMBER
           READ PO-HEADER-FILE
               KEY IS PO-NUMBER
               INVALID KEY
                   MOVE "23" TO WS-PO-HEADER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PO-HEADER-STATUS
           END-READ
           MOVE PO-WAREHOUSE-CODE TO WS-PO-WAREHOUSE
           IF WS-PO-FOUND
              AND PO-COMPANY-CODE NOT = SPACES
              AND PO-COMPANY-CODE NOT = WS-SESSION-COMPANY
               DISPLAY "PO " WS-PO-NUMBER " belongs to company "
                       PO-COMPANY-CODE " - not part of this "
                       "session."
               MOVE "23" TO WS-PO-HEADER-STATUS
           END-IF.

       ENTER-PURCHASE-ORDER.
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
               WHEN VN-INACTIVE
                   DISPLAY "Vendor " WS-VENDOR-ID " is inactive - "
                           "order rejected."
               WHEN VN-COMPANY-CODE NOT = SPACES
                    AND VN-COMPANY-CODE NOT = WS-SESSION-COMPANY
                   DISPLAY "Vendor " WS-VENDOR-ID " belongs to "
                           "company " VN-COMPANY-CODE " - not part "
                           "of this session."
               WHEN OTHER
                   PERFORM CAPTURE-PURCHASE-ORDER
           END-EVALUATE.

       CAPTURE-PURCHASE-ORDER.
           DISPLAY "Ordering from " VN-VENDOR-NAME
           DISPLAY "Expected delivery date (YYYYMMDD): "
           ACCEPT WS-HEADER-EXPECTED-DATE
           IF WS-HEADER-EXPECTED-DATE < WS-TODAY-DATE
               DISPLAY "Expected date is before today - order "
                       "rejected."
               MOVE "EXPECTED-DATE" TO WS-LOG-FIELD-NAME
               MOVE WS-HEADER-EXPECTED-DATE TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               IF WS-WAREHOUSE-AVAILABLE
                   DISPLAY "Deliver to -"
               END-IF
               PERFORM ACCEPT-WAREHOUSE-CODE
               MOVE WS-PW-WAREHOUSE TO WS-PO-WAREHOUSE
               PERFORM NEXT-PO-NUMBER
               INITIALIZE PO-HEADER-RECORD
               MOVE WS-PO-NUMBER            TO PO-NUMBER
               MOVE WS-VENDOR-ID            TO PO-VENDOR-ID
               MOVE WS-TODAY-DATE           TO PO-ORDER-DATE
               MOVE WS-HEADER-EXPECTED-DATE TO PO-EXPECTED-DATE
               MOVE WS-OPERATOR-ID          TO PO-OPERATOR-ID
               MOVE WS-SESSION-COMPANY      TO PO-COMPANY-CODE
               MOVE "O"                     TO PO-STATUS
               MOVE WS-PO-WAREHOUSE         TO PO-WAREHOUSE-CODE
               WRITE PO-HEADER-RECORD
               MOVE 0 TO WS-PO-LINE-COUNT
               MOVE 0 TO WS-PO-TOTAL-COST
               MOVE "N" TO WS-LINE-ENTRY-DONE-SW
               PERFORM UNTIL WS-LINE-ENTRY-DONE
                   DISPLAY "Product code (6 characters, blank "
                           "when done): "
                   ACCEPT WS-PRODUCT-CODE
                   IF WS-PRODUCT-CODE = SPACES
                       MOVE "Y" TO WS-LINE-ENTRY-DONE-SW
                   ELSE
                       PERFORM CAPTURE-PO-LINE
                   END-IF
               END-PERFORM
               IF WS-PO-LINE-COUNT = 0
                   MOVE "X" TO PO-STATUS
                   REWRITE PO-HEADER-RECORD
                   DISPLAY "No lines entered - PO " WS-PO-NUMBER
                           " cancelled."
               ELSE
                   ADD 1 TO WS-SESSION-PO-COUNT
                   DISPLAY "PO " WS-PO-NUMBER " placed - "
                           WS-PO-LINE-COUNT " lines, cost "
                           WS-PO-TOTAL-COST "."
               END-IF
           END-IF.

      * The agreed cost defaults to the current moving average
      * when the buyer has no quote; the line's due date defaults
      * to the PO's.  The quantity goes straight onto on-order.
       CAPTURE-PO-LINE.
           PERFORM LOOKUP-PRODUCT
           IF NOT WS-PRODUCT-FOUND OR PM-DISCONTINUED
               DISPLAY "Unknown or discontinued product "
                       WS-PRODUCT-CODE " - line skipped."
               MOVE "PRODUCT-CODE"  TO WS-LOG-FIELD-NAME
               MOVE WS-PRODUCT-CODE TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               DISPLAY "On hand " PM-QTY-ON-HAND ", already on "
                       "order " PM-QTY-ON-ORDER "."
               DISPLAY "Quantity to order (5 digits): "
               ACCEPT WS-ENTRY-QUANTITY
               IF WS-ENTRY-QUANTITY = 0
                   DISPLAY "Quantity must be greater than zero - "
                           "line skipped."
               ELSE
                   DISPLAY "Agreed unit cost (blank for "
                           PM-AVG-UNIT-COST "): "
                   ACCEPT WS-ENTRY-COST-X
                   IF WS-ENTRY-COST-X = SPACES
                       MOVE PM-AVG-UNIT-COST TO WS-ENTRY-COST
                   ELSE
                       MOVE FUNCTION NUMVAL (WS-ENTRY-COST-X)
                           TO WS-ENTRY-COST
                   END-IF
                   DISPLAY "Line due date (YYYYMMDD, 0 for "
                           WS-HEADER-EXPECTED-DATE "): "
                   ACCEPT WS-LINE-EXPECTED-DATE
                   IF WS-LINE-EXPECTED-DATE = 0
                       MOVE WS-HEADER-EXPECTED-DATE
                           TO WS-LINE-EXPECTED-DATE
                   END-IF
                   ADD 1 TO WS-PO-LINE-COUNT
                   INITIALIZE PO-LINE-RECORD
                   MOVE WS-PO-NUMBER          TO PI-PO-NUMBER
                   MOVE WS-PO-LINE-COUNT      TO PI-LINE-NUMBER
                   MOVE WS-PRODUCT-CODE       TO PI-PRODUCT-CODE
                   MOVE WS-ENTRY-QUANTITY     TO PI-QTY-ORDERED
                   MOVE 0                     TO PI-QTY-RECEIVED
                   MOVE WS-ENTRY-COST         TO PI-UNIT-COST
                   MOVE WS-LINE-EXPECTED-DATE TO PI-EXPECTED-DATE
                   MOVE 0                     TO PI-LAST-RECEIPT-DATE
                   MOVE "O"                   TO PI-STATUS
                   WRITE PO-LINE-RECORD
                   MOVE PM-QTY-ON-ORDER TO WS-AUDIT-OLD-VALUE
                   ADD WS-ENTRY-QUANTITY TO PM-QTY-ON-ORDER
                   MOVE PM-QTY-ON-ORDER TO WS-AUDIT-NEW-VALUE
                   MOVE "QTY-ON-ORDER" TO WS-AUDIT-FIELD-NAME
                   PERFORM WRITE-PRODUCT-AUDIT
                   REWRITE PRODUCT-MASTER-RECORD
                   MOVE WS-ENTRY-QUANTITY TO WS-PW-ON-ORDER-DELTA
                   PERFORM POST-PO-SITE-ON-ORDER
                   COMPUTE WS-PO-TOTAL-COST =
                       WS-PO-TOTAL-COST
                       + (WS-ENTRY-QUANTITY * WS-ENTRY-COST)
                   DISPLAY "Line " WS-PO-LINE-COUNT ": "
                           WS-ENTRY-QUANTITY " of " WS-PRODUCT-CODE
                           " due " WS-LINE-EXPECTED-DATE "."
               END-IF
           END-IF.

       INQUIRE-PURCHASE-ORDER.
           DISPLAY "PO number (9 digits): "
           ACCEPT WS-PO-NUMBER
           PERFORM LOOKUP-PURCHASE-ORDER
           IF NOT WS-PO-FOUND
               DISPLAY "Unknown PO number " WS-PO-NUMBER "."
           ELSE
               DISPLAY "PO " PO-NUMBER " vendor " PO-VENDOR-ID
                       " ordered " PO-ORDER-DATE " due "
                       PO-EXPECTED-DATE " status " PO-STATUS
                       " deliver to " PO-WAREHOUSE-CODE
               MOVE "N" TO WS-LINE-EOF-SW
               MOVE WS-PO-NUMBER TO PI-PO-NUMBER
               MOVE 0 TO PI-LINE-NUMBER
               START PO-LINE-FILE KEY IS NOT LESS THAN PI-LINE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LINE-EOF-SW
               END-START
               PERFORM UNTIL WS-LINE-EOF
                   READ PO-LINE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LINE-EOF-SW
                       NOT AT END
                           IF PI-PO-NUMBER NOT = WS-PO-NUMBER
                               MOVE "Y" TO WS-LINE-EOF-SW
                           ELSE
                               DISPLAY "  Line " PI-LINE-NUMBER
                                       " " PI-PRODUCT-CODE
                                       " ordered " PI-QTY-ORDERED
                                       " received " PI-QTY-RECEIVED
                                       " cost " PI-UNIT-COST
                                       " due " PI-EXPECTED-DATE
                                       " status " PI-STATUS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Cancelling gives the open quantity back off on-order.  A
      * line that already received something is closed short
      * rather than cancelled, so the receipts stay explained.
      * Line 0 cancels every open line on the PO.  A draft PO
      * never booked anything on order, so its lines are simply
      * cancelled.
       CANCEL-PURCHASE-ORDER.
           DISPLAY "PO number (9 digits): "
           ACCEPT WS-PO-NUMBER
           PERFORM LOOKUP-PURCHASE-ORDER
           IF NOT WS-PO-FOUND
               DISPLAY "Unknown PO number " WS-PO-NUMBER "."
               MOVE "PO-NUMBER"  TO WS-LOG-FIELD-NAME
               MOVE WS-PO-NUMBER TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               IF NOT PO-OPEN AND NOT PO-DRAFT
                   DISPLAY "PO " WS-PO-NUMBER " is not open."
               ELSE
                   DISPLAY "Line number (3 digits, 0 for the "
                           "whole PO): "
                   ACCEPT WS-PO-LINE-NUMBER
                   DISPLAY "Cancel - are you sure? (Y/N): "
                   ACCEPT WS-CANCEL-ANSWER
                   IF WS-CANCEL-ANSWER = "Y"
                      OR WS-CANCEL-ANSWER = "y"
                       IF WS-PO-LINE-NUMBER = 0
                           PERFORM CANCEL-ALL-PO-LINES
                       ELSE
                           PERFORM CANCEL-ONE-PO-LINE
                       END-IF
                       PERFORM SETTLE-PO-STATUS
                   END-IF
               END-IF
           END-IF.

       CANCEL-ALL-PO-LINES.
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE WS-PO-NUMBER TO PI-PO-NUMBER
           MOVE 0 TO PI-LINE-NUMBER
           START PO-LINE-FILE KEY IS NOT LESS THAN PI-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       IF PI-PO-NUMBER NOT = WS-PO-NUMBER
                           MOVE "Y" TO WS-LINE-EOF-SW
                       ELSE
                           IF PI-OPEN OR PI-DRAFT
                               PERFORM RELIEVE-PO-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CANCEL-ONE-PO-LINE.
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
               IF NOT PI-OPEN AND NOT PI-DRAFT
                   DISPLAY "Line " WS-PO-LINE-NUMBER " is not open."
               ELSE
                   PERFORM RELIEVE-PO-LINE
               END-IF
           END-IF.

       RELIEVE-PO-LINE.
           IF PI-DRAFT
               MOVE "X" TO PI-STATUS
               REWRITE PO-LINE-RECORD
               DISPLAY "Draft line " PI-LINE-NUMBER " "
                       PI-PRODUCT-CODE " cancelled."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OPEN-QTY = PI-QTY-ORDERED - PI-QTY-RECEIVED
           IF PI-QTY-RECEIVED > 0
               MOVE "C" TO PI-STATUS
           ELSE
               MOVE "X" TO PI-STATUS
           END-IF
           REWRITE PO-LINE-RECORD
           IF WS-OPEN-QTY > 0
               MOVE PI-PRODUCT-CODE TO WS-PRODUCT-CODE
               PERFORM LOOKUP-PRODUCT
               IF WS-PRODUCT-FOUND
                   MOVE PM-QTY-ON-ORDER TO WS-AUDIT-OLD-VALUE
                   SUBTRACT WS-OPEN-QTY FROM PM-QTY-ON-ORDER
                   IF PM-QTY-ON-ORDER < 0
                       MOVE 0 TO PM-QTY-ON-ORDER
                   END-IF
                   MOVE PM-QTY-ON-ORDER TO WS-AUDIT-NEW-VALUE
                   MOVE "QTY-ON-ORDER" TO WS-AUDIT-FIELD-NAME
                   PERFORM WRITE-PRODUCT-AUDIT
                   REWRITE PRODUCT-MASTER-RECORD
                   COMPUTE WS-PW-ON-ORDER-DELTA = 0 - WS-OPEN-QTY
                   PERFORM POST-PO-SITE-ON-ORDER
               END-IF
           END-IF
           DISPLAY "Line " PI-LINE-NUMBER " " PI-PRODUCT-CODE
                   " - " WS-OPEN-QTY " taken off order.".

      * The PO stays open while any line is open.  Once none is,
      * it closes if anything was ever received against it, and
      * is cancelled if nothing was.  A draft stays a draft while
      * any of its lines is still in draft.
       SETTLE-PO-STATUS.
           MOVE "N" TO WS-PO-STILL-OPEN-SW
           MOVE "N" TO WS-PO-STILL-DRAFT-SW
           MOVE "N" TO WS-PO-ANY-RECEIVED-SW
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE WS-PO-NUMBER TO PI-PO-NUMBER
           MOVE 0 TO PI-LINE-NUMBER
           START PO-LINE-FILE KEY IS NOT LESS THAN PI-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       IF PI-PO-NUMBER NOT = WS-PO-NUMBER
                           MOVE "Y" TO WS-LINE-EOF-SW
                       ELSE
                           IF PI-OPEN
                               MOVE "Y" TO WS-PO-STILL-OPEN-SW
                           END-IF
                           IF PI-DRAFT
                               MOVE "Y" TO WS-PO-STILL-DRAFT-SW
                           END-IF
                           IF PI-QTY-RECEIVED > 0
                               MOVE "Y" TO WS-PO-ANY-RECEIVED-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-PO-NUMBER TO PO-NUMBER
           READ PO-HEADER-FILE
               KEY IS PO-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-PO-STILL-OPEN
                           MOVE "O" TO PO-STATUS
                       WHEN WS-PO-STILL-DRAFT
                           MOVE "D" TO PO-STATUS
                       WHEN WS-PO-ANY-RECEIVED
                           MOVE "C" TO PO-STATUS
                       WHEN OTHER
                           MOVE "X" TO PO-STATUS
                   END-EVALUATE
                   REWRITE PO-HEADER-RECORD
                   DISPLAY "PO " WS-PO-NUMBER " status is now "
                           PO-STATUS "."
           END-READ.

      * A line is an exception when it is still open past its due
      * date, was closed with less than ordered received, or had
      * its last receipt after the due date.
       WRITE-EXCEPTION-REPORT.
           MOVE 0 TO WS-EXCEPTION-COUNT
           OPEN OUTPUT PO-EXCEPTION-REPORT-FILE
           MOVE WS-PO-REPORT-HEADER TO PO-EXCEPTION-REPORT-LINE
           WRITE PO-EXCEPTION-REPORT-LINE
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE 0 TO PI-PO-NUMBER
           MOVE 0 TO PI-LINE-NUMBER
           START PO-LINE-FILE KEY IS NOT LESS THAN PI-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       PERFORM CLASSIFY-PO-LINE
                       IF WS-EXCEPTION-REASON NOT = SPACES
                           PERFORM WRITE-ONE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-EXCEPTION-REPORT-FILE
           DISPLAY "Short/late report written to POSHORT.PRT - "
                   WS-EXCEPTION-COUNT " lines.".

       CLASSIFY-PO-LINE.
           MOVE SPACES TO WS-EXCEPTION-REASON
           EVALUATE TRUE
               WHEN PI-OPEN AND PI-EXPECTED-DATE < WS-TODAY-DATE
                   MOVE "OVERDUE" TO WS-EXCEPTION-REASON
               WHEN PI-CLOSED AND PI-QTY-RECEIVED < PI-QTY-ORDERED
                    AND PI-LAST-RECEIPT-DATE > PI-EXPECTED-DATE
                   MOVE "SHORT+LATE" TO WS-EXCEPTION-REASON
               WHEN PI-CLOSED AND PI-QTY-RECEIVED < PI-QTY-ORDERED
                   MOVE "SHORT" TO WS-EXCEPTION-REASON
               WHEN PI-QTY-RECEIVED > 0
                    AND PI-LAST-RECEIPT-DATE > PI-EXPECTED-DATE
                   MOVE "LATE" TO WS-EXCEPTION-REASON
           END-EVALUATE.

       WRITE-ONE-EXCEPTION-LINE.
           MOVE PI-PO-NUMBER TO PO-NUMBER
           READ PO-HEADER-FILE
               KEY IS PO-NUMBER
               INVALID KEY
                   MOVE 0 TO PO-VENDOR-ID
                   MOVE SPACES TO PO-COMPANY-CODE
           END-READ
           IF PO-COMPANY-CODE = SPACES
              OR PO-COMPANY-CODE = WS-SESSION-COMPANY
               MOVE PI-PO-NUMBER        TO WS-PR-PO-OUT
               MOVE PO-VENDOR-ID        TO WS-PR-VENDOR-OUT
               MOVE PI-PRODUCT-CODE     TO WS-PR-PRODUCT-OUT
               MOVE PI-QTY-ORDERED      TO WS-PR-ORDERED-OUT
               MOVE PI-QTY-RECEIVED     TO WS-PR-RECEIVED-OUT
               MOVE PI-EXPECTED-DATE    TO WS-PR-DUE-OUT
               MOVE WS-EXCEPTION-REASON TO WS-PR-REASON-OUT
               MOVE WS-PO-REPORT-LINE-OUT TO PO-EXCEPTION-REPORT-LINE
               WRITE PO-EXCEPTION-REPORT-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      * The buyer walks the draft line by line, keeping the
      * suggested quantity, changing it, or dropping the line
      * with 0.  Released lines go open and onto on-order exactly
      * as if they had been keyed through Enter; the PO takes
      * today's order date.
       RELEASE-DRAFT-ORDER.
           DISPLAY "Draft PO number (9 digits): "
           ACCEPT WS-PO-NUMBER
           PERFORM LOOKUP-PURCHASE-ORDER
           IF NOT WS-PO-FOUND
               DISPLAY "Unknown PO number " WS-PO-NUMBER "."
               MOVE "PO-NUMBER"  TO WS-LOG-FIELD-NAME
               MOVE WS-PO-NUMBER TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF NOT PO-DRAFT
               DISPLAY "PO " WS-PO-NUMBER " is not a draft."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Draft PO " PO-NUMBER " for vendor " PO-VENDOR-ID
                   " due " PO-EXPECTED-DATE
           MOVE 0 TO WS-PO-LINE-COUNT
           MOVE 0 TO WS-PO-TOTAL-COST
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE WS-PO-NUMBER TO PI-PO-NUMBER
           MOVE 0 TO PI-LINE-NUMBER
           START PO-LINE-FILE KEY IS NOT LESS THAN PI-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       IF PI-PO-NUMBER NOT = WS-PO-NUMBER
                           MOVE "Y" TO WS-LINE-EOF-SW
                       ELSE
                           IF PI-DRAFT
                               PERFORM RELEASE-DRAFT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-PO-NUMBER TO PO-NUMBER
           READ PO-HEADER-FILE
               KEY IS PO-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TODAY-DATE  TO PO-ORDER-DATE
                   MOVE WS-OPERATOR-ID TO PO-OPERATOR-ID
                   REWRITE PO-HEADER-RECORD
           END-READ
           PERFORM SETTLE-PO-STATUS
           IF WS-PO-LINE-COUNT > 0
               ADD 1 TO WS-SESSION-PO-COUNT
           END-IF
           DISPLAY "PO " WS-PO-NUMBER " released - "
                   WS-PO-LINE-COUNT " lines, cost "
                   WS-PO-TOTAL-COST ".".

       RELEASE-DRAFT-LINE.
           DISPLAY "  Line " PI-LINE-NUMBER " " PI-PRODUCT-CODE
                   " suggested " PI-QTY-ORDERED " at "
                   PI-UNIT-COST " due " PI-EXPECTED-DATE
           DISPLAY "  Quantity to order (blank to keep, 0 to "
                   "drop): "
           ACCEPT WS-RELEASE-QTY-X
           IF WS-RELEASE-QTY-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-RELEASE-QTY-X)
                   TO PI-QTY-ORDERED
           END-IF
           IF PI-QTY-ORDERED <= 0
               MOVE "X" TO PI-STATUS
               REWRITE PO-LINE-RECORD
               DISPLAY "  Line " PI-LINE-NUMBER " dropped."
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO PI-STATUS
           REWRITE PO-LINE-RECORD
           ADD 1 TO WS-PO-LINE-COUNT
           COMPUTE WS-PO-TOTAL-COST =
               WS-PO-TOTAL-COST + (PI-QTY-ORDERED * PI-UNIT-COST)
           MOVE PI-PRODUCT-CODE TO WS-PRODUCT-CODE
           PERFORM LOOKUP-PRODUCT
           IF WS-PRODUCT-FOUND
               MOVE PM-QTY-ON-ORDER TO WS-AUDIT-OLD-VALUE
               ADD PI-QTY-ORDERED TO PM-QTY-ON-ORDER
               MOVE PM-QTY-ON-ORDER TO WS-AUDIT-NEW-VALUE
               MOVE "QTY-ON-ORDER" TO WS-AUDIT-FIELD-NAME
               PERFORM WRITE-PRODUCT-AUDIT
               REWRITE PRODUCT-MASTER-RECORD
               MOVE PI-QTY-ORDERED TO WS-PW-ON-ORDER-DELTA
               PERFORM POST-PO-SITE-ON-ORDER
           END-IF.

      * Moves the staged on-order delta for the current PO line's
      * product at the warehouse the PO delivers to.
       POST-PO-SITE-ON-ORDER.
           MOVE WS-PO-WAREHOUSE TO WS-PW-WAREHOUSE
           MOVE PI-PRODUCT-CODE TO WS-PW-PRODUCT
           PERFORM POST-PRODUCT-WAREHOUSE.

      * On-order is re-derived from scratch: every product is
      * zeroed, then the open quantity of every open PO line is
      * added back.  Any product whose count moves gets an audit
      * row, so a drifted number shows where it drifted.
       REBUILD-ON-ORDER.
           MOVE 0 TO WS-REBUILT-COUNT
           MOVE "N" TO WS-PRODUCT-EOF-SW
           MOVE LOW-VALUES TO PM-PRODUCT-CODE
           START PRODUCT-MASTER-FILE KEY IS NOT LESS THAN
                 PM-PRODUCT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-PRODUCT-EOF-SW
           END-START
           PERFORM UNTIL WS-PRODUCT-EOF
               READ PRODUCT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRODUCT-EOF-SW
                   NOT AT END
                       PERFORM REBUILD-ONE-PRODUCT
               END-READ
           END-PERFORM
           PERFORM REBUILD-SITE-ON-ORDER
           DISPLAY "On-order rebuilt from open PO lines - "
                   WS-REBUILT-COUNT " products corrected.".

      * The warehouse counts are re-derived the same way: every
      * site row's on-order is zeroed, then each open line's open
      * quantity goes back on at the site its PO delivers to.
       REBUILD-SITE-ON-ORDER.
           MOVE "N" TO WS-SITE-EOF-SW
           MOVE LOW-VALUES TO PW-BALANCE-KEY
           START PRODUCT-WAREHOUSE-FILE KEY IS NOT LESS THAN
                 PW-BALANCE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SITE-EOF-SW
           END-START
           PERFORM UNTIL WS-SITE-EOF
               READ PRODUCT-WAREHOUSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SITE-EOF-SW
                   NOT AT END
                       IF PW-QTY-ON-ORDER NOT = 0
                           MOVE 0 TO PW-QTY-ON-ORDER
                           REWRITE PRODUCT-WAREHOUSE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE 0 TO PI-PO-NUMBER
           MOVE 0 TO PI-LINE-NUMBER
           START PO-LINE-FILE KEY IS NOT LESS THAN PI-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       IF PI-OPEN
                          AND PI-QTY-ORDERED > PI-QTY-RECEIVED
                           PERFORM REBUILD-ONE-SITE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       REBUILD-ONE-SITE-LINE.
           MOVE PI-PO-NUMBER TO PO-NUMBER
           READ PO-HEADER-FILE
               KEY IS PO-NUMBER
               INVALID KEY
                   MOVE SPACES TO PO-WAREHOUSE-CODE
           END-READ
           MOVE PO-WAREHOUSE-CODE TO WS-PO-WAREHOUSE
           COMPUTE WS-PW-ON-ORDER-DELTA =
               PI-QTY-ORDERED - PI-QTY-RECEIVED
           PERFORM POST-PO-SITE-ON-ORDER.

       REBUILD-ONE-PRODUCT.
           MOVE PM-PRODUCT-CODE TO WS-PRODUCT-CODE
           MOVE 0 TO WS-OPEN-QTY
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE 0 TO PI-PO-NUMBER
           MOVE 0 TO PI-LINE-NUMBER
           START PO-LINE-FILE KEY IS NOT LESS THAN PI-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       IF PI-OPEN
                          AND PI-PRODUCT-CODE = WS-PRODUCT-CODE
                          AND PI-QTY-ORDERED > PI-QTY-RECEIVED
                           COMPUTE WS-OPEN-QTY = WS-OPEN-QTY
                               + PI-QTY-ORDERED - PI-QTY-RECEIVED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-QTY NOT = PM-QTY-ON-ORDER
               MOVE PM-QTY-ON-ORDER TO WS-AUDIT-OLD-VALUE
               MOVE WS-OPEN-QTY TO PM-QTY-ON-ORDER
               MOVE PM-QTY-ON-ORDER TO WS-AUDIT-NEW-VALUE
               MOVE "QTY-ON-ORDER" TO WS-AUDIT-FIELD-NAME
               PERFORM WRITE-PRODUCT-AUDIT
               REWRITE PRODUCT-MASTER-RECORD
               ADD 1 TO WS-REBUILT-COUNT
           END-IF.

      * PO numbers come off their own "6" sequence on the
      * invoice-number control file, like sales orders use "4".
       NEXT-PO-NUMBER.
           MOVE "6" TO IC-CONTROL-KEY
           MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
           READ INVOICE-CONTROL-FILE
               KEY IS IC-CONTROL-KEY
               INVALID KEY
                   MOVE "6" TO IC-CONTROL-KEY
                   MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
                   MOVE 0 TO IC-LAST-INVOICE-NUMBER
                   WRITE INVOICE-CONTROL-RECORD
           END-READ
           ADD 1 TO IC-LAST-INVOICE-NUMBER
           MOVE IC-LAST-INVOICE-NUMBER TO WS-PO-NUMBER
           REWRITE INVOICE-CONTROL-RECORD
               INVALID KEY
                   WRITE INVOICE-CONTROL-RECORD
           END-REWRITE.

       WRITE-PRODUCT-AUDIT.
           MOVE WS-PRODUCT-CODE     TO PA-PRODUCT-CODE
           MOVE WS-AUDIT-FIELD-NAME TO PA-FIELD-NAME
           MOVE WS-AUDIT-OLD-VALUE  TO PA-OLD-VALUE
           MOVE WS-AUDIT-NEW-VALUE  TO PA-NEW-VALUE
           MOVE WS-TODAY-DATE       TO PA-CHANGE-DATE
           MOVE WS-OPERATOR-ID      TO PA-CHANGED-BY
           WRITE PRODUCT-AUDIT-RECORD.
