       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReorderCalc.

      * Monthly reorder recalculation.  Each active product's
      * reorder point and order quantity are rebuilt from the last
      * six complete months of units on the PRODMOVE movement file
      * and the lead time (the product's own, else its usual
      * vendor's, else two weeks).  Anything at or below its new
      * point is drafted onto a purchase order for its usual
      * vendor - one draft PO per vendor - which the buyer reviews
      * and releases in PurchaseOrder.  Drafts left unreleased
      * from the previous run are superseded by this one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT PRODUCT-MOVEMENT-FILE ASSIGN TO "PRODMOVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-MOVE-KEY
               FILE STATUS IS WS-PRODUCT-MOVEMENT-STATUS.

           SELECT PRODUCT-AUDIT-FILE ASSIGN TO "PRODAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-AUDIT-STATUS.

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

           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CONTROL-KEY
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

           SELECT REORDER-REPORT-FILE ASSIGN TO "REORDCLC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  PRODUCT-MOVEMENT-FILE.
           COPY PRODMOVE.

       FD  PRODUCT-AUDIT-FILE.
           COPY PRODAUDIT.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAST.

       FD  PO-HEADER-FILE.
           COPY POHEADER.

       FD  PO-LINE-FILE.
           COPY POLINE.

       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

       FD  REORDER-REPORT-FILE.
       01 REORDER-REPORT-LINE      PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-MOVEMENT-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-AUDIT-STATUS  PIC X(2) VALUE "00".
       01 WS-VENDOR-MASTER-STATUS  PIC X(2) VALUE "00".
          88 WS-VENDOR-FOUND       VALUE "00".
       01 WS-PO-HEADER-STATUS      PIC X(2) VALUE "00".
       01 WS-PO-LINE-STATUS        PIC X(2) VALUE "00".
       01 WS-INVOICE-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-REORDER-REPORT-STATUS PIC X(2) VALUE "00".

       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
          05 WS-TODAY-YEAR         PIC 9(4).
          05 WS-TODAY-MONTH        PIC 9(2).
          05 WS-TODAY-DAY          PIC 9(2).
       01 WS-CHANGED-BY            PIC X(8) VALUE "REORDCLC".

       01 WS-MOVEMENT-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-MOVEMENT-AVAILABLE VALUE "Y".
       01 WS-PRODUCT-EOF-SW        PIC X(1) VALUE "N".
          88 WS-PRODUCT-EOF        VALUE "Y".
       01 WS-HEADER-EOF-SW         PIC X(1) VALUE "N".
          88 WS-HEADER-EOF         VALUE "Y".
       01 WS-LINE-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LINE-EOF           VALUE "Y".
       01 WS-VENDOR-USABLE-SW      PIC X(1) VALUE "N".
          88 WS-VENDOR-USABLE      VALUE "Y".

      * Six complete months ending with the month before the
      * processing month.  Months are counted as year * 12 plus
      * month - 1 so the window steps back across a year end.
       01 WS-HISTORY-MONTHS        PIC 9(2) VALUE 6.
       01 WS-SAFETY-FACTOR         PIC 9V99 VALUE 1.50.
       01 WS-DEFAULT-LEAD-DAYS     PIC 9(3) VALUE 14.
       01 WS-CURRENT-MONTH-INDEX   PIC 9(7) VALUE 0.
       01 WS-MONTH-INDEX           PIC 9(7) VALUE 0.
       01 WS-FIRST-MONTH-INDEX     PIC 9(7) VALUE 0.
       01 WS-MONTH-YEAR            PIC 9(4) VALUE 0.
       01 WS-MONTH-NUMBER          PIC 9(2) VALUE 0.
       01 WS-MONTH-KEY             PIC 9(6) VALUE 0.
       01 WS-MONTHS-FOUND          PIC 9(2) VALUE 0.
       01 WS-UNITS-SUM             PIC S9(9) VALUE 0.

       01 WS-LEAD-TIME-DAYS        PIC 9(3) VALUE 0.
       01 WS-DEMAND-RAW            PIC 9(9)V9(4) VALUE 0.
       01 WS-DEMAND-WHOLE          PIC 9(9) VALUE 0.
       01 WS-NEW-REORDER-POINT     PIC 9(5) VALUE 0.
       01 WS-NEW-ORDER-QTY         PIC 9(5) VALUE 0.
       01 WS-OLD-REORDER-POINT     PIC 9(5) VALUE 0.
       01 WS-OLD-ORDER-QTY         PIC 9(5) VALUE 0.
       01 WS-AVAILABLE-QTY         PIC S9(8) VALUE 0.
       01 WS-SUGGESTED-QTY         PIC S9(8) VALUE 0.
       01 WS-EXPECTED-DATE         PIC 9(8) VALUE 0.
       01 WS-DATE-INTEGER          PIC 9(8) VALUE 0.
       01 WS-PO-NUMBER             PIC 9(9) VALUE 0.
       01 WS-ACTION                PIC X(18).

       01 WS-AUDIT-FIELD-NAME      PIC X(20).
       01 WS-AUDIT-OLD-VALUE       PIC X(20).
       01 WS-AUDIT-NEW-VALUE       PIC X(20).

       01 WS-DRAFT-TABLE.
          05 WS-DRAFT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DRAFT-IDX.
             10 WS-DRAFT-VENDOR      PIC 9(5).
             10 WS-DRAFT-PO-NUMBER   PIC 9(9).
             10 WS-DRAFT-LINE-COUNT  PIC 9(3).
             10 WS-DRAFT-LATEST-DATE PIC 9(8).
       01 WS-DRAFT-COUNT           PIC 9(3) VALUE 0.
       01 WS-DRAFT-FOUND-SW        PIC X(1) VALUE "N".
          88 WS-DRAFT-FOUND        VALUE "Y".

       01 WS-PRODUCTS-READ         PIC 9(7) VALUE 0.
       01 WS-POINTS-CHANGED        PIC 9(7) VALUE 0.
       01 WS-LINES-DRAFTED         PIC 9(7) VALUE 0.
       01 WS-DRAFTS-SUPERSEDED     PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(7) VALUE 0.

       01 WS-REORDER-HEADER        PIC X(45) VALUE
          "-- Reorder Point Recalculation / Draft POs --".
       01 WS-REORDER-COLUMNS       PIC X(74) VALUE
          "Product Old-pt New-pt Old-qty New-qty Lead Suggest Action".
       01 WS-REORDER-DETAIL.
          05 WS-RD-PRODUCT-OUT     PIC X(6).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-OLD-POINT-OUT   PIC ZZZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-NEW-POINT-OUT   PIC ZZZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-OLD-QTY-OUT     PIC ZZZZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-NEW-QTY-OUT     PIC ZZZZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-LEAD-OUT        PIC ZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-SUGGEST-OUT     PIC ZZZZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-ACTION-OUT      PIC X(18).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RD-PO-OUT          PIC Z(8)9.
       01 WS-REORDER-DRAFT-LINE.
          05 FILLER                PIC X(10) VALUE "Draft PO ".
          05 WS-RDL-PO-OUT         PIC 9(9).
          05 FILLER                PIC X(8) VALUE " vendor ".
          05 WS-RDL-VENDOR-OUT     PIC 9(5).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RDL-LINES-OUT      PIC ZZ9.
          05 FILLER                PIC X(11) VALUE " lines due ".
          05 WS-RDL-DATE-OUT       PIC 9(8).
       01 WS-REORDER-TOTAL-LINE.
          05 FILLER                PIC X(10) VALUE "Products ".
          05 WS-RT-READ-OUT        PIC ZZZZZZ9.
          05 FILLER                PIC X(10) VALUE " changed ".
          05 WS-RT-CHANGED-OUT     PIC ZZZZZZ9.
          05 FILLER                PIC X(10) VALUE " drafted ".
          05 WS-RT-DRAFTED-OUT     PIC ZZZZZZ9.
          05 FILLER                PIC X(13) VALUE " exceptions ".
          05 WS-RT-EXCEPT-OUT      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           COMPUTE WS-CURRENT-MONTH-INDEX =
               (WS-TODAY-YEAR * 12) + WS-TODAY-MONTH - 1.
           COMPUTE WS-FIRST-MONTH-INDEX =
               WS-CURRENT-MONTH-INDEX - WS-HISTORY-MONTHS.

           OPEN I-O PRODUCT-MASTER-FILE.
           OPEN INPUT PRODUCT-MOVEMENT-FILE.
           IF WS-PRODUCT-MOVEMENT-STATUS = "00"
               MOVE "Y" TO WS-MOVEMENT-AVAILABLE-SW
           END-IF.
           OPEN EXTEND PRODUCT-AUDIT-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
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
           OPEN I-O INVOICE-CONTROL-FILE.
           IF WS-INVOICE-CONTROL-STATUS = "35"
               OPEN OUTPUT INVOICE-CONTROL-FILE
               CLOSE INVOICE-CONTROL-FILE
               OPEN I-O INVOICE-CONTROL-FILE
           END-IF.
           OPEN OUTPUT REORDER-REPORT-FILE.

           MOVE WS-REORDER-HEADER TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE WS-REORDER-COLUMNS TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.

           PERFORM SUPERSEDE-OLD-DRAFTS.
           PERFORM RECALC-ALL-PRODUCTS.
           PERFORM FINISH-DRAFT-HEADERS.

           MOVE WS-PRODUCTS-READ   TO WS-RT-READ-OUT.
           MOVE WS-POINTS-CHANGED  TO WS-RT-CHANGED-OUT.
           MOVE WS-LINES-DRAFTED   TO WS-RT-DRAFTED-OUT.
           MOVE WS-EXCEPTION-COUNT TO WS-RT-EXCEPT-OUT.
           MOVE WS-REORDER-TOTAL-LINE TO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.

           CLOSE PRODUCT-MASTER-FILE.
           IF WS-MOVEMENT-AVAILABLE
               CLOSE PRODUCT-MOVEMENT-FILE
           END-IF.
           CLOSE PRODUCT-AUDIT-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE PO-HEADER-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE INVOICE-CONTROL-FILE.
           CLOSE REORDER-REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Reorder recalculation complete - "
                   WS-POINTS-CHANGED " products changed, "
                   WS-LINES-DRAFTED " lines on " WS-DRAFT-COUNT
                   " draft POs, " WS-DRAFTS-SUPERSEDED
                   " old drafts superseded.".
           GOBACK.

       COPY OPENRCTL.

      * Last run's drafts that the buyer never released are
      * cancelled, so the buyer only ever sees this month's
      * suggestions.  Released POs are left alone.
       SUPERSEDE-OLD-DRAFTS.
           MOVE "N" TO WS-HEADER-EOF-SW
           MOVE 0 TO PO-NUMBER
           START PO-HEADER-FILE KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-HEADER-EOF-SW
           END-START
           PERFORM UNTIL WS-HEADER-EOF
               READ PO-HEADER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HEADER-EOF-SW
                   NOT AT END
                       IF PO-DRAFT
                          AND PO-COMPANY-CODE = WS-SESSION-COMPANY
                           MOVE "X" TO PO-STATUS
                           REWRITE PO-HEADER-RECORD
                           ADD 1 TO WS-DRAFTS-SUPERSEDED
                           MOVE PO-NUMBER TO WS-PO-NUMBER
                           PERFORM SUPERSEDE-DRAFT-LINES
                       END-IF
               END-READ
           END-PERFORM.

       SUPERSEDE-DRAFT-LINES.
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
                               MOVE "X" TO PI-STATUS
                               REWRITE PO-LINE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RECALC-ALL-PRODUCTS.
           MOVE "N" TO WS-PRODUCT-EOF-SW
           MOVE LOW-VALUES TO PM-PRODUCT-CODE
           START PRODUCT-MASTER-FILE
               KEY IS NOT LESS THAN PM-PRODUCT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-PRODUCT-EOF-SW
           END-START
           PERFORM UNTIL WS-PRODUCT-EOF
               READ PRODUCT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRODUCT-EOF-SW
                   NOT AT END
                       IF PM-ACTIVE-PRODUCT
                           ADD 1 TO WS-PRODUCTS-READ
                           PERFORM RECALC-ONE-PRODUCT
                       END-IF
               END-READ
           END-PERFORM.

      * Reorder point covers the lead time's worth of average
      * demand plus a half again as safety stock, rounded up to a
      * whole unit; the order quantity is one month's average.
      * A product with no movement at all in the window keeps the
      * figures it has rather than dropping to zero.
       RECALC-ONE-PRODUCT.
           MOVE SPACES TO WS-ACTION
           MOVE 0 TO WS-SUGGESTED-QTY
           MOVE 0 TO WS-PO-NUMBER
           MOVE PM-REORDER-POINT TO WS-OLD-REORDER-POINT
           MOVE PM-ORDER-QTY     TO WS-OLD-ORDER-QTY
           PERFORM LOOKUP-PRODUCT-VENDOR
           PERFORM SET-LEAD-TIME
           PERFORM SUM-PRODUCT-DEMAND

           IF WS-MONTHS-FOUND = 0
               MOVE "NO HISTORY" TO WS-ACTION
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               IF WS-UNITS-SUM > 0
                   COMPUTE WS-DEMAND-RAW =
                       (WS-UNITS-SUM / WS-HISTORY-MONTHS)
                       * WS-LEAD-TIME-DAYS * WS-SAFETY-FACTOR / 30
                   MOVE WS-DEMAND-RAW TO WS-DEMAND-WHOLE
                   IF WS-DEMAND-WHOLE < WS-DEMAND-RAW
                       ADD 1 TO WS-DEMAND-WHOLE
                   END-IF
                   MOVE WS-DEMAND-WHOLE TO WS-NEW-REORDER-POINT
                   COMPUTE WS-DEMAND-RAW =
                       WS-UNITS-SUM / WS-HISTORY-MONTHS
                   MOVE WS-DEMAND-RAW TO WS-DEMAND-WHOLE
                   IF WS-DEMAND-WHOLE < WS-DEMAND-RAW
                       ADD 1 TO WS-DEMAND-WHOLE
                   END-IF
                   MOVE WS-DEMAND-WHOLE TO WS-NEW-ORDER-QTY
               ELSE
                   MOVE 0 TO WS-NEW-REORDER-POINT
                   MOVE 0 TO WS-NEW-ORDER-QTY
               END-IF
               PERFORM APPLY-NEW-FIGURES
           END-IF

           COMPUTE WS-AVAILABLE-QTY =
               PM-QTY-ON-HAND + PM-QTY-ON-ORDER
           IF PM-REORDER-POINT > 0
              AND WS-AVAILABLE-QTY <= PM-REORDER-POINT
               COMPUTE WS-SUGGESTED-QTY =
                   PM-REORDER-POINT - WS-AVAILABLE-QTY
                   + PM-ORDER-QTY
               IF WS-SUGGESTED-QTY > 0
                   PERFORM DRAFT-PRODUCT-LINE
               END-IF
           END-IF

           IF WS-ACTION NOT = SPACES
              OR PM-REORDER-POINT NOT = WS-OLD-REORDER-POINT
              OR PM-ORDER-QTY NOT = WS-OLD-ORDER-QTY
               PERFORM WRITE-REORDER-DETAIL
           END-IF.

       LOOKUP-PRODUCT-VENDOR.
           MOVE "N" TO WS-VENDOR-USABLE-SW
           MOVE "99" TO WS-VENDOR-MASTER-STATUS
           IF PM-VENDOR-ID > 0
               MOVE PM-VENDOR-ID TO VN-VENDOR-ID
               READ VENDOR-MASTER-FILE
                   KEY IS VN-VENDOR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VN-ACTIVE
                           MOVE "Y" TO WS-VENDOR-USABLE-SW
                       END-IF
               END-READ
           END-IF.

       SET-LEAD-TIME.
           EVALUATE TRUE
               WHEN PM-LEAD-TIME-DAYS > 0
                   MOVE PM-LEAD-TIME-DAYS TO WS-LEAD-TIME-DAYS
               WHEN WS-VENDOR-FOUND AND VN-LEAD-TIME-DAYS > 0
                   MOVE VN-LEAD-TIME-DAYS TO WS-LEAD-TIME-DAYS
               WHEN OTHER
                   MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-TIME-DAYS
           END-EVALUATE.

       SUM-PRODUCT-DEMAND.
           MOVE 0 TO WS-UNITS-SUM
           MOVE 0 TO WS-MONTHS-FOUND
           IF WS-MOVEMENT-AVAILABLE
               PERFORM VARYING WS-MONTH-INDEX
                   FROM WS-FIRST-MONTH-INDEX BY 1
                   UNTIL WS-MONTH-INDEX >= WS-CURRENT-MONTH-INDEX
                   DIVIDE WS-MONTH-INDEX BY 12
                       GIVING WS-MONTH-YEAR
                       REMAINDER WS-MONTH-NUMBER
                   ADD 1 TO WS-MONTH-NUMBER
                   COMPUTE WS-MONTH-KEY =
                       (WS-MONTH-YEAR * 100) + WS-MONTH-NUMBER
                   MOVE PM-PRODUCT-CODE TO MV-PRODUCT-CODE
                   MOVE WS-MONTH-KEY    TO MV-MONTH
                   READ PRODUCT-MOVEMENT-FILE
                       KEY IS MV-MOVE-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-MONTHS-FOUND
                           ADD MV-UNITS TO WS-UNITS-SUM
                   END-READ
               END-PERFORM
           END-IF.

       APPLY-NEW-FIGURES.
           IF WS-NEW-REORDER-POINT NOT = PM-REORDER-POINT
              OR WS-NEW-ORDER-QTY NOT = PM-ORDER-QTY
               ADD 1 TO WS-POINTS-CHANGED
           END-IF
           IF WS-NEW-REORDER-POINT NOT = PM-REORDER-POINT
               MOVE PM-REORDER-POINT     TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-REORDER-POINT TO WS-AUDIT-NEW-VALUE
               MOVE "REORDER-POINT"      TO WS-AUDIT-FIELD-NAME
               PERFORM WRITE-PRODUCT-AUDIT
               MOVE WS-NEW-REORDER-POINT TO PM-REORDER-POINT
           END-IF
           IF WS-NEW-ORDER-QTY NOT = PM-ORDER-QTY
               MOVE PM-ORDER-QTY         TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-ORDER-QTY     TO WS-AUDIT-NEW-VALUE
               MOVE "ORDER-QTY"          TO WS-AUDIT-FIELD-NAME
               PERFORM WRITE-PRODUCT-AUDIT
               MOVE WS-NEW-ORDER-QTY     TO PM-ORDER-QTY
           END-IF
           REWRITE PRODUCT-MASTER-RECORD.

      * One draft PO per vendor per run; a product with no usual
      * vendor, or one we no longer buy from, is reported for the
      * buyer to order by hand.
       DRAFT-PRODUCT-LINE.
           IF PM-VENDOR-ID = 0 OR NOT WS-VENDOR-FOUND
               MOVE "NO VENDOR" TO WS-ACTION
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-VENDOR-USABLE
               MOVE "VENDOR INACTIVE" TO WS-ACTION
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DRAFT-FOR-VENDOR
           IF NOT WS-DRAFT-FOUND
               IF WS-DRAFT-COUNT >= 100
                   MOVE "DRAFT TABLE FULL" TO WS-ACTION
                   ADD 1 TO WS-EXCEPTION-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM START-DRAFT-PO
           END-IF

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               + WS-LEAD-TIME-DAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               TO WS-EXPECTED-DATE
           IF WS-EXPECTED-DATE > WS-DRAFT-LATEST-DATE (WS-DRAFT-IDX)
               MOVE WS-EXPECTED-DATE
                   TO WS-DRAFT-LATEST-DATE (WS-DRAFT-IDX)
           END-IF

           ADD 1 TO WS-DRAFT-LINE-COUNT (WS-DRAFT-IDX)
           MOVE WS-DRAFT-PO-NUMBER (WS-DRAFT-IDX) TO WS-PO-NUMBER
           INITIALIZE PO-LINE-RECORD
           MOVE WS-PO-NUMBER                      TO PI-PO-NUMBER
           MOVE WS-DRAFT-LINE-COUNT (WS-DRAFT-IDX) TO PI-LINE-NUMBER
           MOVE PM-PRODUCT-CODE                   TO PI-PRODUCT-CODE
           MOVE WS-SUGGESTED-QTY                  TO PI-QTY-ORDERED
           MOVE 0                                 TO PI-QTY-RECEIVED
           MOVE PM-AVG-UNIT-COST                  TO PI-UNIT-COST
           MOVE WS-EXPECTED-DATE                  TO PI-EXPECTED-DATE
           MOVE 0                          TO PI-LAST-RECEIPT-DATE
           MOVE "D"                               TO PI-STATUS
           MOVE 0                                 TO PI-QTY-INVOICED
           WRITE PO-LINE-RECORD
           ADD 1 TO WS-LINES-DRAFTED
           MOVE "DRAFTED" TO WS-ACTION.

       FIND-DRAFT-FOR-VENDOR.
           MOVE "N" TO WS-DRAFT-FOUND-SW
           PERFORM VARYING WS-DRAFT-IDX FROM 1 BY 1
               UNTIL WS-DRAFT-IDX > WS-DRAFT-COUNT
                  OR WS-DRAFT-FOUND
               IF WS-DRAFT-VENDOR (WS-DRAFT-IDX) = PM-VENDOR-ID
                   MOVE "Y" TO WS-DRAFT-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-DRAFT-FOUND
               SET WS-DRAFT-IDX DOWN BY 1
           END-IF.

       START-DRAFT-PO.
           PERFORM NEXT-PO-NUMBER
           ADD 1 TO WS-DRAFT-COUNT
           SET WS-DRAFT-IDX TO WS-DRAFT-COUNT
           MOVE PM-VENDOR-ID  TO WS-DRAFT-VENDOR (WS-DRAFT-IDX)
           MOVE WS-PO-NUMBER  TO WS-DRAFT-PO-NUMBER (WS-DRAFT-IDX)
           MOVE 0             TO WS-DRAFT-LINE-COUNT (WS-DRAFT-IDX)
           MOVE 0             TO WS-DRAFT-LATEST-DATE (WS-DRAFT-IDX)
           MOVE WS-PO-NUMBER       TO PO-NUMBER
           MOVE PM-VENDOR-ID       TO PO-VENDOR-ID
           MOVE WS-TODAY-DATE      TO PO-ORDER-DATE
           MOVE WS-TODAY-DATE      TO PO-EXPECTED-DATE
           MOVE WS-CHANGED-BY      TO PO-OPERATOR-ID
           MOVE WS-SESSION-COMPANY TO PO-COMPANY-CODE
           MOVE "D"                TO PO-STATUS
           MOVE RC-DEFAULT-WAREHOUSE TO PO-WAREHOUSE-CODE
           WRITE PO-HEADER-RECORD.

      * The header's expected date is the latest of its lines',
      * known only once every product has been drafted.
       FINISH-DRAFT-HEADERS.
           PERFORM VARYING WS-DRAFT-IDX FROM 1 BY 1
               UNTIL WS-DRAFT-IDX > WS-DRAFT-COUNT
               MOVE WS-DRAFT-PO-NUMBER (WS-DRAFT-IDX) TO PO-NUMBER
               READ PO-HEADER-FILE
                   KEY IS PO-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-DRAFT-LATEST-DATE (WS-DRAFT-IDX)
                           TO PO-EXPECTED-DATE
                       REWRITE PO-HEADER-RECORD
               END-READ
               MOVE WS-DRAFT-PO-NUMBER (WS-DRAFT-IDX)
                   TO WS-RDL-PO-OUT
               MOVE WS-DRAFT-VENDOR (WS-DRAFT-IDX)
                   TO WS-RDL-VENDOR-OUT
               MOVE WS-DRAFT-LINE-COUNT (WS-DRAFT-IDX)
                   TO WS-RDL-LINES-OUT
               MOVE WS-DRAFT-LATEST-DATE (WS-DRAFT-IDX)
                   TO WS-RDL-DATE-OUT
               MOVE WS-REORDER-DRAFT-LINE TO REORDER-REPORT-LINE
               WRITE REORDER-REPORT-LINE
           END-PERFORM.

       WRITE-REORDER-DETAIL.
           MOVE PM-PRODUCT-CODE      TO WS-RD-PRODUCT-OUT
           MOVE WS-OLD-REORDER-POINT TO WS-RD-OLD-POINT-OUT
           MOVE PM-REORDER-POINT     TO WS-RD-NEW-POINT-OUT
           MOVE WS-OLD-ORDER-QTY     TO WS-RD-OLD-QTY-OUT
           MOVE PM-ORDER-QTY         TO WS-RD-NEW-QTY-OUT
           MOVE WS-LEAD-TIME-DAYS    TO WS-RD-LEAD-OUT
           MOVE WS-SUGGESTED-QTY     TO WS-RD-SUGGEST-OUT
           MOVE WS-ACTION            TO WS-RD-ACTION-OUT
           MOVE WS-PO-NUMBER         TO WS-RD-PO-OUT
           MOVE WS-REORDER-DETAIL    TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE.

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
           MOVE PM-PRODUCT-CODE     TO PA-PRODUCT-CODE
           MOVE WS-AUDIT-FIELD-NAME TO PA-FIELD-NAME
           MOVE WS-AUDIT-OLD-VALUE  TO PA-OLD-VALUE
           MOVE WS-AUDIT-NEW-VALUE  TO PA-NEW-VALUE
           MOVE WS-TODAY-DATE       TO PA-CHANGE-DATE
           MOVE WS-CHANGED-BY       TO PA-CHANGED-BY
           WRITE PRODUCT-AUDIT-RECORD.
