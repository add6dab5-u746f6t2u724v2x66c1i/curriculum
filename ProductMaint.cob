       01 WS-NEW-PRICE             PIC S9(7)V99.
       01 WS-NEW-QTY-X             PIC X(8).
       01 WS-NEW-REORDER-X         PIC X(6).
       01 WS-NEW-ORDER-QTY-X       PIC X(6).
       01 WS-NEW-LEAD-TIME-X       PIC X(3).
       01 WS-NEW-VENDOR-X          PIC X(5).
       01 WS-NEW-TRACKING          PIC X(1).
       01 WS-AUDIT-FIELD-NAME      PIC X(20).
       01 WS-AUDIT-OLD-VALUE       PIC X(20).
       01 WS-AUDIT-NEW-VALUE       PIC X(20).
               ACCEPT PM-QTY-ON-HAND
               DISPLAY "Reorder point (5 digits, 0 for none): "
               ACCEPT PM-REORDER-POINT
               DISPLAY "Order quantity (5 digits): "
               ACCEPT PM-ORDER-QTY
               DISPLAY "Usual vendor ID (5 digits, 0 for none): "
               ACCEPT PM-VENDOR-ID
               DISPLAY "Lead time in days (3 digits, 0 to use the "
                       "vendor's): "
               ACCEPT PM-LEAD-TIME-DAYS
               DISPLAY "Lot/serial control (L=lot, S=serial, blank "
                       "for none): "
               ACCEPT WS-NEW-TRACKING
               PERFORM EDIT-TRACKING-CODE
               MOVE WS-NEW-TRACKING TO PM-TRACKING-CODE
               MOVE "A" TO PM-STATUS
               WRITE PRODUCT-MASTER-RECORD
               MOVE SPACES TO WS-CJ-BEFORE-IMAGE
                   MOVE FUNCTION NUMVAL (WS-NEW-REORDER-X)
                       TO PM-REORDER-POINT
               END-IF
               DISPLAY "Order quantity is " PM-ORDER-QTY
               DISPLAY "New order quantity (blank to keep): "
               ACCEPT WS-NEW-ORDER-QTY-X
               IF WS-NEW-ORDER-QTY-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-ORDER-QTY-X)
                       TO PM-ORDER-QTY
               END-IF
               DISPLAY "Usual vendor is " PM-VENDOR-ID
               DISPLAY "New usual vendor ID (blank to keep): "
               ACCEPT WS-NEW-VENDOR-X
               IF WS-NEW-VENDOR-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-VENDOR-X)
                       TO PM-VENDOR-ID
               END-IF
               DISPLAY "Lead time days are " PM-LEAD-TIME-DAYS
               DISPLAY "New lead time days (blank to keep, 0 to "
                       "use the vendor's): "
               ACCEPT WS-NEW-LEAD-TIME-X
               IF WS-NEW-LEAD-TIME-X NOT = SPACES
                   MOVE FUNCTION NUMVAL (WS-NEW-LEAD-TIME-X)
                       TO PM-LEAD-TIME-DAYS
               END-IF
               DISPLAY "Lot/serial control is " PM-TRACKING-CODE
               DISPLAY "New control (L=lot, S=serial, N=none, "
                       "blank to keep): "
               ACCEPT WS-NEW-TRACKING
               IF WS-NEW-TRACKING NOT = SPACES
                   PERFORM EDIT-TRACKING-CODE
                   IF WS-NEW-TRACKING NOT = PM-TRACKING-CODE
                       MOVE "TRACKING-CODE"  TO WS-AUDIT-FIELD-NAME
                       MOVE PM-TRACKING-CODE TO WS-AUDIT-OLD-VALUE
                       MOVE WS-NEW-TRACKING  TO WS-AUDIT-NEW-VALUE
                       PERFORM WRITE-PRODUCT-AUDIT
                       MOVE WS-NEW-TRACKING TO PM-TRACKING-CODE
                   END-IF
               END-IF
               IF PM-DISCONTINUED
                   DISPLAY "Product is discontinued - reactivate? "
                           "(Y/N): "
               DISPLAY "Product " WS-PRODUCT-CODE " updated."
           END-IF.

      * Anything but lot or serial control leaves the product
      * untracked.
       EDIT-TRACKING-CODE.
           EVALUATE WS-NEW-TRACKING
               WHEN "L"
               WHEN "l"
                   MOVE "L" TO WS-NEW-TRACKING
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-NEW-TRACKING
               WHEN OTHER
                   MOVE SPACE TO WS-NEW-TRACKING
           END-EVALUATE.

       DISCONTINUE-PRODUCT.
           DISPLAY "Product code to discontinue (6 characters): "
           ACCEPT WS-PRODUCT-CODE
