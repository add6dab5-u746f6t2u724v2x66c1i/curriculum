      * LOTUPDT.cpy - Shared lot and serial capture logic.
      * COPY into PROCEDURE DIVISION.  Requires LOT-BALANCE-FILE
      * (COPY LOTBAL, SELECT to LOTBAL.DAT keyed LT-LOT-KEY) and
      * LOT-MOVEMENT-FILE (COPY LOTMOVE, SELECT sequential to
      * LOTMOVE.DAT), WS-LOT-BALANCE-STATUS,
      * WS-LOT-MOVEMENT-STATUS, WS-SESSION-COMPANY,
      * WS-OPERATOR-ID, and these fields in
      * WORKING-STORAGE: WS-LOT-PRODUCT X(6), WS-LOT-TRACKING X(1)
      * (with 88 WS-LOT-SERIALIZED "S"), WS-LOT-DIRECTION X(1)
      * (with 88 WS-LOT-INBOUND "I" and 88 WS-LOT-OUTBOUND "O"),
      * WS-LOT-QTY / WS-LOT-REMAINING / WS-LOT-PORTION S9(7),
      * WS-LOT-ENTRY / WS-LOT-FIRST-NUMBER X(20), WS-LOT-FOUND-SW
      * (88 WS-LOT-FOUND "Y"), WS-LOT-VALID-SW (88 WS-LOT-VALID
      * "Y"), and the movement context group WS-LOT-CONTEXT
      * holding WS-LOT-MOVE-TYPE X(1), WS-LOT-MOVE-DATE 9(8),
      * WS-LOT-WAREHOUSE X(3), WS-LOT-CUSTOMER-ID 9(5),
      * WS-LOT-INVOICE-NUMBER 9(9), WS-LOT-LINE-NUMBER 9(3),
      * WS-LOT-RMA-NUMBER 9(9), WS-LOT-PO-NUMBER 9(9) and
      * WS-LOT-VENDOR-ID 9(5), which the caller initializes and
      * fills before each capture.
      * CAPTURE asks for the lot or serial numbers that make up
      * WS-LOT-QTY units, one serial per unit, and moves each on
      * LOTBAL with a LOTMOVE row; the first one named comes back
      * in WS-LOT-FIRST-NUMBER for the line record.  Outbound
      * units must be on the shelf under the lot named; a serial
      * already on the shelf cannot come in twice.  A blank entry
      * leaves the rest of the units untraced, with a warning.
       OPEN-LOT-FILES.
           OPEN I-O LOT-BALANCE-FILE
           IF WS-LOT-BALANCE-STATUS = "35"
               OPEN OUTPUT LOT-BALANCE-FILE
               CLOSE LOT-BALANCE-FILE
               OPEN I-O LOT-BALANCE-FILE
           END-IF
           OPEN EXTEND LOT-MOVEMENT-FILE.

       CLOSE-LOT-FILES.
           CLOSE LOT-BALANCE-FILE
           CLOSE LOT-MOVEMENT-FILE.

       CAPTURE-LOT-MOVEMENT.
           MOVE SPACES TO WS-LOT-FIRST-NUMBER
           MOVE WS-LOT-QTY TO WS-LOT-REMAINING
           PERFORM UNTIL WS-LOT-REMAINING NOT > 0
               IF WS-LOT-SERIALIZED
                   DISPLAY "Serial number for " WS-LOT-PRODUCT " ("
                           WS-LOT-REMAINING " to go, blank to "
                           "leave untraced): "
               ELSE
                   DISPLAY "Lot number for " WS-LOT-PRODUCT " ("
                           WS-LOT-REMAINING " to go, blank to "
                           "leave untraced): "
               END-IF
               ACCEPT WS-LOT-ENTRY
               IF WS-LOT-ENTRY = SPACES
                   DISPLAY "*** " WS-LOT-REMAINING " of "
                           WS-LOT-PRODUCT " left without a lot or "
                           "serial number. ***"
                   MOVE 0 TO WS-LOT-REMAINING
               ELSE
                   IF WS-LOT-SERIALIZED
                       MOVE 1 TO WS-LOT-PORTION
                   ELSE
                       DISPLAY "Quantity of lot " WS-LOT-ENTRY
                               " (0 for all " WS-LOT-REMAINING "): "
                       ACCEPT WS-LOT-PORTION
                       IF WS-LOT-PORTION NOT > 0
                          OR WS-LOT-PORTION > WS-LOT-REMAINING
                           MOVE WS-LOT-REMAINING TO WS-LOT-PORTION
                       END-IF
                   END-IF
                   PERFORM VALIDATE-LOT-ENTRY
                   IF WS-LOT-VALID
                       PERFORM POST-LOT-MOVEMENT
                       SUBTRACT WS-LOT-PORTION FROM WS-LOT-REMAINING
                       IF WS-LOT-FIRST-NUMBER = SPACES
                           MOVE WS-LOT-ENTRY TO WS-LOT-FIRST-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-LOT-ENTRY.
           MOVE "N" TO WS-LOT-VALID-SW
           MOVE "N" TO WS-LOT-FOUND-SW
           MOVE WS-LOT-PRODUCT TO LT-PRODUCT-CODE
           MOVE WS-LOT-ENTRY   TO LT-LOT-NUMBER
           READ LOT-BALANCE-FILE
               KEY IS LT-LOT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOT-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN WS-LOT-OUTBOUND AND NOT WS-LOT-FOUND
                   DISPLAY WS-LOT-ENTRY " was never received for "
                           WS-LOT-PRODUCT " - re-enter."
               WHEN WS-LOT-OUTBOUND
                    AND LT-QTY-ON-HAND < WS-LOT-PORTION
                   DISPLAY "Only " LT-QTY-ON-HAND " of "
                           WS-LOT-ENTRY " on the shelf - re-enter."
               WHEN WS-LOT-INBOUND AND WS-LOT-SERIALIZED
                    AND WS-LOT-FOUND AND LT-QTY-ON-HAND > 0
                   DISPLAY "Serial " WS-LOT-ENTRY " is already on "
                           "the shelf - re-enter."
               WHEN OTHER
                   MOVE "Y" TO WS-LOT-VALID-SW
           END-EVALUATE.

      * A lot first seen on the way in takes its origin from this
      * movement.
       POST-LOT-MOVEMENT.
           IF NOT WS-LOT-FOUND
               INITIALIZE LOT-BALANCE-RECORD
               MOVE WS-LOT-PRODUCT     TO LT-PRODUCT-CODE
               MOVE WS-LOT-ENTRY       TO LT-LOT-NUMBER
               MOVE WS-LOT-MOVE-DATE   TO LT-RECEIPT-DATE
               MOVE WS-LOT-PO-NUMBER   TO LT-PO-NUMBER
               MOVE WS-LOT-VENDOR-ID   TO LT-VENDOR-ID
               MOVE WS-LOT-WAREHOUSE   TO LT-WAREHOUSE-CODE
               MOVE WS-SESSION-COMPANY TO LT-COMPANY-CODE
           END-IF
           INITIALIZE LOT-MOVEMENT-RECORD
           IF WS-LOT-INBOUND
               ADD WS-LOT-PORTION TO LT-QTY-ON-HAND
               MOVE WS-LOT-PORTION TO LM-QUANTITY
               IF WS-LOT-MOVE-TYPE = "R"
                   ADD WS-LOT-PORTION TO LT-QTY-RECEIVED
               END-IF
           ELSE
               SUBTRACT WS-LOT-PORTION FROM LT-QTY-ON-HAND
               COMPUTE LM-QUANTITY = 0 - WS-LOT-PORTION
           END-IF
           IF WS-LOT-FOUND
               REWRITE LOT-BALANCE-RECORD
           ELSE
               WRITE LOT-BALANCE-RECORD
           END-IF
           MOVE WS-LOT-PRODUCT        TO LM-PRODUCT-CODE
           MOVE WS-LOT-ENTRY          TO LM-LOT-NUMBER
           MOVE WS-LOT-MOVE-TYPE      TO LM-MOVE-TYPE
           MOVE WS-LOT-MOVE-DATE      TO LM-MOVE-DATE
           MOVE WS-LOT-WAREHOUSE      TO LM-WAREHOUSE-CODE
           MOVE WS-LOT-CUSTOMER-ID    TO LM-CUSTOMER-ID
           MOVE WS-LOT-INVOICE-NUMBER TO LM-INVOICE-NUMBER
           MOVE WS-LOT-LINE-NUMBER    TO LM-LINE-NUMBER
           MOVE WS-LOT-RMA-NUMBER     TO LM-RMA-NUMBER
           MOVE WS-LOT-PO-NUMBER      TO LM-PO-NUMBER
           MOVE WS-LOT-VENDOR-ID      TO LM-VENDOR-ID
           MOVE WS-SESSION-COMPANY    TO LM-COMPANY-CODE
           MOVE WS-OPERATOR-ID        TO LM-OPERATOR-ID
           WRITE LOT-MOVEMENT-RECORD.
