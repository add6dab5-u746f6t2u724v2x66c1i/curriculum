       IDENTIFICATION DIVISION.
       PROGRAM-ID. LotTrace.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-BALANCE-FILE ASSIGN TO "LOTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LOT-BALANCE-STATUS.

           SELECT LOT-MOVEMENT-FILE ASSIGN TO "LOTMOVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOT-MOVEMENT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-ADDRESS-KEY
               FILE STATUS IS WS-CUSTOMER-ADDRESS-STATUS.

           SELECT TRACE-REPORT-FILE ASSIGN TO "LOTTRACE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACE-REPORT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-BALANCE-FILE.
           COPY LOTBAL.

       FD  LOT-MOVEMENT-FILE.
           COPY LOTMOVE.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  CUSTOMER-ADDRESS-FILE.
           COPY CUSTADDR.

       FD  TRACE-REPORT-FILE.
       01 TRACE-REPORT-LINE        PIC X(80).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-LOT-BALANCE-STATUS    PIC X(2) VALUE "00".
       01 WS-LOT-MOVEMENT-STATUS   PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-CUSTOMER-ADDRESS-STATUS PIC X(2) VALUE "00".
       01 WS-TRACE-REPORT-STATUS   PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-TRACE        VALUE "T" "t".
          88 WS-MAINT-QUIT         VALUE "Q" "q".

       01 WS-ADDRESS-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-ADDRESS-AVAILABLE  VALUE "Y".
       01 WS-CUSTOMER-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-CUSTOMER-AVAILABLE VALUE "Y".
       01 WS-MOVE-EOF-SW           PIC X(1) VALUE "N".
          88 WS-MOVE-EOF           VALUE "Y".
       01 WS-LOT-EOF-SW            PIC X(1) VALUE "N".
          88 WS-LOT-EOF            VALUE "Y".
       01 WS-ADDR-EOF-SW           PIC X(1) VALUE "N".
          88 WS-ADDR-EOF           VALUE "Y".
       01 WS-ADDR-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-ADDR-FOUND         VALUE "Y".

       01 WS-TRACE-PRODUCT         PIC X(6).
       01 WS-TRACE-LOT             PIC X(20).
       01 WS-ADDR-TYPE             PIC X(1).
       01 WS-ADDR-STREET           PIC X(30).
       01 WS-ADDR-CITY             PIC X(20).
       01 WS-ADDR-STATE            PIC X(2).
       01 WS-ADDR-POSTAL           PIC X(10).
       01 WS-CUSTOMER-NAME         PIC X(30).
       01 WS-MOVE-COUNT            PIC 9(5) VALUE 0.
       01 WS-UNITS-RECEIVED        PIC S9(7) VALUE 0.
       01 WS-UNITS-SOLD            PIC S9(7) VALUE 0.
       01 WS-UNITS-RETURNED        PIC S9(7) VALUE 0.
       01 WS-UNITS-ON-SHELF        PIC S9(7) VALUE 0.
       01 WS-UNITS-OUT             PIC S9(7) VALUE 0.

       01 WS-TRACE-HEADER.
          05 FILLER                PIC X(26) VALUE
             "-- Recall Trace for Lot ".
          05 WS-HDR-LOT-OUT        PIC X(20).
          05 FILLER                PIC X(9) VALUE " product ".
          05 WS-HDR-PRODUCT-OUT    PIC X(6).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-TRACE-MOVE-LINE.
          05 WS-TRC-WHAT-OUT       PIC X(10).
          05 WS-TRC-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-TRC-PRODUCT-OUT    PIC X(6).
          05 FILLER                PIC X(5) VALUE " qty ".
          05 WS-TRC-QTY-OUT        PIC ZZZZZZ9-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-TRC-REF-LABEL-OUT  PIC X(9).
          05 WS-TRC-REF-OUT        PIC Z(8)9.
          05 FILLER                PIC X(6) VALUE " whse ".
          05 WS-TRC-WHSE-OUT       PIC X(3).
       01 WS-TRACE-CUSTOMER-LINE.
          05 FILLER                PIC X(12) VALUE "  customer ".
          05 WS-TRC-CUSTOMER-OUT   PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-TRC-NAME-OUT       PIC X(30).
          05 FILLER                PIC X(9) VALUE " invoice ".
          05 WS-TRC-INVOICE-OUT    PIC Z(8)9.
       01 WS-TRACE-ADDRESS-LINE.
          05 FILLER                PIC X(12) VALUE "  ship to  ".
          05 WS-TRC-STREET-OUT     PIC X(30).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-TRC-CITY-OUT       PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-TRC-STATE-OUT      PIC X(2).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-TRC-POSTAL-OUT     PIC X(10).
       01 WS-TRACE-SHELF-LINE.
          05 FILLER                PIC X(10) VALUE "On shelf  ".
          05 WS-SHF-PRODUCT-OUT    PIC X(6).
          05 FILLER                PIC X(5) VALUE " qty ".
          05 WS-SHF-QTY-OUT        PIC ZZZZZZ9-.
          05 FILLER                PIC X(14) VALUE " received at  ".
          05 WS-SHF-WHSE-OUT       PIC X(3).
          05 FILLER                PIC X(4) VALUE " on ".
          05 WS-SHF-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(8) VALUE " vendor ".
          05 WS-SHF-VENDOR-OUT     PIC 9(5).
       01 WS-TRACE-TOTAL-LINE.
          05 FILLER                PIC X(10) VALUE "Received ".
          05 WS-TOT-RECEIVED-OUT   PIC ZZZZZZ9-.
          05 FILLER                PIC X(7) VALUE " sold ".
          05 WS-TOT-SOLD-OUT       PIC ZZZZZZ9-.
          05 FILLER                PIC X(11) VALUE " returned ".
          05 WS-TOT-RETURNED-OUT   PIC ZZZZZZ9-.
          05 FILLER                PIC X(11) VALUE " on shelf ".
          05 WS-TOT-SHELF-OUT      PIC ZZZZZZ9-.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Recall trace: given a lot or serial number (and the product
      * when the same number could be on more than one), every
      * movement of it is listed from the lot movement history -
      * where it came in from, every customer and invoice it went
      * out on with the ship-to address in force that day, what
      * came back - followed by what of it is still on the shelf.
      * The trace is shown on screen and written to LOTTRACE.PRT
      * for the recall letters.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
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
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-AVAILABLE-SW
           END-IF.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-CUSTOMER-ADDRESS-STATUS = "00"
               MOVE "Y" TO WS-ADDRESS-AVAILABLE-SW
           END-IF.

           DISPLAY "Lot trace - (T)race a lot or serial, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-TRACE
                       PERFORM TRACE-LOT
                   WHEN OTHER
                       DISPLAY "Please enter T or Q."
               END-EVALUATE
               DISPLAY "Lot trace - (T)race a lot or serial, "
                       "(Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           IF WS-CUSTOMER-AVAILABLE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-ADDRESS-AVAILABLE
               CLOSE CUSTOMER-ADDRESS-FILE
           END-IF.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY OPENRCTL.

       TRACE-LOT.
           DISPLAY "Product code (6 characters, blank for any): "
           ACCEPT WS-TRACE-PRODUCT
           DISPLAY "Lot or serial number (20 characters): "
           ACCEPT WS-TRACE-LOT
           IF WS-TRACE-LOT = SPACES
               DISPLAY "A lot or serial number is needed to trace."
           ELSE
               MOVE 0 TO WS-MOVE-COUNT
               MOVE 0 TO WS-UNITS-RECEIVED
               MOVE 0 TO WS-UNITS-SOLD
               MOVE 0 TO WS-UNITS-RETURNED
               MOVE 0 TO WS-UNITS-ON-SHELF
               OPEN OUTPUT TRACE-REPORT-FILE
               MOVE WS-TRACE-LOT     TO WS-HDR-LOT-OUT
               MOVE WS-TRACE-PRODUCT TO WS-HDR-PRODUCT-OUT
               MOVE WS-TRACE-HEADER TO TRACE-REPORT-LINE
               PERFORM EMIT-TRACE-LINE
               PERFORM TRACE-LOT-MOVEMENTS
               PERFORM TRACE-LOT-ON-SHELF
               MOVE WS-UNITS-RECEIVED TO WS-TOT-RECEIVED-OUT
               MOVE WS-UNITS-SOLD     TO WS-TOT-SOLD-OUT
               MOVE WS-UNITS-RETURNED TO WS-TOT-RETURNED-OUT
               MOVE WS-UNITS-ON-SHELF TO WS-TOT-SHELF-OUT
               MOVE WS-TRACE-TOTAL-LINE TO TRACE-REPORT-LINE
               PERFORM EMIT-TRACE-LINE
               CLOSE TRACE-REPORT-FILE
               IF WS-MOVE-COUNT = 0
                   DISPLAY "No movements of " WS-TRACE-LOT
                           " on file for this company."
               END-IF
               DISPLAY "Trace written to LOTTRACE.PRT."
           END-IF.

       EMIT-TRACE-LINE.
           WRITE TRACE-REPORT-LINE
           DISPLAY TRACE-REPORT-LINE.

      * The movement history is in the order things happened, so
      * one pass tells the lot's story start to finish.
       TRACE-LOT-MOVEMENTS.
           OPEN INPUT LOT-MOVEMENT-FILE
           IF WS-LOT-MOVEMENT-STATUS NOT = "00"
               DISPLAY "No lot movement history on file."
           ELSE
               MOVE "N" TO WS-MOVE-EOF-SW
               PERFORM UNTIL WS-MOVE-EOF
                   READ LOT-MOVEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-MOVE-EOF-SW
                       NOT AT END
                           IF LM-LOT-NUMBER = WS-TRACE-LOT
                              AND (WS-TRACE-PRODUCT = SPACES
                               OR LM-PRODUCT-CODE = WS-TRACE-PRODUCT)
                              AND (LM-COMPANY-CODE = SPACES
                               OR LM-COMPANY-CODE =
                                  WS-SESSION-COMPANY)
                               PERFORM REPORT-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOT-MOVEMENT-FILE
           END-IF.

       REPORT-ONE-MOVEMENT.
           ADD 1 TO WS-MOVE-COUNT
           MOVE LM-MOVE-DATE      TO WS-TRC-DATE-OUT
           MOVE LM-PRODUCT-CODE   TO WS-TRC-PRODUCT-OUT
           MOVE LM-QUANTITY       TO WS-TRC-QTY-OUT
           MOVE LM-WAREHOUSE-CODE TO WS-TRC-WHSE-OUT
           EVALUATE TRUE
               WHEN LM-RECEIPT
                   MOVE "Received  " TO WS-TRC-WHAT-OUT
                   MOVE " PO      " TO WS-TRC-REF-LABEL-OUT
                   MOVE LM-PO-NUMBER TO WS-TRC-REF-OUT
                   ADD LM-QUANTITY TO WS-UNITS-RECEIVED
               WHEN LM-SALE
                   MOVE "Sold      " TO WS-TRC-WHAT-OUT
                   MOVE " invoice " TO WS-TRC-REF-LABEL-OUT
                   MOVE LM-INVOICE-NUMBER TO WS-TRC-REF-OUT
                   SUBTRACT LM-QUANTITY FROM WS-UNITS-SOLD
               WHEN LM-SALE-RETURN
                   MOVE "Credited  " TO WS-TRC-WHAT-OUT
                   MOVE " invoice " TO WS-TRC-REF-LABEL-OUT
                   MOVE LM-INVOICE-NUMBER TO WS-TRC-REF-OUT
                   ADD LM-QUANTITY TO WS-UNITS-RETURNED
               WHEN LM-RMA-RETURN
                   MOVE "Returned  " TO WS-TRC-WHAT-OUT
                   MOVE " RMA     " TO WS-TRC-REF-LABEL-OUT
                   MOVE LM-RMA-NUMBER TO WS-TRC-REF-OUT
                   ADD LM-QUANTITY TO WS-UNITS-RETURNED
               WHEN OTHER
                   MOVE "Counted   " TO WS-TRC-WHAT-OUT
                   MOVE SPACES TO WS-TRC-REF-LABEL-OUT
                   MOVE 0 TO WS-TRC-REF-OUT
           END-EVALUATE
           MOVE WS-TRACE-MOVE-LINE TO TRACE-REPORT-LINE
           PERFORM EMIT-TRACE-LINE
           IF LM-CUSTOMER-ID NOT = 0
               PERFORM REPORT-MOVEMENT-CUSTOMER
           END-IF.

      * Goods out go to the ship-to address in force on the day
      * they moved, else the bill-to.
       REPORT-MOVEMENT-CUSTOMER.
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF WS-CUSTOMER-AVAILABLE
               MOVE LM-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   KEY IS CM-CUSTOMER-ID
                   INVALID KEY
                       MOVE "(no longer on file)" TO WS-CUSTOMER-NAME
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
               END-READ
           END-IF
           MOVE LM-CUSTOMER-ID    TO WS-TRC-CUSTOMER-OUT
           MOVE WS-CUSTOMER-NAME  TO WS-TRC-NAME-OUT
           MOVE LM-INVOICE-NUMBER TO WS-TRC-INVOICE-OUT
           MOVE WS-TRACE-CUSTOMER-LINE TO TRACE-REPORT-LINE
           PERFORM EMIT-TRACE-LINE
           MOVE "S" TO WS-ADDR-TYPE
           PERFORM FIND-ADDRESS-IN-FORCE
           IF NOT WS-ADDR-FOUND
               MOVE "B" TO WS-ADDR-TYPE
               PERFORM FIND-ADDRESS-IN-FORCE
           END-IF
           IF WS-ADDR-FOUND
               MOVE WS-ADDR-STREET TO WS-TRC-STREET-OUT
               MOVE WS-ADDR-CITY   TO WS-TRC-CITY-OUT
               MOVE WS-ADDR-STATE  TO WS-TRC-STATE-OUT
               MOVE WS-ADDR-POSTAL TO WS-TRC-POSTAL-OUT
               MOVE WS-TRACE-ADDRESS-LINE TO TRACE-REPORT-LINE
               PERFORM EMIT-TRACE-LINE
           END-IF.

       FIND-ADDRESS-IN-FORCE.
           MOVE "N" TO WS-ADDR-FOUND-SW
           IF WS-ADDRESS-AVAILABLE
               MOVE "N" TO WS-ADDR-EOF-SW
               MOVE LM-CUSTOMER-ID TO AD-CUSTOMER-ID
               MOVE WS-ADDR-TYPE TO AD-ADDRESS-TYPE
               MOVE 0 TO AD-EFFECTIVE-DATE
               START CUSTOMER-ADDRESS-FILE KEY IS NOT LESS THAN
                     AD-ADDRESS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ADDR-EOF-SW
               END-START
               PERFORM UNTIL WS-ADDR-EOF
                   READ CUSTOMER-ADDRESS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ADDR-EOF-SW
                       NOT AT END
                           IF AD-CUSTOMER-ID NOT = LM-CUSTOMER-ID
                              OR AD-ADDRESS-TYPE NOT = WS-ADDR-TYPE
                              OR AD-EFFECTIVE-DATE > LM-MOVE-DATE
                               MOVE "Y" TO WS-ADDR-EOF-SW
                           ELSE
                               MOVE "Y" TO WS-ADDR-FOUND-SW
                               MOVE AD-STREET TO WS-ADDR-STREET
                               MOVE AD-CITY TO WS-ADDR-CITY
                               MOVE AD-STATE TO WS-ADDR-STATE
                               MOVE AD-POSTAL-CODE TO WS-ADDR-POSTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * The balances are keyed product first, so a trace naming
      * the product reads its one row; without one every row is
      * checked for the number.
       TRACE-LOT-ON-SHELF.
           OPEN INPUT LOT-BALANCE-FILE
           IF WS-LOT-BALANCE-STATUS = "00"
               IF WS-TRACE-PRODUCT NOT = SPACES
                   MOVE WS-TRACE-PRODUCT TO LT-PRODUCT-CODE
                   MOVE WS-TRACE-LOT     TO LT-LOT-NUMBER
                   READ LOT-BALANCE-FILE
                       KEY IS LT-LOT-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM REPORT-ONE-SHELF-BALANCE
                   END-READ
               ELSE
                   MOVE "N" TO WS-LOT-EOF-SW
                   MOVE LOW-VALUES TO LT-LOT-KEY
                   START LOT-BALANCE-FILE KEY IS NOT LESS THAN
                         LT-LOT-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-LOT-EOF-SW
                   END-START
                   PERFORM UNTIL WS-LOT-EOF
                       READ LOT-BALANCE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-LOT-EOF-SW
                           NOT AT END
                               IF LT-LOT-NUMBER = WS-TRACE-LOT
                                   PERFORM REPORT-ONE-SHELF-BALANCE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE LOT-BALANCE-FILE
           END-IF.

       REPORT-ONE-SHELF-BALANCE.
           IF LT-COMPANY-CODE = SPACES
              OR LT-COMPANY-CODE = WS-SESSION-COMPANY
               ADD LT-QTY-ON-HAND TO WS-UNITS-ON-SHELF
               MOVE LT-PRODUCT-CODE   TO WS-SHF-PRODUCT-OUT
               MOVE LT-QTY-ON-HAND    TO WS-SHF-QTY-OUT
               MOVE LT-WAREHOUSE-CODE TO WS-SHF-WHSE-OUT
               MOVE LT-RECEIPT-DATE   TO WS-SHF-DATE-OUT
               MOVE LT-VENDOR-ID      TO WS-SHF-VENDOR-OUT
               MOVE WS-TRACE-SHELF-LINE TO TRACE-REPORT-LINE
               PERFORM EMIT-TRACE-LINE
           END-IF.
