       IDENTIFICATION DIVISION.
       PROGRAM-ID. WarehouseMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

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
       FD  WAREHOUSE-MASTER-FILE.
           COPY WAREHSE.

       FD  PRODUCT-WAREHOUSE-FILE.
           COPY PRODWHSE.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-WAREHOUSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-WAREHOUSE-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.

       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ADD          VALUE "A" "a".
          88 WS-MAINT-CHANGE       VALUE "C" "c".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-REORDER      VALUE "R" "r".
          88 WS-MAINT-INQUIRE      VALUE "I" "i".
          88 WS-MAINT-BUILD        VALUE "B" "b".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-WAREHOUSE-CODE        PIC X(3).
       01 WS-PRODUCT-CODE          PIC X(6).
       01 WS-NEW-NAME              PIC X(30).
       01 WS-NEW-STATUS            PIC X(1).
       01 WS-NEW-REORDER-POINT     PIC 9(5).
       01 WS-WAREHOUSE-EXISTS-SW   PIC X(1) VALUE "N".
          88 WS-WAREHOUSE-EXISTS   VALUE "Y".
       01 WS-PRODUCT-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-PRODUCT-FOUND      VALUE "Y".
       01 WS-PW-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-PW-FOUND           VALUE "Y".
       01 WS-SITE-STOCKED-SW       PIC X(1) VALUE "N".
          88 WS-SITE-STOCKED       VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-SITE-EOF-SW           PIC X(1) VALUE "N".
          88 WS-SITE-EOF           VALUE "Y".
       01 WS-PROD-EOF-SW           PIC X(1) VALUE "N".
          88 WS-PROD-EOF           VALUE "Y".
       01 WS-SEEDED-COUNT          PIC 9(5) VALUE 0.
       01 WS-SITE-AVAILABLE        PIC S9(7) VALUE 0.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Stocking sites and the product balances held at each.
      * Add, Change and List keep the warehouse file; Reorder sets
      * a product's reorder point at one site; Inquire shows a
      * product's stock site by site.  Build is run once when a
      * shop starts keeping sites: every product not yet stocked
      * at any site has its product-master balances seeded at the
      * run-control default warehouse, so the site rows add back
      * up to the company totals from the first day.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           IF SL-COMPANY-CODE NOT = SPACES
               MOVE SL-COMPANY-CODE TO WS-SESSION-COMPANY
           END-IF.
           OPEN I-O WAREHOUSE-MASTER-FILE.
           IF WS-WAREHOUSE-MASTER-STATUS = "35"
               OPEN OUTPUT WAREHOUSE-MASTER-FILE
               CLOSE WAREHOUSE-MASTER-FILE
               OPEN I-O WAREHOUSE-MASTER-FILE
           END-IF.
           OPEN I-O PRODUCT-WAREHOUSE-FILE.
           IF WS-PRODUCT-WAREHOUSE-STATUS = "35"
               OPEN OUTPUT PRODUCT-WAREHOUSE-FILE
               CLOSE PRODUCT-WAREHOUSE-FILE
               OPEN I-O PRODUCT-WAREHOUSE-FILE
           END-IF.
           OPEN INPUT PRODUCT-MASTER-FILE.

           DISPLAY "Warehouses - (A)dd, (C)hange, (L)ist, (R)eorder "
                   "point, (I)nquire, (B)uild, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ADD
                       PERFORM ADD-WAREHOUSE
                   WHEN WS-MAINT-CHANGE
                       PERFORM CHANGE-WAREHOUSE
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-WAREHOUSES
                   WHEN WS-MAINT-REORDER
                       PERFORM CHANGE-SITE-REORDER-POINT
                   WHEN WS-MAINT-INQUIRE
                       PERFORM INQUIRE-PRODUCT-BY-SITE
                   WHEN WS-MAINT-BUILD
                       PERFORM BUILD-DEFAULT-SITE-BALANCES
                   WHEN OTHER
                       DISPLAY "Please enter A, C, L, R, I, B, or Q."
               END-EVALUATE
               DISPLAY "Warehouses - (A)dd, (C)hange, (L)ist, "
                       "(R)eorder point, (I)nquire, (B)uild, "
                       "(Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE WAREHOUSE-MASTER-FILE.
           CLOSE PRODUCT-WAREHOUSE-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY OPENRCTL.

       ACCEPT-WAREHOUSE-KEY.
           DISPLAY "Warehouse code (3 characters): "
           ACCEPT WS-WAREHOUSE-CODE
           MOVE WS-WAREHOUSE-CODE TO WH-WAREHOUSE-CODE
           MOVE "N" TO WS-WAREHOUSE-EXISTS-SW
           READ WAREHOUSE-MASTER-FILE
               KEY IS WH-WAREHOUSE-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-WAREHOUSE-EXISTS-SW
           END-READ.

       ADD-WAREHOUSE.
           PERFORM ACCEPT-WAREHOUSE-KEY
           EVALUATE TRUE
               WHEN WS-WAREHOUSE-CODE = SPACES
                   DISPLAY "Warehouse code is required."
               WHEN WS-WAREHOUSE-EXISTS
                   DISPLAY "Warehouse already on file - use Change."
               WHEN OTHER
                   INITIALIZE WAREHOUSE-MASTER-RECORD
                   MOVE WS-WAREHOUSE-CODE  TO WH-WAREHOUSE-CODE
                   DISPLAY "Warehouse name (30 characters): "
                   ACCEPT WH-WAREHOUSE-NAME
                   MOVE WS-SESSION-COMPANY TO WH-COMPANY-CODE
                   MOVE "A"                TO WH-STATUS
                   WRITE WAREHOUSE-MASTER-RECORD
                   DISPLAY "Warehouse added."
           END-EVALUATE.

      * A site can be closed to new stock movements but never
      * removed - its balances and history still point at it.
       CHANGE-WAREHOUSE.
           PERFORM ACCEPT-WAREHOUSE-KEY
           IF NOT WS-WAREHOUSE-EXISTS
               DISPLAY "No such warehouse on file."
           ELSE
               DISPLAY "Warehouse " WH-WAREHOUSE-CODE " "
                       WH-WAREHOUSE-NAME " status " WH-STATUS
               DISPLAY "New name (blank to keep): "
               ACCEPT WS-NEW-NAME
               IF WS-NEW-NAME NOT = SPACES
                   MOVE WS-NEW-NAME TO WH-WAREHOUSE-NAME
               END-IF
               DISPLAY "New status (A)ctive / (I)nactive, blank "
                       "to keep: "
               ACCEPT WS-NEW-STATUS
               EVALUATE WS-NEW-STATUS
                   WHEN "A"
                   WHEN "a"
                       MOVE "A" TO WH-STATUS
                   WHEN "I"
                   WHEN "i"
                       IF WH-WAREHOUSE-CODE = RC-DEFAULT-WAREHOUSE
                           DISPLAY "The default warehouse cannot "
                                   "be made inactive."
                       ELSE
                           MOVE "I" TO WH-STATUS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               REWRITE WAREHOUSE-MASTER-RECORD
               DISPLAY "Warehouse updated."
           END-IF.

       LIST-WAREHOUSES.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO WH-WAREHOUSE-CODE
           START WAREHOUSE-MASTER-FILE
               KEY IS NOT LESS THAN WH-WAREHOUSE-CODE
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ WAREHOUSE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       DISPLAY "  " WH-WAREHOUSE-CODE " "
                               WH-WAREHOUSE-NAME
                               " company " WH-COMPANY-CODE
                               " status " WH-STATUS
               END-READ
           END-PERFORM.

       CHANGE-SITE-REORDER-POINT.
           PERFORM ACCEPT-WAREHOUSE-KEY
           IF WS-WAREHOUSE-CODE = SPACES
               MOVE RC-DEFAULT-WAREHOUSE TO WS-WAREHOUSE-CODE
               MOVE "Y" TO WS-WAREHOUSE-EXISTS-SW
           END-IF
           IF WS-WAREHOUSE-CODE = RC-DEFAULT-WAREHOUSE
               MOVE "Y" TO WS-WAREHOUSE-EXISTS-SW
           END-IF
           IF NOT WS-WAREHOUSE-EXISTS
               DISPLAY "No such warehouse on file."
           ELSE
               PERFORM ACCEPT-PRODUCT-CODE
               IF WS-PRODUCT-FOUND
                   PERFORM READ-SITE-BALANCE
                   DISPLAY "Site " WS-WAREHOUSE-CODE " product "
                           WS-PRODUCT-CODE " reorder point "
                           PW-REORDER-POINT
                   DISPLAY "New reorder point (5 digits): "
                   ACCEPT WS-NEW-REORDER-POINT
                   MOVE WS-NEW-REORDER-POINT TO PW-REORDER-POINT
                   IF WS-PW-FOUND
                       REWRITE PRODUCT-WAREHOUSE-RECORD
                   ELSE
                       WRITE PRODUCT-WAREHOUSE-RECORD
                   END-IF
                   DISPLAY "Reorder point updated."
               END-IF
           END-IF.

       ACCEPT-PRODUCT-CODE.
           DISPLAY "Product code (6 characters): "
           ACCEPT WS-PRODUCT-CODE
           MOVE "N" TO WS-PRODUCT-FOUND-SW
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   DISPLAY "No such product on file."
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRODUCT-FOUND-SW
           END-READ.

       READ-SITE-BALANCE.
           MOVE "N" TO WS-PW-FOUND-SW
           MOVE WS-WAREHOUSE-CODE TO PW-WAREHOUSE-CODE
           MOVE WS-PRODUCT-CODE   TO PW-PRODUCT-CODE
           READ PRODUCT-WAREHOUSE-FILE
               KEY IS PW-BALANCE-KEY
               INVALID KEY
                   INITIALIZE PRODUCT-WAREHOUSE-RECORD
                   MOVE WS-WAREHOUSE-CODE TO PW-WAREHOUSE-CODE
                   MOVE WS-PRODUCT-CODE   TO PW-PRODUCT-CODE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PW-FOUND-SW
           END-READ.

      * The default site first, then every other site on file.
       INQUIRE-PRODUCT-BY-SITE.
           PERFORM ACCEPT-PRODUCT-CODE
           IF WS-PRODUCT-FOUND
               DISPLAY PM-PRODUCT-CODE " " PM-PRODUCT-NAME
                       " company on hand " PM-QTY-ON-HAND
                       " allocated " PM-QTY-ALLOCATED
                       " on order " PM-QTY-ON-ORDER
               MOVE RC-DEFAULT-WAREHOUSE TO WS-WAREHOUSE-CODE
               PERFORM SHOW-SITE-BALANCE
               MOVE "N" TO WS-SITE-EOF-SW
               MOVE LOW-VALUES TO WH-WAREHOUSE-CODE
               START WAREHOUSE-MASTER-FILE
                   KEY IS NOT LESS THAN WH-WAREHOUSE-CODE
                   INVALID KEY
                       MOVE "Y" TO WS-SITE-EOF-SW
               END-START
               PERFORM UNTIL WS-SITE-EOF
                   READ WAREHOUSE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SITE-EOF-SW
                       NOT AT END
                           IF WH-WAREHOUSE-CODE NOT =
                              RC-DEFAULT-WAREHOUSE
                               MOVE WH-WAREHOUSE-CODE TO
                                   WS-WAREHOUSE-CODE
                               PERFORM SHOW-SITE-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SHOW-SITE-BALANCE.
           PERFORM READ-SITE-BALANCE
           IF WS-PW-FOUND
               COMPUTE WS-SITE-AVAILABLE =
                   PW-QTY-ON-HAND - PW-QTY-ALLOCATED
               DISPLAY "  " PW-WAREHOUSE-CODE
                       " on hand " PW-QTY-ON-HAND
                       " allocated " PW-QTY-ALLOCATED
                       " available " WS-SITE-AVAILABLE
                       " on order " PW-QTY-ON-ORDER
                       " in transit " PW-QTY-IN-TRANSIT
                       " reorder " PW-REORDER-POINT
           END-IF.

      * One pass of the product master.  A product already stocked
      * at some site has been built before (or moved since) and is
      * left alone, so Build can be rerun after new products are
      * added without doubling anything.
       BUILD-DEFAULT-SITE-BALANCES.
           IF RC-DEFAULT-WAREHOUSE = SPACES
               DISPLAY "Set the default warehouse in run-control "
                       "parameters first."
           ELSE
               MOVE 0 TO WS-SEEDED-COUNT
               MOVE "N" TO WS-PROD-EOF-SW
               MOVE LOW-VALUES TO PM-PRODUCT-CODE
               START PRODUCT-MASTER-FILE
                   KEY IS NOT LESS THAN PM-PRODUCT-CODE
                   INVALID KEY
                       MOVE "Y" TO WS-PROD-EOF-SW
               END-START
               PERFORM UNTIL WS-PROD-EOF
                   READ PRODUCT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PROD-EOF-SW
                       NOT AT END
                           PERFORM SEED-ONE-PRODUCT
                   END-READ
               END-PERFORM
               DISPLAY WS-SEEDED-COUNT " product(s) seeded at "
                       "warehouse " RC-DEFAULT-WAREHOUSE "."
           END-IF.

       SEED-ONE-PRODUCT.
           MOVE PM-PRODUCT-CODE TO WS-PRODUCT-CODE
           PERFORM CHECK-PRODUCT-STOCKED
           IF NOT WS-SITE-STOCKED
               INITIALIZE PRODUCT-WAREHOUSE-RECORD
               MOVE RC-DEFAULT-WAREHOUSE TO PW-WAREHOUSE-CODE
               MOVE PM-PRODUCT-CODE      TO PW-PRODUCT-CODE
               MOVE PM-QTY-ON-HAND       TO PW-QTY-ON-HAND
               MOVE PM-QTY-ON-ORDER      TO PW-QTY-ON-ORDER
               MOVE PM-QTY-ALLOCATED     TO PW-QTY-ALLOCATED
               MOVE PM-REORDER-POINT     TO PW-REORDER-POINT
               WRITE PRODUCT-WAREHOUSE-RECORD
               ADD 1 TO WS-SEEDED-COUNT
           END-IF.

       CHECK-PRODUCT-STOCKED.
           MOVE "N" TO WS-SITE-STOCKED-SW
           MOVE RC-DEFAULT-WAREHOUSE TO WS-WAREHOUSE-CODE
           PERFORM READ-SITE-BALANCE
           IF WS-PW-FOUND
               MOVE "Y" TO WS-SITE-STOCKED-SW
           END-IF
           MOVE "N" TO WS-SITE-EOF-SW
           MOVE LOW-VALUES TO WH-WAREHOUSE-CODE
           START WAREHOUSE-MASTER-FILE
               KEY IS NOT LESS THAN WH-WAREHOUSE-CODE
               INVALID KEY
                   MOVE "Y" TO WS-SITE-EOF-SW
           END-START
           PERFORM UNTIL WS-SITE-EOF OR WS-SITE-STOCKED
               READ WAREHOUSE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SITE-EOF-SW
                   NOT AT END
                       MOVE WH-WAREHOUSE-CODE TO WS-WAREHOUSE-CODE
                       PERFORM READ-SITE-BALANCE
                       IF WS-PW-FOUND
                           MOVE "Y" TO WS-SITE-STOCKED-SW
                       END-IF
               END-READ
           END-PERFORM.
