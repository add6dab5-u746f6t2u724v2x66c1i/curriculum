       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustItemMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ITEM-FILE ASSIGN TO "CUSTITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-ITEM-KEY
               FILE STATUS IS WS-CUSTOMER-ITEM-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ITEM-FILE.
           COPY CUSTITEM.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-ITEM-STATUS  PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND     VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-PRODUCT-FOUND      VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ADD          VALUE "A" "a".
          88 WS-MAINT-DELETE       VALUE "D" "d".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CUSTOMER-ID           PIC 9(5).
       01 WS-CUSTOMER-ITEM         PIC X(20).
       01 WS-PRODUCT-CODE          PIC X(6).
       01 WS-ITEM-EXISTS-SW        PIC X(1) VALUE "N".
          88 WS-ITEM-EXISTS        VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-LIST-COUNT            PIC 9(5) VALUE 0.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Keeps each customer's own item numbers against our product
      * codes, so electronic orders naming the customer's item
      * numbers can be turned into order lines without anyone
      * re-keying them.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           OPEN I-O CUSTOMER-ITEM-FILE.
           IF WS-CUSTOMER-ITEM-STATUS = "35"
               OPEN OUTPUT CUSTOMER-ITEM-FILE
               CLOSE CUSTOMER-ITEM-FILE
               OPEN I-O CUSTOMER-ITEM-FILE
           END-IF.

           DISPLAY "Customer item numbers - (A)dd/change, (D)elete, "
                   "(L)ist, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ADD
                       PERFORM ADD-CUSTOMER-ITEM
                   WHEN WS-MAINT-DELETE
                       PERFORM DELETE-CUSTOMER-ITEM
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-CUSTOMER-ITEMS
                   WHEN OTHER
                       DISPLAY "Please enter A, D, L, or Q."
               END-EVALUATE
               DISPLAY "Customer item numbers - (A)dd/change, "
                       "(D)elete, (L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE CUSTOMER-ITEM-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY OPENRCTL.

       ADD-CUSTOMER-ITEM.
           DISPLAY "Customer ID (5 digits): "
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "24" TO WS-CUSTOMER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
           END-READ
           IF NOT WS-CUSTOMER-FOUND
               DISPLAY "Unknown customer ID " WS-CUSTOMER-ID "."
           ELSE
               DISPLAY "Customer's item number (up to 20 "
                       "characters): "
               ACCEPT WS-CUSTOMER-ITEM
               IF WS-CUSTOMER-ITEM = SPACES
                   DISPLAY "Item number is required - nothing saved."
               ELSE
                   MOVE WS-CUSTOMER-ID   TO CI-CUSTOMER-ID
                   MOVE WS-CUSTOMER-ITEM TO CI-CUSTOMER-ITEM
                   MOVE "N" TO WS-ITEM-EXISTS-SW
                   READ CUSTOMER-ITEM-FILE
                       KEY IS CI-ITEM-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ITEM-EXISTS-SW
                           DISPLAY "Currently our product "
                                   CI-PRODUCT-CODE "."
                   END-READ
                   PERFORM SAVE-CUSTOMER-ITEM
               END-IF
           END-IF.

       SAVE-CUSTOMER-ITEM.
           DISPLAY "Our product code (6 characters): "
           ACCEPT WS-PRODUCT-CODE
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   MOVE "23" TO WS-PRODUCT-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-PRODUCT-MASTER-STATUS
           END-READ
           IF NOT WS-PRODUCT-FOUND
               DISPLAY "Unknown product " WS-PRODUCT-CODE
                       " - nothing saved."
           ELSE
               IF PM-DISCONTINUED
                   DISPLAY "Product " WS-PRODUCT-CODE " is "
                           "discontinued - nothing saved."
               ELSE
                   MOVE WS-CUSTOMER-ID   TO CI-CUSTOMER-ID
                   MOVE WS-CUSTOMER-ITEM TO CI-CUSTOMER-ITEM
                   MOVE WS-PRODUCT-CODE  TO CI-PRODUCT-CODE
                   MOVE WS-TODAY-DATE    TO CI-ADDED-DATE
                   IF WS-ITEM-EXISTS
                       REWRITE CUSTOMER-ITEM-RECORD
                       DISPLAY "Item number changed."
                   ELSE
                       WRITE CUSTOMER-ITEM-RECORD
                       DISPLAY "Item number added."
                   END-IF
               END-IF
           END-IF.

       DELETE-CUSTOMER-ITEM.
           DISPLAY "Customer ID (5 digits): "
           ACCEPT WS-CUSTOMER-ID
           DISPLAY "Customer's item number to remove: "
           ACCEPT WS-CUSTOMER-ITEM
           MOVE WS-CUSTOMER-ID   TO CI-CUSTOMER-ID
           MOVE WS-CUSTOMER-ITEM TO CI-CUSTOMER-ITEM
           READ CUSTOMER-ITEM-FILE
               KEY IS CI-ITEM-KEY
               INVALID KEY
                   DISPLAY "No such item number on file for "
                           "customer " WS-CUSTOMER-ID "."
               NOT INVALID KEY
                   DELETE CUSTOMER-ITEM-FILE RECORD
                   DISPLAY "Item number removed."
           END-READ.

       LIST-CUSTOMER-ITEMS.
           DISPLAY "Customer ID (5 digits): "
           ACCEPT WS-CUSTOMER-ID
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE WS-CUSTOMER-ID TO CI-CUSTOMER-ID
           MOVE SPACES TO CI-CUSTOMER-ITEM
           START CUSTOMER-ITEM-FILE KEY IS NOT LESS THAN CI-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ CUSTOMER-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF CI-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           MOVE "Y" TO WS-LIST-EOF-SW
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY CI-CUSTOMER-ITEM " -> product "
                                   CI-PRODUCT-CODE " since "
                                   CI-ADDED-DATE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " item numbers on file for customer "
                   WS-CUSTOMER-ID ".".
