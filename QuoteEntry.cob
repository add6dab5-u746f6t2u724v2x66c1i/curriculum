       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteEntry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTEHDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-QUOTE-NUMBER
               FILE STATUS IS WS-QUOTE-HEADER-STATUS.

           SELECT QUOTE-LINE-FILE ASSIGN TO "QUOTELIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QL-QUOTE-LINE-KEY
               FILE STATUS IS WS-QUOTE-LINE-STATUS.

           SELECT SALES-ORDER-FILE ASSIGN TO "SALESORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS WS-SALES-ORDER-STATUS.

           SELECT SALES-ORDER-LINE-FILE ASSIGN TO "SORDLINE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-ORDER-LINE-KEY
               FILE STATUS IS WS-ORDER-LINE-STATUS.

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

           SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTRPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-PRICE-KEY
               FILE STATUS IS WS-CONTRACT-PRICE-STATUS.

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

           SELECT QUOTE-REPORT-FILE ASSIGN TO "QUOTERPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.

       FD  QUOTE-LINE-FILE.
           COPY QUOTELIN.

       FD  SALES-ORDER-FILE.
           COPY SALESORD.

       FD  SALES-ORDER-LINE-FILE.
           COPY SORDLINE.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  CONTRACT-PRICE-FILE.
           COPY CONTRPRC.

       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  ERROR-LOG-FILE.
           COPY ERRLOG.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  QUOTE-REPORT-FILE.
       01 QUOTE-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-QUOTE-HEADER-STATUS   PIC X(2) VALUE "00".
       01 WS-QUOTE-LINE-STATUS     PIC X(2) VALUE "00".
       01 WS-SALES-ORDER-STATUS    PIC X(2) VALUE "00".
       01 WS-ORDER-LINE-STATUS     PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND     VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-CONTRACT-PRICE-STATUS PIC X(2) VALUE "00".
       01 WS-CONTRACT-PRICE-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-CONTRACT-PRICE-AVAILABLE VALUE "Y".
       01 WS-INVOICE-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-ERROR-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-QUOTE-REPORT-STATUS   PIC X(2) VALUE "00".
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-LOG-PROGRAM-NAME      PIC X(20) VALUE "QuoteEntry".
       01 WS-LOG-FIELD-NAME        PIC X(20).
       01 WS-LOG-BAD-VALUE         PIC X(20).

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ENTER        VALUE "E" "e".
          88 WS-MAINT-ACCEPT       VALUE "A" "a".
          88 WS-MAINT-LOST         VALUE "L" "l".
          88 WS-MAINT-CONVERT      VALUE "C" "c".
          88 WS-MAINT-REPORT       VALUE "M" "m".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CUSTOMER-ID           PIC 9(5).
       01 WS-QUOTE-NUMBER          PIC 9(9) VALUE 0.
       01 WS-NEXT-QUOTE-NUMBER     PIC 9(9) VALUE 0.
       01 WS-NEXT-ORDER-NUMBER     PIC 9(9) VALUE 0.
       01 WS-QUOTE-LINE-COUNT      PIC 9(3) VALUE 0.
       01 WS-QUOTE-TOTAL           PIC S9(9)V99 VALUE 0.
       01 WS-DAYS-VALID            PIC 9(3) VALUE 0.
       01 WS-PRODUCT-CODE          PIC X(6).
       01 WS-ENTRY-QUANTITY        PIC 9(5).
       01 WS-LINE-UNIT-PRICE       PIC S9(7)V99 VALUE 0.
       01 WS-LINE-PRICE-SOURCE     PIC X(1).
       01 WS-VOLUME-DISCOUNT-PERCENT PIC V9(4) VALUE 0.
       01 WS-LINE-ENTRY-DONE-SW    PIC X(1) VALUE "N".
          88 WS-LINE-ENTRY-DONE    VALUE "Y".
       01 WS-PRODUCT-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-PRODUCT-FOUND      VALUE "Y".
       01 WS-QUOTE-FOUND-SW        PIC X(1) VALUE "N".
          88 WS-QUOTE-FOUND        VALUE "Y".
       01 WS-QUOTE-EOF-SW          PIC X(1) VALUE "N".
          88 WS-QUOTE-EOF          VALUE "Y".
       01 WS-LINE-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LINE-EOF           VALUE "Y".
       01 WS-ORDER-LINE-COUNT      PIC 9(3) VALUE 0.

       01 WS-ROUND-RAW             PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUND-RESULT          PIC S9(9)V99 VALUE 0.

      * Monthly report tallies: quotes made in the month, by the
      * salesperson on the quote, counted and valued by outcome.
       01 WS-WANTED-MONTH          PIC 9(6) VALUE 0.
       01 WS-EXPIRED-NOW-COUNT     PIC 9(5) VALUE 0.
       01 WS-SALESPERSON-TABLE.
          05 WS-SLS-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-SLS-IDX.
             10 WS-SLS-CODE         PIC X(4).
             10 WS-SLS-OUTCOME OCCURS 4 TIMES.
                15 WS-SLS-COUNT-BY  PIC 9(5).
                15 WS-SLS-AMOUNT-BY PIC S9(9)V99.
       01 WS-SLS-COUNT             PIC 9(3) VALUE 0.
       01 WS-SLS-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-SLS-FOUND          VALUE "Y".
       01 WS-OUTCOME-IDX           PIC 9(1) VALUE 0.
       01 WS-TOTAL-OUTCOME-TABLE.
          05 WS-TOTAL-OUTCOME OCCURS 4 TIMES.
             10 WS-TOTAL-COUNT-BY  PIC 9(5).
             10 WS-TOTAL-AMOUNT-BY PIC S9(9)V99.
       01 WS-OUTCOME-NAMES         PIC X(32) VALUE
          "Open    Won     Lost    Expired ".
       01 WS-OUTCOME-NAME-TABLE REDEFINES WS-OUTCOME-NAMES.
          05 WS-OUTCOME-NAME       PIC X(8) OCCURS 4 TIMES.

       01 WS-QUOTE-REPORT-HEADER.
          05 FILLER                PIC X(37) VALUE
             "-- Sales Quotation Report for month ".
          05 WS-QR-MONTH-OUT       PIC 9(6).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-QUOTE-COLUMN-HEADER   PIC X(50) VALUE
          "Salesperson  Outcome   Quotes          Amount".
       01 WS-QUOTE-REPORT-DETAIL.
          05 WS-QR-SLSP-OUT        PIC X(4).
          05 FILLER                PIC X(9) VALUE SPACES.
          05 WS-QR-OUTCOME-OUT     PIC X(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-QR-COUNT-OUT       PIC ZZZZ9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-QR-AMOUNT-OUT      PIC Z,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Reps price a quote here through the same list, contract
      * and volume-discount rules purchase entry uses, so what the
      * customer was promised is what the order bills.  A quote
      * stays open until the customer accepts or declines it or it
      * passes its expiry; an accepted quote still in date converts
      * into a sales order whose lines carry the quoted prices and
      * wait, fully backordered, for the order-entry release to
      * set stock aside to pick, ship and invoice them.  The
      * monthly report shows each salesperson's open, won, lost
      * and expired quotes.
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
           OPEN I-O QUOTE-HEADER-FILE.
           IF WS-QUOTE-HEADER-STATUS = "35"
               OPEN OUTPUT QUOTE-HEADER-FILE
               CLOSE QUOTE-HEADER-FILE
               OPEN I-O QUOTE-HEADER-FILE
           END-IF.
           OPEN I-O QUOTE-LINE-FILE.
           IF WS-QUOTE-LINE-STATUS = "35"
               OPEN OUTPUT QUOTE-LINE-FILE
               CLOSE QUOTE-LINE-FILE
               OPEN I-O QUOTE-LINE-FILE
           END-IF.
           OPEN I-O SALES-ORDER-FILE.
           IF WS-SALES-ORDER-STATUS = "35"
               OPEN OUTPUT SALES-ORDER-FILE
               CLOSE SALES-ORDER-FILE
               OPEN I-O SALES-ORDER-FILE
           END-IF.
           OPEN I-O SALES-ORDER-LINE-FILE.
           IF WS-ORDER-LINE-STATUS = "35"
               OPEN OUTPUT SALES-ORDER-LINE-FILE
               CLOSE SALES-ORDER-LINE-FILE
               OPEN I-O SALES-ORDER-LINE-FILE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT PRODUCT-MASTER-FILE.
           OPEN INPUT CONTRACT-PRICE-FILE.
           IF WS-CONTRACT-PRICE-STATUS = "00"
               MOVE "Y" TO WS-CONTRACT-PRICE-AVAILABLE-SW
           END-IF.
           OPEN I-O INVOICE-CONTROL-FILE.
           IF WS-INVOICE-CONTROL-STATUS = "35"
               OPEN OUTPUT INVOICE-CONTROL-FILE
               CLOSE INVOICE-CONTROL-FILE
               OPEN I-O INVOICE-CONTROL-FILE
           END-IF.

           DISPLAY "Quotes - (E)nter quote, (A)ccepted, (L)ost, "
                   "(C)onvert to order, (M)onthly report, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ENTER
                       PERFORM ENTER-QUOTE
                   WHEN WS-MAINT-ACCEPT
                       PERFORM MARK-QUOTE-ACCEPTED
                   WHEN WS-MAINT-LOST
                       PERFORM MARK-QUOTE-LOST
                   WHEN WS-MAINT-CONVERT
                       PERFORM CONVERT-QUOTE-TO-ORDER
                   WHEN WS-MAINT-REPORT
                       PERFORM WRITE-QUOTE-REPORT
                   WHEN OTHER
                       DISPLAY "Please enter E, A, L, C, M, or Q."
               END-EVALUATE
               DISPLAY "Quotes - (E)nter quote, (A)ccepted, (L)ost, "
                       "(C)onvert to order, (M)onthly report, "
                       "(Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE QUOTE-HEADER-FILE.
           CLOSE QUOTE-LINE-FILE.
           CLOSE SALES-ORDER-FILE.
           CLOSE SALES-ORDER-LINE-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           IF WS-CONTRACT-PRICE-AVAILABLE
               CLOSE CONTRACT-PRICE-FILE
           END-IF.
           CLOSE INVOICE-CONTROL-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE ERROR-LOG-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY LOGERROR.

       COPY OPENRCTL.

       COPY ROUNDCTL.

       COPY VOLDISC.

       ENTER-QUOTE.
           DISPLAY "Customer ID (5 digits): "
           ACCEPT WS-CUSTOMER-ID
           PERFORM LOOKUP-CUSTOMER
           EVALUATE TRUE
               WHEN NOT WS-CUSTOMER-FOUND
                   DISPLAY "Unknown customer ID " WS-CUSTOMER-ID "."
                   MOVE "CUSTOMER-ID" TO WS-LOG-FIELD-NAME
                   MOVE WS-CUSTOMER-ID TO WS-LOG-BAD-VALUE
                   PERFORM LOG-ERROR
               WHEN CM-DEACTIVATED
                   DISPLAY "Customer " WS-CUSTOMER-ID " is "
                           "deactivated - no quote taken."
               WHEN CM-COMPANY-CODE NOT = SPACES
                    AND CM-COMPANY-CODE NOT = WS-SESSION-COMPANY
                   DISPLAY "Customer " WS-CUSTOMER-ID " belongs to "
                           "company " CM-COMPANY-CODE " - not part "
                           "of this session."
               WHEN OTHER
                   PERFORM CAPTURE-QUOTE
           END-EVALUATE.

       LOOKUP-CUSTOMER.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "24" TO WS-CUSTOMER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
           END-READ.

      * Lines are written as they are priced; the header follows
      * with the quote total once the rep is done.  A quote with
      * no lines is dropped rather than left on file empty.
       CAPTURE-QUOTE.
           PERFORM NEXT-QUOTE-NUMBER
           DISPLAY "Days the quote is good for (3 digits, 0 for "
                   "30): "
           ACCEPT WS-DAYS-VALID
           IF WS-DAYS-VALID = 0
               MOVE 30 TO WS-DAYS-VALID
           END-IF
           MOVE 0 TO WS-QUOTE-LINE-COUNT
           MOVE 0 TO WS-QUOTE-TOTAL
           PERFORM SET-VOLUME-DISCOUNT-PERCENT
           MOVE "N" TO WS-LINE-ENTRY-DONE-SW
           PERFORM UNTIL WS-LINE-ENTRY-DONE
               DISPLAY "Product code (6 characters, blank when "
                       "done): "
               ACCEPT WS-PRODUCT-CODE
               IF WS-PRODUCT-CODE = SPACES
                   MOVE "Y" TO WS-LINE-ENTRY-DONE-SW
               ELSE
                   PERFORM CAPTURE-QUOTE-LINE
               END-IF
           END-PERFORM
           IF WS-QUOTE-LINE-COUNT = 0
               DISPLAY "No lines quoted - quote " WS-NEXT-QUOTE-NUMBER
                       " not saved."
           ELSE
               INITIALIZE QUOTE-HEADER-RECORD
               MOVE WS-NEXT-QUOTE-NUMBER TO QH-QUOTE-NUMBER
               MOVE WS-CUSTOMER-ID       TO QH-CUSTOMER-ID
               MOVE WS-TODAY-DATE        TO QH-QUOTE-DATE
               COMPUTE QH-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   + WS-DAYS-VALID)
               MOVE CM-SALESPERSON-CODE  TO QH-SALESPERSON-CODE
               MOVE WS-OPERATOR-ID       TO QH-OPERATOR-ID
               MOVE WS-SESSION-COMPANY   TO QH-COMPANY-CODE
               MOVE WS-QUOTE-TOTAL       TO QH-QUOTE-AMOUNT
               MOVE "O"                  TO QH-STATUS
               MOVE WS-TODAY-DATE        TO QH-STATUS-DATE
               WRITE QUOTE-HEADER-RECORD
               DISPLAY "Quote " WS-NEXT-QUOTE-NUMBER " for "
                       WS-QUOTE-TOTAL " good through "
                       QH-EXPIRY-DATE "."
           END-IF.

       CAPTURE-QUOTE-LINE.
           PERFORM LOOKUP-PRODUCT
           IF NOT WS-PRODUCT-FOUND
               DISPLAY "Unknown or discontinued product "
                       WS-PRODUCT-CODE " - line skipped."
               MOVE "PRODUCT-CODE"  TO WS-LOG-FIELD-NAME
               MOVE WS-PRODUCT-CODE TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               DISPLAY "Quantity (5 digits): "
               ACCEPT WS-ENTRY-QUANTITY
               IF WS-ENTRY-QUANTITY = 0
                   DISPLAY "Quantity must be greater than zero - "
                           "line skipped."
               ELSE
                   PERFORM PRICE-QUOTE-LINE
                   ADD 1 TO WS-QUOTE-LINE-COUNT
                   INITIALIZE QUOTE-LINE-RECORD
                   MOVE WS-NEXT-QUOTE-NUMBER TO QL-QUOTE-NUMBER
                   MOVE WS-QUOTE-LINE-COUNT  TO QL-LINE-NUMBER
                   MOVE WS-PRODUCT-CODE      TO QL-PRODUCT-CODE
                   MOVE WS-ENTRY-QUANTITY    TO QL-QUANTITY
                   MOVE PM-UNIT-PRICE        TO QL-LIST-PRICE
                   MOVE WS-LINE-UNIT-PRICE   TO QL-UNIT-PRICE
                   COMPUTE QL-EXTENDED-PRICE =
                       WS-LINE-UNIT-PRICE * WS-ENTRY-QUANTITY
                   MOVE WS-LINE-PRICE-SOURCE TO QL-PRICE-SOURCE
                   WRITE QUOTE-LINE-RECORD
                   ADD QL-EXTENDED-PRICE TO WS-QUOTE-TOTAL
                   DISPLAY "Line " WS-QUOTE-LINE-COUNT ": "
                           WS-ENTRY-QUANTITY " at "
                           WS-LINE-UNIT-PRICE " = "
                           QL-EXTENDED-PRICE "."
               END-IF
           END-IF.

       LOOKUP-PRODUCT.
           MOVE "N" TO WS-PRODUCT-FOUND-SW
           MOVE WS-PRODUCT-CODE TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT PM-DISCONTINUED
                       MOVE "Y" TO WS-PRODUCT-FOUND-SW
                   END-IF
           END-READ.

      * List price, overridden by a contract price in force on the
      * quote date, then less the customer's volume-discount tier -
      * the same steps purchase entry takes, carried down to the
      * unit price so the converted order bills line by line at
      * exactly what was quoted.
       PRICE-QUOTE-LINE.
           MOVE PM-UNIT-PRICE TO WS-LINE-UNIT-PRICE
           MOVE "L" TO WS-LINE-PRICE-SOURCE
           PERFORM APPLY-CONTRACT-PRICE
           IF WS-VOLUME-DISCOUNT-PERCENT > 0
               COMPUTE WS-ROUND-RAW =
                   WS-LINE-UNIT-PRICE *
                   (1 - WS-VOLUME-DISCOUNT-PERCENT)
               PERFORM APPLY-ROUNDING-MODE
               MOVE WS-ROUND-RESULT TO WS-LINE-UNIT-PRICE
           END-IF.

       APPLY-CONTRACT-PRICE.
           IF WS-CONTRACT-PRICE-AVAILABLE
               MOVE WS-CUSTOMER-ID  TO CN-CUSTOMER-ID
               MOVE WS-PRODUCT-CODE TO CN-PRODUCT-CODE
               READ CONTRACT-PRICE-FILE
                   KEY IS CN-PRICE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN-START-DATE <= WS-TODAY-DATE
                          AND (CN-END-DATE = 0 OR
                               CN-END-DATE >= WS-TODAY-DATE)
                           IF CN-METHOD-PERCENT
                               COMPUTE WS-ROUND-RAW =
                                   PM-UNIT-PRICE *
                                   (1 - CN-DISCOUNT-PERCENT)
                               PERFORM APPLY-ROUNDING-MODE
                               MOVE WS-ROUND-RESULT TO
                                   WS-LINE-UNIT-PRICE
                           ELSE
                               MOVE CN-FIXED-PRICE TO
                                   WS-LINE-UNIT-PRICE
                           END-IF
                           MOVE "C" TO WS-LINE-PRICE-SOURCE
                       END-IF
               END-READ
           END-IF.

      * A quote is read for a status change only when it belongs
      * to this session's company.  An open or accepted quote found
      * past its expiry is expired on the spot.
       READ-QUOTE-FOR-UPDATE.
           MOVE "N" TO WS-QUOTE-FOUND-SW
           DISPLAY "Quote number (9 digits): "
           ACCEPT WS-QUOTE-NUMBER
           MOVE WS-QUOTE-NUMBER TO QH-QUOTE-NUMBER
           READ QUOTE-HEADER-FILE
               KEY IS QH-QUOTE-NUMBER
               INVALID KEY
                   DISPLAY "Quote " WS-QUOTE-NUMBER " not found."
               NOT INVALID KEY
                   IF QH-COMPANY-CODE NOT = SPACES
                      AND QH-COMPANY-CODE NOT = WS-SESSION-COMPANY
                       DISPLAY "Quote " WS-QUOTE-NUMBER " belongs "
                               "to company " QH-COMPANY-CODE "."
                   ELSE
                       MOVE "Y" TO WS-QUOTE-FOUND-SW
                       PERFORM EXPIRE-QUOTE-IF-DUE
                   END-IF
           END-READ.

       EXPIRE-QUOTE-IF-DUE.
           IF (QH-OPEN OR QH-ACCEPTED)
              AND QH-EXPIRY-DATE < WS-TODAY-DATE
               MOVE "E" TO QH-STATUS
               MOVE WS-TODAY-DATE TO QH-STATUS-DATE
               REWRITE QUOTE-HEADER-RECORD
               ADD 1 TO WS-EXPIRED-NOW-COUNT
               DISPLAY "Quote " QH-QUOTE-NUMBER " expired on "
                       QH-EXPIRY-DATE " - marked expired."
           END-IF.

       MARK-QUOTE-ACCEPTED.
           PERFORM READ-QUOTE-FOR-UPDATE
           IF WS-QUOTE-FOUND
               IF QH-OPEN
                   MOVE "A" TO QH-STATUS
                   MOVE WS-TODAY-DATE TO QH-STATUS-DATE
                   REWRITE QUOTE-HEADER-RECORD
                   DISPLAY "Quote " QH-QUOTE-NUMBER " accepted - "
                           "convert it to raise the order."
               ELSE
                   DISPLAY "Quote " QH-QUOTE-NUMBER " is not open "
                           "(status " QH-STATUS ")."
               END-IF
           END-IF.

       MARK-QUOTE-LOST.
           PERFORM READ-QUOTE-FOR-UPDATE
           IF WS-QUOTE-FOUND
               IF QH-OPEN OR QH-ACCEPTED
                   MOVE "L" TO QH-STATUS
                   MOVE WS-TODAY-DATE TO QH-STATUS-DATE
                   REWRITE QUOTE-HEADER-RECORD
                   DISPLAY "Quote " QH-QUOTE-NUMBER " marked lost."
               ELSE
                   DISPLAY "Quote " QH-QUOTE-NUMBER " is already "
                           "closed (status " QH-STATUS ")."
               END-IF
           END-IF.

      * The order is written fully backordered at the quoted unit
      * prices: nothing ships here, so stock, invoicing and the GL
      * are all left to the order-entry backorder release and ship
      * confirmation, which bill each line at the price the order
      * line carries.
       CONVERT-QUOTE-TO-ORDER.
           PERFORM READ-QUOTE-FOR-UPDATE
           IF WS-QUOTE-FOUND
               IF NOT QH-ACCEPTED
                   DISPLAY "Quote " QH-QUOTE-NUMBER " is not an "
                           "accepted, unexpired quote (status "
                           QH-STATUS ") - not converted."
               ELSE
                   MOVE QH-CUSTOMER-ID TO WS-CUSTOMER-ID
                   PERFORM LOOKUP-CUSTOMER
                   IF NOT WS-CUSTOMER-FOUND OR CM-DEACTIVATED
                       DISPLAY "Customer " WS-CUSTOMER-ID " is no "
                               "longer active - quote not converted."
                   ELSE
                       PERFORM WRITE-ORDER-FROM-QUOTE
                   END-IF
               END-IF
           END-IF.

       WRITE-ORDER-FROM-QUOTE.
           PERFORM NEXT-ORDER-NUMBER
           INITIALIZE SALES-ORDER-RECORD
           MOVE WS-NEXT-ORDER-NUMBER TO SO-ORDER-NUMBER
           MOVE QH-CUSTOMER-ID       TO SO-CUSTOMER-ID
           MOVE WS-TODAY-DATE        TO SO-ORDER-DATE
           MOVE WS-OPERATOR-ID       TO SO-OPERATOR-ID
           MOVE WS-SESSION-COMPANY   TO SO-COMPANY-CODE
           MOVE "O"                  TO SO-STATUS
           MOVE QH-QUOTE-NUMBER      TO SO-QUOTE-NUMBER
           WRITE SALES-ORDER-RECORD
           MOVE 0 TO WS-ORDER-LINE-COUNT
           MOVE "N" TO WS-LINE-EOF-SW
           MOVE QH-QUOTE-NUMBER TO QL-QUOTE-NUMBER
           MOVE 0 TO QL-LINE-NUMBER
           START QUOTE-LINE-FILE KEY IS NOT LESS THAN
                 QL-QUOTE-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SW
           END-START
           PERFORM UNTIL WS-LINE-EOF
               READ QUOTE-LINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LINE-EOF-SW
                   NOT AT END
                       IF QL-QUOTE-NUMBER NOT = QH-QUOTE-NUMBER
                           MOVE "Y" TO WS-LINE-EOF-SW
                       ELSE
                           PERFORM WRITE-ORDER-LINE-FROM-QUOTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "C" TO QH-STATUS
           MOVE WS-TODAY-DATE TO QH-STATUS-DATE
           MOVE WS-NEXT-ORDER-NUMBER TO QH-ORDER-NUMBER
           REWRITE QUOTE-HEADER-RECORD
           DISPLAY "Quote " QH-QUOTE-NUMBER " converted to order "
                   WS-NEXT-ORDER-NUMBER " with " WS-ORDER-LINE-COUNT
                   " lines - release backorders in order entry to "
                   "pick, ship and invoice it.".

       WRITE-ORDER-LINE-FROM-QUOTE.
           ADD 1 TO WS-ORDER-LINE-COUNT
           INITIALIZE SALES-ORDER-LINE-RECORD
           MOVE WS-NEXT-ORDER-NUMBER TO OL-ORDER-NUMBER
           MOVE WS-ORDER-LINE-COUNT  TO OL-LINE-NUMBER
           MOVE QL-PRODUCT-CODE      TO OL-PRODUCT-CODE
           MOVE QL-QUANTITY          TO OL-QTY-ORDERED
           MOVE 0                    TO OL-QTY-SHIPPED
           MOVE QL-QUANTITY          TO OL-QTY-BACKORDERED
           MOVE QL-UNIT-PRICE        TO OL-UNIT-PRICE
           MOVE RC-DEFAULT-WAREHOUSE TO OL-WAREHOUSE-CODE
           WRITE SALES-ORDER-LINE-RECORD.

      * One pass over the quote file expires anything open or
      * accepted that has run past its date, then tallies the
      * quotes made in the month by salesperson and outcome: open,
      * won (accepted or converted), lost and expired.
       WRITE-QUOTE-REPORT.
           DISPLAY "Report month (YYYYMM, 0 for the current month): "
           ACCEPT WS-WANTED-MONTH
           IF WS-WANTED-MONTH = 0
               MOVE WS-TODAY-DATE (1:6) TO WS-WANTED-MONTH
           END-IF
           MOVE 0 TO WS-SLS-COUNT
           MOVE 0 TO WS-EXPIRED-NOW-COUNT
           INITIALIZE WS-SALESPERSON-TABLE
           INITIALIZE WS-TOTAL-OUTCOME-TABLE
           MOVE "N" TO WS-QUOTE-EOF-SW
           MOVE 0 TO QH-QUOTE-NUMBER
           START QUOTE-HEADER-FILE KEY IS NOT LESS THAN
                 QH-QUOTE-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-QUOTE-EOF-SW
           END-START
           PERFORM UNTIL WS-QUOTE-EOF
               READ QUOTE-HEADER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QUOTE-EOF-SW
                   NOT AT END
                       IF QH-COMPANY-CODE = SPACES
                          OR QH-COMPANY-CODE = WS-SESSION-COMPANY
                           PERFORM EXPIRE-QUOTE-IF-DUE
                           IF QH-QUOTE-DATE (1:6) = WS-WANTED-MONTH
                               PERFORM TALLY-QUOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM PRINT-QUOTE-REPORT
           DISPLAY "Quote report written to QUOTERPT.PRT - "
                   WS-EXPIRED-NOW-COUNT " quotes expired this pass.".

       TALLY-QUOTE.
           EVALUATE TRUE
               WHEN QH-OPEN
                   MOVE 1 TO WS-OUTCOME-IDX
               WHEN QH-WON
                   MOVE 2 TO WS-OUTCOME-IDX
               WHEN QH-LOST
                   MOVE 3 TO WS-OUTCOME-IDX
               WHEN OTHER
                   MOVE 4 TO WS-OUTCOME-IDX
           END-EVALUATE
           MOVE "N" TO WS-SLS-FOUND-SW
           PERFORM VARYING WS-SLS-IDX FROM 1 BY 1
                   UNTIL WS-SLS-IDX > WS-SLS-COUNT
                      OR WS-SLS-FOUND
               IF WS-SLS-CODE (WS-SLS-IDX) = QH-SALESPERSON-CODE
                   MOVE "Y" TO WS-SLS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-SLS-FOUND
               SET WS-SLS-IDX DOWN BY 1
           ELSE
               IF WS-SLS-COUNT < 50
                   ADD 1 TO WS-SLS-COUNT
                   SET WS-SLS-IDX TO WS-SLS-COUNT
                   MOVE QH-SALESPERSON-CODE TO
                       WS-SLS-CODE (WS-SLS-IDX)
                   MOVE "Y" TO WS-SLS-FOUND-SW
               ELSE
                   DISPLAY "Salesperson table full - quote "
                           QH-QUOTE-NUMBER " counted in the totals "
                           "only."
               END-IF
           END-IF
           IF WS-SLS-FOUND
               ADD 1 TO WS-SLS-COUNT-BY (WS-SLS-IDX, WS-OUTCOME-IDX)
               ADD QH-QUOTE-AMOUNT TO
                   WS-SLS-AMOUNT-BY (WS-SLS-IDX, WS-OUTCOME-IDX)
           END-IF
           ADD 1 TO WS-TOTAL-COUNT-BY (WS-OUTCOME-IDX)
           ADD QH-QUOTE-AMOUNT TO WS-TOTAL-AMOUNT-BY (WS-OUTCOME-IDX).

       PRINT-QUOTE-REPORT.
           OPEN OUTPUT QUOTE-REPORT-FILE
           MOVE WS-WANTED-MONTH TO WS-QR-MONTH-OUT
           MOVE WS-QUOTE-REPORT-HEADER TO QUOTE-REPORT-LINE
           WRITE QUOTE-REPORT-LINE
           MOVE WS-QUOTE-COLUMN-HEADER TO QUOTE-REPORT-LINE
           WRITE QUOTE-REPORT-LINE
           PERFORM VARYING WS-SLS-IDX FROM 1 BY 1
                   UNTIL WS-SLS-IDX > WS-SLS-COUNT
               PERFORM VARYING WS-OUTCOME-IDX FROM 1 BY 1
                       UNTIL WS-OUTCOME-IDX > 4
                   IF WS-OUTCOME-IDX = 1
                       MOVE WS-SLS-CODE (WS-SLS-IDX) TO
                           WS-QR-SLSP-OUT
                   ELSE
                       MOVE SPACES TO WS-QR-SLSP-OUT
                   END-IF
                   MOVE WS-OUTCOME-NAME (WS-OUTCOME-IDX) TO
                       WS-QR-OUTCOME-OUT
                   MOVE WS-SLS-COUNT-BY (WS-SLS-IDX, WS-OUTCOME-IDX)
                       TO WS-QR-COUNT-OUT
                   MOVE WS-SLS-AMOUNT-BY (WS-SLS-IDX, WS-OUTCOME-IDX)
                       TO WS-QR-AMOUNT-OUT
                   MOVE WS-QUOTE-REPORT-DETAIL TO QUOTE-REPORT-LINE
                   WRITE QUOTE-REPORT-LINE
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-OUTCOME-IDX FROM 1 BY 1
                   UNTIL WS-OUTCOME-IDX > 4
               IF WS-OUTCOME-IDX = 1
                   MOVE "ALL " TO WS-QR-SLSP-OUT
               ELSE
                   MOVE SPACES TO WS-QR-SLSP-OUT
               END-IF
               MOVE WS-OUTCOME-NAME (WS-OUTCOME-IDX) TO
                   WS-QR-OUTCOME-OUT
               MOVE WS-TOTAL-COUNT-BY (WS-OUTCOME-IDX) TO
                   WS-QR-COUNT-OUT
               MOVE WS-TOTAL-AMOUNT-BY (WS-OUTCOME-IDX) TO
                   WS-QR-AMOUNT-OUT
               MOVE WS-QUOTE-REPORT-DETAIL TO QUOTE-REPORT-LINE
               WRITE QUOTE-REPORT-LINE
           END-PERFORM
           CLOSE QUOTE-REPORT-FILE.

      * Quote numbers come off their own "7" sequence on the
      * invoice-number control file; converted orders take the
      * next number off order entry's "4" sequence.
       NEXT-QUOTE-NUMBER.
           MOVE "7" TO IC-CONTROL-KEY
           MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
           READ INVOICE-CONTROL-FILE
               KEY IS IC-CONTROL-KEY
               INVALID KEY
                   MOVE "7" TO IC-CONTROL-KEY
                   MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
                   MOVE 0 TO IC-LAST-INVOICE-NUMBER
                   WRITE INVOICE-CONTROL-RECORD
           END-READ
           ADD 1 TO IC-LAST-INVOICE-NUMBER
           MOVE IC-LAST-INVOICE-NUMBER TO WS-NEXT-QUOTE-NUMBER
           REWRITE INVOICE-CONTROL-RECORD
               INVALID KEY
                   WRITE INVOICE-CONTROL-RECORD
           END-REWRITE.

       NEXT-ORDER-NUMBER.
           MOVE "4" TO IC-CONTROL-KEY
           MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
           READ INVOICE-CONTROL-FILE
               KEY IS IC-CONTROL-KEY
               INVALID KEY
                   MOVE "4" TO IC-CONTROL-KEY
                   MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
                   MOVE 0 TO IC-LAST-INVOICE-NUMBER
                   WRITE INVOICE-CONTROL-RECORD
           END-READ
           ADD 1 TO IC-LAST-INVOICE-NUMBER
           MOVE IC-LAST-INVOICE-NUMBER TO WS-NEXT-ORDER-NUMBER
           REWRITE INVOICE-CONTROL-RECORD
               INVALID KEY
                   WRITE INVOICE-CONTROL-RECORD
           END-REWRITE.
