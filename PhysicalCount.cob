           SELECT COUNT-ENTRY-FILE ASSIGN TO "COUNTENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-COUNT-KEY
               FILE STATUS IS WS-COUNT-ENTRY-STATUS.

           SELECT PRODUCT-AUDIT-FILE ASSIGN TO "PRODAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-REPORT-STATUS.

           SELECT COVERAGE-REPORT-FILE ASSIGN TO "CNTCOVER.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVERAGE-REPORT-STATUS.

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

           SELECT LOT-BALANCE-FILE ASSIGN TO "LOTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-LOT-KEY
               FILE STATUS IS WS-LOT-BALANCE-STATUS.

           SELECT LOT-MOVEMENT-FILE ASSIGN TO "LOTMOVE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOT-MOVEMENT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT ABC-CONTROL-FILE ASSIGN TO "ABCCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CONTROL-KEY
               FILE STATUS IS WS-ABC-CONTROL-STATUS.

           SELECT FILE-CONTROL-SIDE-FILE ASSIGN TO "FILECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-LINE     PIC X(80).

       FD  COVERAGE-REPORT-FILE.
       01 COVERAGE-REPORT-LINE     PIC X(80).

       FD  WAREHOUSE-MASTER-FILE.
           COPY WAREHSE.

       FD  PRODUCT-WAREHOUSE-FILE.
           COPY PRODWHSE.

       FD  LOT-BALANCE-FILE.
           COPY LOTBAL.

       FD  LOT-MOVEMENT-FILE.
           COPY LOTMOVE.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ABC-CONTROL-FILE.
           COPY ABCCTL.

       FD  FILE-CONTROL-SIDE-FILE.
           COPY FILECTL.

       01 WS-PRODUCT-AUDIT-STATUS  PIC X(2) VALUE "00".
       01 WS-COUNT-SHEET-STATUS    PIC X(2) VALUE "00".
       01 WS-VARIANCE-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-COVERAGE-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-ABC-CONTROL-STATUS    PIC X(2) VALUE "00".
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
       01 WS-LOT-BALANCE-STATUS    PIC X(2) VALUE "00".
       01 WS-LOT-MOVEMENT-STATUS   PIC X(2) VALUE "00".
       01 WS-LOT-PRODUCT           PIC X(6).
       01 WS-LOT-TRACKING          PIC X(1) VALUE SPACE.
          88 WS-LOT-SERIALIZED     VALUE "S".
       01 WS-LOT-DIRECTION         PIC X(1) VALUE "O".
          88 WS-LOT-INBOUND        VALUE "I".
          88 WS-LOT-OUTBOUND       VALUE "O".
       01 WS-LOT-QTY               PIC S9(7) VALUE 0.
       01 WS-LOT-REMAINING         PIC S9(7) VALUE 0.
       01 WS-LOT-PORTION           PIC S9(7) VALUE 0.
       01 WS-LOT-ENTRY             PIC X(20).
       01 WS-LOT-FIRST-NUMBER      PIC X(20).
       01 WS-LOT-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-LOT-FOUND          VALUE "Y".
       01 WS-LOT-VALID-SW          PIC X(1) VALUE "N".
          88 WS-LOT-VALID          VALUE "Y".
       01 WS-LOT-CONTEXT.
          05 WS-LOT-MOVE-TYPE      PIC X(1).
          05 WS-LOT-MOVE-DATE      PIC 9(8).
          05 WS-LOT-WAREHOUSE      PIC X(3).
          05 WS-LOT-CUSTOMER-ID    PIC 9(5).
          05 WS-LOT-INVOICE-NUMBER PIC 9(9).
          05 WS-LOT-LINE-NUMBER    PIC 9(3).
          05 WS-LOT-RMA-NUMBER     PIC 9(9).
          05 WS-LOT-PO-NUMBER      PIC 9(9).
          05 WS-LOT-VENDOR-ID      PIC 9(5).
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
          88 WS-MAINT-ENTER        VALUE "E" "e".
          88 WS-MAINT-VARIANCE     VALUE "V" "v".
          88 WS-MAINT-POST         VALUE "P" "p".
          88 WS-MAINT-COVERAGE     VALUE "C" "c".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-RANGE-FROM            PIC X(6).
       01 WS-RANGE-TO              PIC X(6).
          88 WS-PROD-EOF           VALUE "Y".
       01 WS-COUNT-EOF-SW          PIC X(1) VALUE "N".
          88 WS-COUNT-EOF          VALUE "Y".
       01 WS-SITE-EOF-SW           PIC X(1) VALUE "N".
          88 WS-SITE-EOF           VALUE "Y".
       01 WS-COUNT-WAREHOUSE       PIC X(3) VALUE SPACES.
       01 WS-SHEET-WAREHOUSE       PIC X(3) VALUE SPACES.
       01 WS-COUNT-BOOK-QTY        PIC S9(7) VALUE 0.
       01 WS-PREV-WAREHOUSE        PIC X(3) VALUE SPACES.
       01 WS-SITE-OK-SW            PIC X(1) VALUE "N".
          88 WS-SITE-OK            VALUE "Y".
       01 WS-SITE-VARIANCE-TOTAL   PIC S9(9)V99 VALUE 0.
       01 WS-AUDIT-FIELD-NAME      PIC X(20).
       01 WS-AUDIT-OLD-VALUE       PIC X(20).
       01 WS-AUDIT-NEW-VALUE       PIC X(20).

      * Cycle counting by ABC class.  The days between counts come
      * from the ABC control record, zeros taking the usual 30, 91
      * and 365; an unclassified product counts as C.
       01 WS-SHEET-MODE            PIC X(1) VALUE "R".
          88 WS-SHEET-DUE-ONLY     VALUE "D" "d".
       01 WS-COUNT-DUE-SW          PIC X(1) VALUE "N".
          88 WS-COUNT-DUE          VALUE "Y".
       01 WS-A-COUNT-DAYS          PIC 9(3) VALUE 0.
       01 WS-B-COUNT-DAYS          PIC 9(3) VALUE 0.
       01 WS-C-COUNT-DAYS          PIC 9(3) VALUE 0.
       01 WS-CLASS-COUNT-DAYS      PIC 9(3) VALUE 0.
       01 WS-DAYS-SINCE-COUNT      PIC S9(7) VALUE 0.
       01 WS-DAYS-OVERDUE          PIC S9(7) VALUE 0.
       01 WS-CLASS-SUB             PIC 9(1) VALUE 0.
       01 WS-CLASS-NAMES           PIC X(3) VALUE "ABC".
       01 WS-COVERAGE-TOTALS.
          05 WS-COVERAGE-CLASS OCCURS 3 TIMES.
             10 WS-CV-PRODUCTS       PIC 9(5).
             10 WS-CV-ON-SCHEDULE    PIC 9(5).
       01 WS-COVERAGE-PCT          PIC 9(3)V99 VALUE 0.
       01 WS-OVERDUE-A-COUNT       PIC 9(5) VALUE 0.

       01 WS-SHEET-HEADER          PIC X(40) VALUE
          "-- Physical Count Sheets --".
       01 WS-SHEET-LINE.
          05 FILLER               PIC X(5) VALUE "Whse ".
          05 WS-SHT-WHSE-OUT       PIC X(3).
          05 FILLER               PIC X(9) VALUE " Product ".
          05 WS-SHT-CODE-OUT       PIC X(6).
          05 FILLER                PIC X(3) VALUE " - ".
          05 WS-SHT-NAME-OUT       PIC X(30).
          05 WS-VAR-QTY-OUT        PIC ZZZZZZ9-.
          05 FILLER                PIC X(7) VALUE " value ".
          05 WS-VAR-VALUE-OUT      PIC Z,ZZZ,ZZ9.99-.
       01 WS-VARIANCE-SITE-LINE.
          05 FILLER                PIC X(10) VALUE "Warehouse ".
          05 WS-VAR-SITE-OUT       PIC X(3).
       01 WS-VARIANCE-SUBTOTAL-LINE.
          05 FILLER                PIC X(10) VALUE "Warehouse ".
          05 WS-VAR-SUB-SITE-OUT   PIC X(3).
          05 FILLER                PIC X(18) VALUE
             " variance value:  ".
          05 WS-VAR-SUBTOTAL-OUT   PIC Z,ZZZ,ZZ9.99-.
       01 WS-VARIANCE-TOTAL-LINE.
          05 FILLER                PIC X(31) VALUE
             "Company total variance value:  ".
          05 WS-VAR-TOTAL-OUT      PIC Z,ZZZ,ZZ9.99-.
       01 WS-COVERAGE-HEADER       PIC X(40) VALUE
          "-- Cycle Count Coverage by ABC Class --".
       01 WS-COVERAGE-COLUMNS      PIC X(60) VALUE
          "Class  Every  Products  On schedule  Coverage %".
       01 WS-COVERAGE-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-COV-CLASS-OUT      PIC X(1).
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-COV-DAYS-OUT       PIC ZZ9.
          05 FILLER                PIC X(5) VALUE SPACES.
          05 WS-COV-PRODUCTS-OUT   PIC ZZZZ9.
          05 FILLER                PIC X(8) VALUE SPACES.
          05 WS-COV-ON-SCHED-OUT   PIC ZZZZ9.
          05 FILLER                PIC X(7) VALUE SPACES.
          05 WS-COV-PCT-OUT        PIC ZZ9.99.
       01 WS-OVERDUE-HEADER        PIC X(40) VALUE
          "Class A products overdue for count:".
       01 WS-OVERDUE-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-OVD-CODE-OUT       PIC X(6).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-OVD-NAME-OUT       PIC X(30).
          05 FILLER                PIC X(13) VALUE " last counted".
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-OVD-LAST-OUT       PIC X(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-OVD-DAYS-OUT       PIC ZZZZZZ9.
          05 FILLER                PIC X(10) VALUE " days over".

       LINKAGE SECTION.
           COPY SIGNONLK.
       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The count cycle finally proves the shelf against the book:
      * Generate freezes the book counts onto count sheets (a
      * product range limits a cycle count, a warehouse limits it
      * to one site), Enter keys the physical counts, Variance
      * prices the differences at PM-UNIT-PRICE site by site with
      * a company total, and Post - under supervisor sign-off -
      * moves the site and company on-hand counts with an audit
      * row each and sends one shrinkage entry to the GL.  Sheets
      * can instead be limited to the products due for a cycle
      * count under their ABC class, and Coverage reports how many
      * products of each class were counted on schedule, listing
      * the A products that are overdue.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           OPEN EXTEND PRODUCT-AUDIT-FILE.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           PERFORM SET-COUNT-FREQUENCIES.
           OPEN I-O PRODUCT-MASTER-FILE.
           OPEN I-O COUNT-ENTRY-FILE.
           IF WS-COUNT-ENTRY-STATUS = "35"
               CLOSE COUNT-ENTRY-FILE
               OPEN I-O COUNT-ENTRY-FILE
           END-IF.
           PERFORM OPEN-WAREHOUSE-FILES.
           PERFORM OPEN-LOT-FILES.

           DISPLAY "Physical count - (G)enerate sheets, (E)nter "
                   "counts, (V)ariance report, (P)ost, (C)overage, "
                   "(Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                       PERFORM WRITE-VARIANCE-REPORT
                   WHEN WS-MAINT-POST
                       PERFORM POST-COUNT-ADJUSTMENTS
                   WHEN WS-MAINT-COVERAGE
                       PERFORM WRITE-COVERAGE-REPORT
                   WHEN OTHER
                       DISPLAY "Please enter G, E, V, P, C, or Q."
               END-EVALUATE
               DISPLAY "Physical count - (G)enerate sheets, "
                       "(E)nter counts, (V)ariance report, "
                       "(P)ost, (C)overage, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE PRODUCT-MASTER-FILE.
           CLOSE COUNT-ENTRY-FILE.
           PERFORM CLOSE-WAREHOUSE-FILES.
           PERFORM CLOSE-LOT-FILES.
           CLOSE PRODUCT-AUDIT-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.

       COPY APPROVAL.

       COPY WHSEUPDT.

       COPY LOTUPDT.

      * Generation rebuilds the count file from scratch - a count
      * cycle is one campaign, and stale entries from the last one
      * must not post into this one.  Where sites are kept the
      * book counts come from each site's balance; a single-site
      * shop books the company count at the default warehouse.
       GENERATE-COUNT-SHEETS.
           DISPLAY "Sheets for a product (R)ange, or the products "
                   "(D)ue for a cycle count: "
           ACCEPT WS-SHEET-MODE
           MOVE SPACES TO WS-RANGE-FROM
           MOVE SPACES TO WS-RANGE-TO
           IF NOT WS-SHEET-DUE-ONLY
               DISPLAY "Product range from (6 characters, blank "
                       "for all): "
               ACCEPT WS-RANGE-FROM
               DISPLAY "Product range to (6 characters, blank for "
                       "all): "
               ACCEPT WS-RANGE-TO
           END-IF
           MOVE SPACES TO WS-COUNT-WAREHOUSE
           IF WS-WAREHOUSE-AVAILABLE
               MOVE "N" TO WS-PW-VALID-SW
               PERFORM UNTIL WS-PW-VALID
                   DISPLAY "Warehouse to count (blank for every "
                           "site): "
                   ACCEPT WS-PW-ENTRY
                   IF WS-PW-ENTRY = SPACES
                       MOVE "Y" TO WS-PW-VALID-SW
                   ELSE
                       PERFORM VALIDATE-WAREHOUSE-CODE
                       IF NOT WS-PW-VALID
                           DISPLAY "Warehouse " WS-PW-ENTRY
                                   " is not an active site for "
                                   "this company - re-enter."
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-PW-ENTRY TO WS-COUNT-WAREHOUSE
           END-IF
           CLOSE COUNT-ENTRY-FILE
           OPEN OUTPUT COUNT-ENTRY-FILE
           CLOSE COUNT-ENTRY-FILE
           MOVE WS-SHEET-HEADER TO COUNT-SHEET-LINE
           WRITE COUNT-SHEET-LINE
           MOVE 0 TO WS-SHEET-COUNT
           IF WS-WAREHOUSE-AVAILABLE
               PERFORM GENERATE-SITE-SHEETS
           ELSE
               PERFORM GENERATE-COMPANY-SHEETS
           END-IF
           CLOSE COUNT-SHEET-FILE
           DISPLAY "Count sheets generated for " WS-SHEET-COUNT
                   " products (CNTSHEET.PRT).".

       GENERATE-COMPANY-SHEETS.
           MOVE RC-DEFAULT-WAREHOUSE TO WS-SHEET-WAREHOUSE
           MOVE "N" TO WS-PROD-EOF-SW
           MOVE LOW-VALUES TO PM-PRODUCT-CODE
           IF WS-RANGE-FROM NOT = SPACES
                          AND PM-PRODUCT-CODE > WS-RANGE-TO
                           MOVE "Y" TO WS-PROD-EOF-SW
                       ELSE
                           MOVE PM-QTY-ON-HAND TO WS-COUNT-BOOK-QTY
                           PERFORM WRITE-ONE-COUNT-SHEET
                       END-IF
               END-READ
           END-PERFORM.

      * The site balances are keyed warehouse first, so one site
      * is a single run from its first product in range; every
      * site is the whole file, skipping other companies' sites.
       GENERATE-SITE-SHEETS.
           MOVE "N" TO WS-SITE-EOF-SW
           MOVE SPACES TO WS-PREV-WAREHOUSE
           MOVE LOW-VALUES TO PW-BALANCE-KEY
           IF WS-COUNT-WAREHOUSE NOT = SPACES
               MOVE WS-COUNT-WAREHOUSE TO PW-WAREHOUSE-CODE
               IF WS-RANGE-FROM NOT = SPACES
                   MOVE WS-RANGE-FROM TO PW-PRODUCT-CODE
               END-IF
           END-IF
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
                       IF WS-COUNT-WAREHOUSE NOT = SPACES
                          AND PW-WAREHOUSE-CODE NOT =
                              WS-COUNT-WAREHOUSE
                           MOVE "Y" TO WS-SITE-EOF-SW
                       ELSE
                           PERFORM SHEET-ONE-SITE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       SHEET-ONE-SITE-BALANCE.
           IF PW-WAREHOUSE-CODE NOT = WS-PREV-WAREHOUSE
               MOVE PW-WAREHOUSE-CODE TO WS-PREV-WAREHOUSE
               MOVE PW-WAREHOUSE-CODE TO WS-PW-ENTRY
               PERFORM VALIDATE-WAREHOUSE-CODE
               MOVE WS-PW-VALID-SW TO WS-SITE-OK-SW
           END-IF
           IF WS-SITE-OK
              AND (WS-RANGE-FROM = SPACES
                OR PW-PRODUCT-CODE NOT < WS-RANGE-FROM)
              AND (WS-RANGE-TO = SPACES
                OR PW-PRODUCT-CODE NOT > WS-RANGE-TO)
               MOVE PW-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   KEY IS PM-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PW-WAREHOUSE-CODE TO WS-SHEET-WAREHOUSE
                       MOVE PW-QTY-ON-HAND TO WS-COUNT-BOOK-QTY
                       PERFORM WRITE-ONE-COUNT-SHEET
               END-READ
           END-IF.

       WRITE-ONE-COUNT-SHEET.
           IF WS-SHEET-DUE-ONLY
               PERFORM CHECK-COUNT-DUE
               IF NOT WS-COUNT-DUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           INITIALIZE COUNT-ENTRY-RECORD
           MOVE WS-SHEET-WAREHOUSE TO CE-WAREHOUSE-CODE
           MOVE PM-PRODUCT-CODE TO CE-PRODUCT-CODE
           MOVE WS-COUNT-BOOK-QTY TO CE-BOOK-QTY
           MOVE 0               TO CE-COUNTED-QTY
           MOVE "N"             TO CE-COUNTED-SW
           MOVE "N"             TO CE-POSTED-SW
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-SHEET-COUNT
           MOVE WS-SHEET-WAREHOUSE TO WS-SHT-WHSE-OUT
           MOVE PM-PRODUCT-CODE TO WS-SHT-CODE-OUT
           MOVE PM-PRODUCT-NAME TO WS-SHT-NAME-OUT
           MOVE WS-SHEET-LINE TO COUNT-SHEET-LINE
           WRITE COUNT-SHEET-LINE.

       SET-COUNT-FREQUENCIES.
           INITIALIZE ABC-CONTROL-RECORD
           OPEN INPUT ABC-CONTROL-FILE
           IF WS-ABC-CONTROL-STATUS = "00"
               MOVE "1" TO AB-CONTROL-KEY
               READ ABC-CONTROL-FILE
                   KEY IS AB-CONTROL-KEY
                   INVALID KEY
                       INITIALIZE ABC-CONTROL-RECORD
               END-READ
               CLOSE ABC-CONTROL-FILE
           END-IF
           MOVE AB-A-COUNT-DAYS TO WS-A-COUNT-DAYS
           IF WS-A-COUNT-DAYS = 0
               MOVE 30 TO WS-A-COUNT-DAYS
           END-IF
           MOVE AB-B-COUNT-DAYS TO WS-B-COUNT-DAYS
           IF WS-B-COUNT-DAYS = 0
               MOVE 91 TO WS-B-COUNT-DAYS
           END-IF
           MOVE AB-C-COUNT-DAYS TO WS-C-COUNT-DAYS
           IF WS-C-COUNT-DAYS = 0
               MOVE 365 TO WS-C-COUNT-DAYS
           END-IF.

      * A product is due once its class's days have passed since
      * it was last counted and posted, or if it never has been.
      * Discontinued products are not brought up.
       CHECK-COUNT-DUE.
           MOVE "N" TO WS-COUNT-DUE-SW
           MOVE 0 TO WS-DAYS-OVERDUE
           IF NOT PM-ACTIVE-PRODUCT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PM-CLASS-A
                   MOVE WS-A-COUNT-DAYS TO WS-CLASS-COUNT-DAYS
                   MOVE 1 TO WS-CLASS-SUB
               WHEN PM-CLASS-B
                   MOVE WS-B-COUNT-DAYS TO WS-CLASS-COUNT-DAYS
                   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE WS-C-COUNT-DAYS TO WS-CLASS-COUNT-DAYS
                   MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE
           IF PM-LAST-COUNT-DATE = 0
               MOVE "Y" TO WS-COUNT-DUE-SW
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-SINCE-COUNT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (PM-LAST-COUNT-DATE)
           IF WS-DAYS-SINCE-COUNT >= WS-CLASS-COUNT-DAYS
               MOVE "Y" TO WS-COUNT-DUE-SW
               COMPUTE WS-DAYS-OVERDUE =
                   WS-DAYS-SINCE-COUNT - WS-CLASS-COUNT-DAYS
           END-IF.

      * Counts are keyed one site's sheets at a time.
       ENTER-COUNTS.
           PERFORM ACCEPT-WAREHOUSE-CODE
           DISPLAY "Product code (6 characters, blank when done): "
           ACCEPT WS-PRODUCT-CODE
           PERFORM UNTIL WS-PRODUCT-CODE = SPACES
               MOVE WS-PW-WAREHOUSE TO CE-WAREHOUSE-CODE
               MOVE WS-PRODUCT-CODE TO CE-PRODUCT-CODE
               READ COUNT-ENTRY-FILE
                   KEY IS CE-COUNT-KEY
                   INVALID KEY
                       DISPLAY "Product " WS-PRODUCT-CODE " is not "
                               "on the count sheets for warehouse "
                               WS-PW-WAREHOUSE " - generate first."
                   NOT INVALID KEY
                       DISPLAY "Counted quantity (7 digits): "
                       ACCEPT WS-COUNTED-QTY
           MOVE WS-VARIANCE-HEADER TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE 0 TO WS-VARIANCE-TOTAL
           MOVE 0 TO WS-SITE-VARIANCE-TOTAL
           MOVE SPACES TO WS-PREV-WAREHOUSE
           MOVE "N" TO WS-COUNT-EOF-SW
           MOVE LOW-VALUES TO CE-COUNT-KEY
           START COUNT-ENTRY-FILE KEY IS NOT LESS THAN
                 CE-COUNT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-COUNT-EOF-SW
           END-START
                       MOVE "Y" TO WS-COUNT-EOF-SW
                   NOT AT END
                       IF CE-COUNTED AND NOT CE-POSTED
                           IF CE-WAREHOUSE-CODE NOT =
                              WS-PREV-WAREHOUSE
                               PERFORM BREAK-VARIANCE-SITE
                           END-IF
                           PERFORM REPORT-ONE-VARIANCE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO CE-WAREHOUSE-CODE
           PERFORM BREAK-VARIANCE-SITE
           MOVE WS-VARIANCE-TOTAL TO WS-VAR-TOTAL-OUT
           MOVE WS-VARIANCE-TOTAL-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
               MOVE WS-VARIANCE-LINE TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               ADD WS-VARIANCE-VALUE TO WS-VARIANCE-TOTAL
               ADD WS-VARIANCE-VALUE TO WS-SITE-VARIANCE-TOTAL
           END-IF.

      * Closes the previous site with its subtotal and heads the
      * next one; called with a blank site to close the last.
       BREAK-VARIANCE-SITE.
           IF WS-PREV-WAREHOUSE NOT = SPACES
               MOVE WS-PREV-WAREHOUSE TO WS-VAR-SUB-SITE-OUT
               MOVE WS-SITE-VARIANCE-TOTAL TO WS-VAR-SUBTOTAL-OUT
               MOVE WS-VARIANCE-SUBTOTAL-LINE
                   TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
           END-IF
           MOVE 0 TO WS-SITE-VARIANCE-TOTAL
           MOVE CE-WAREHOUSE-CODE TO WS-PREV-WAREHOUSE
           IF CE-WAREHOUSE-CODE NOT = SPACES
               MOVE CE-WAREHOUSE-CODE TO WS-VAR-SITE-OUT
               MOVE WS-VARIANCE-SITE-LINE TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
           END-IF.

       PRICE-ONE-VARIANCE.
           COMPUTE WS-VARIANCE-VALUE =
               WS-VARIANCE-QTY * PM-UNIT-PRICE.

      * Coverage reads every active product: on schedule means
      * counted within its class's days as of the processing date.
      * Class A is the one the auditors ask about, so every
      * overdue A product is listed by name.
       WRITE-COVERAGE-REPORT.
           INITIALIZE WS-COVERAGE-TOTALS
           MOVE 0 TO WS-OVERDUE-A-COUNT
           OPEN OUTPUT COVERAGE-REPORT-FILE
           MOVE WS-COVERAGE-HEADER TO COVERAGE-REPORT-LINE
           WRITE COVERAGE-REPORT-LINE
           MOVE WS-OVERDUE-HEADER TO COVERAGE-REPORT-LINE
           WRITE COVERAGE-REPORT-LINE
           MOVE "N" TO WS-PROD-EOF-SW
           MOVE LOW-VALUES TO PM-PRODUCT-CODE
           START PRODUCT-MASTER-FILE KEY IS NOT LESS THAN
                 PM-PRODUCT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-PROD-EOF-SW
           END-START
           PERFORM UNTIL WS-PROD-EOF
               READ PRODUCT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROD-EOF-SW
                   NOT AT END
                       IF PM-ACTIVE-PRODUCT
                           PERFORM COVER-ONE-PRODUCT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OVERDUE-A-COUNT = 0
               MOVE "  (none)" TO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           END-IF
           MOVE SPACES TO COVERAGE-REPORT-LINE
           WRITE COVERAGE-REPORT-LINE
           MOVE WS-COVERAGE-COLUMNS TO COVERAGE-REPORT-LINE
           WRITE COVERAGE-REPORT-LINE
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3
               MOVE WS-CLASS-NAMES (WS-CLASS-SUB:1)
                   TO WS-COV-CLASS-OUT
               EVALUATE WS-CLASS-SUB
                   WHEN 1
                       MOVE WS-A-COUNT-DAYS TO WS-COV-DAYS-OUT
                   WHEN 2
                       MOVE WS-B-COUNT-DAYS TO WS-COV-DAYS-OUT
                   WHEN OTHER
                       MOVE WS-C-COUNT-DAYS TO WS-COV-DAYS-OUT
               END-EVALUATE
               MOVE WS-CV-PRODUCTS (WS-CLASS-SUB)
                   TO WS-COV-PRODUCTS-OUT
               MOVE WS-CV-ON-SCHEDULE (WS-CLASS-SUB)
                   TO WS-COV-ON-SCHED-OUT
               MOVE 0 TO WS-COVERAGE-PCT
               IF WS-CV-PRODUCTS (WS-CLASS-SUB) > 0
                   COMPUTE WS-COVERAGE-PCT ROUNDED =
                       WS-CV-ON-SCHEDULE (WS-CLASS-SUB) * 100
                       / WS-CV-PRODUCTS (WS-CLASS-SUB)
               END-IF
               MOVE WS-COVERAGE-PCT TO WS-COV-PCT-OUT
               MOVE WS-COVERAGE-LINE TO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           END-PERFORM
           CLOSE COVERAGE-REPORT-FILE
           MOVE 0 TO WS-COVERAGE-PCT
           IF WS-CV-PRODUCTS (1) > 0
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                   WS-CV-ON-SCHEDULE (1) * 100 / WS-CV-PRODUCTS (1)
           END-IF
           DISPLAY "Coverage report written (CNTCOVER.PRT) - "
                   WS-COVERAGE-PCT "% of class A counted on "
                   "schedule, " WS-OVERDUE-A-COUNT " overdue.".

       COVER-ONE-PRODUCT.
           PERFORM CHECK-COUNT-DUE
           ADD 1 TO WS-CV-PRODUCTS (WS-CLASS-SUB)
           IF NOT WS-COUNT-DUE
               ADD 1 TO WS-CV-ON-SCHEDULE (WS-CLASS-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-CLASS-SUB = 1
               ADD 1 TO WS-OVERDUE-A-COUNT
               MOVE PM-PRODUCT-CODE TO WS-OVD-CODE-OUT
               MOVE PM-PRODUCT-NAME TO WS-OVD-NAME-OUT
               IF PM-LAST-COUNT-DATE = 0
                   MOVE "never" TO WS-OVD-LAST-OUT
                   MOVE 0 TO WS-OVD-DAYS-OUT
               ELSE
                   MOVE PM-LAST-COUNT-DATE TO WS-OVD-LAST-OUT
                   MOVE WS-DAYS-OVERDUE TO WS-OVD-DAYS-OUT
               END-IF
               MOVE WS-OVERDUE-LINE TO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           END-IF.

      * Posting moves every counted, unposted entry's variance
      * into the on-hand count.  The adjustment lands against the
      * book count frozen at sheet time, so sales keyed during the
      * count are not double-counted: the new on-hand is current
      * on-hand plus (counted minus book), at the site and in the
      * company total alike.
       POST-COUNT-ADJUSTMENTS.
           PERFORM GET-SUPERVISOR-APPROVAL
           IF NOT WS-SUPERVISOR-APPROVED
               MOVE 0 TO WS-POSTED-COUNT
               MOVE 0 TO WS-VARIANCE-TOTAL
               MOVE "N" TO WS-COUNT-EOF-SW
               MOVE LOW-VALUES TO CE-COUNT-KEY
               START COUNT-ENTRY-FILE KEY IS NOT LESS THAN
                     CE-COUNT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-COUNT-EOF-SW
               END-START
               MOVE PM-QTY-ON-HAND TO WS-AUDIT-OLD-VALUE
               ADD WS-VARIANCE-QTY TO PM-QTY-ON-HAND
               MOVE PM-QTY-ON-HAND TO WS-AUDIT-NEW-VALUE
               PERFORM STAMP-LAST-COUNT-DATE
               REWRITE PRODUCT-MASTER-RECORD
               MOVE CE-WAREHOUSE-CODE TO WS-PW-WAREHOUSE
               MOVE CE-PRODUCT-CODE   TO WS-PW-PRODUCT
               MOVE WS-VARIANCE-QTY   TO WS-PW-ON-HAND-DELTA
               PERFORM POST-PRODUCT-WAREHOUSE
               IF PM-LOT-TRACKED
                   PERFORM CAPTURE-ADJUSTED-LOTS
               END-IF
               MOVE "QTY-ON-HAND" TO WS-AUDIT-FIELD-NAME
               MOVE CE-PRODUCT-CODE     TO PA-PRODUCT-CODE
               MOVE WS-AUDIT-FIELD-NAME TO PA-FIELD-NAME
               MOVE WS-SUPERVISOR-ID    TO PA-CHANGED-BY
               WRITE PRODUCT-AUDIT-RECORD
               ADD WS-VARIANCE-VALUE TO WS-VARIANCE-TOTAL
           ELSE
               IF WS-PRODUCT-MASTER-STATUS = "00"
                   PERFORM STAMP-LAST-COUNT-DATE
                   REWRITE PRODUCT-MASTER-RECORD
               END-IF
           END-IF
           MOVE "Y" TO CE-POSTED-SW
           REWRITE COUNT-ENTRY-RECORD
           ADD 1 TO WS-POSTED-COUNT.

      * A product counted at several sites keeps the latest of
      * their count dates.
       STAMP-LAST-COUNT-DATE.
           IF CE-COUNT-DATE = 0
               IF WS-TODAY-DATE > PM-LAST-COUNT-DATE
                   MOVE WS-TODAY-DATE TO PM-LAST-COUNT-DATE
               END-IF
           ELSE
               IF CE-COUNT-DATE > PM-LAST-COUNT-DATE
                   MOVE CE-COUNT-DATE TO PM-LAST-COUNT-DATE
               END-IF
           END-IF.

      * Lot- and serial-controlled variances name the lots or
      * serials found over or missing, so the lot balances agree
      * with the shelf too.
       CAPTURE-ADJUSTED-LOTS.
           INITIALIZE WS-LOT-CONTEXT
           MOVE "A"               TO WS-LOT-MOVE-TYPE
           MOVE WS-TODAY-DATE     TO WS-LOT-MOVE-DATE
           MOVE CE-WAREHOUSE-CODE TO WS-LOT-WAREHOUSE
           MOVE CE-PRODUCT-CODE   TO WS-LOT-PRODUCT
           MOVE PM-TRACKING-CODE  TO WS-LOT-TRACKING
           IF WS-VARIANCE-QTY > 0
               MOVE "I" TO WS-LOT-DIRECTION
               MOVE WS-VARIANCE-QTY TO WS-LOT-QTY
           ELSE
               MOVE "O" TO WS-LOT-DIRECTION
               COMPUTE WS-LOT-QTY = 0 - WS-VARIANCE-QTY
           END-IF
           DISPLAY "Product " CE-PRODUCT-CODE " at warehouse "
                   CE-WAREHOUSE-CODE " counted " WS-VARIANCE-QTY
                   " against the book."
           PERFORM CAPTURE-LOT-MOVEMENT.

      * A net shortage debits shrinkage expense against inventory;
      * a net overage runs the same pair the other way.
       WRITE-SHRINKAGE-GL-FEED.
