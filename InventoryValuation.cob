               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

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

           SELECT FILE-CONTROL-SIDE-FILE ASSIGN TO "FILECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FILE-NAME
               FILE STATUS IS WS-FILE-CONTROL-STATUS.

           SELECT VALUATION-REPORT-FILE ASSIGN TO "INVVALUE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALUATION-REPORT-STATUS.
       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  WAREHOUSE-MASTER-FILE.
           COPY WAREHSE.

       FD  PRODUCT-WAREHOUSE-FILE.
           COPY PRODWHSE.

       FD  FILE-CONTROL-SIDE-FILE.
           COPY FILECTL.

       FD  VALUATION-REPORT-FILE.
       01 VALUATION-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-VALUATION-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-WAREHOUSE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-WAREHOUSE-STATUS PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.

       01 WS-PROD-EOF-SW           PIC X(1) VALUE "N".
          88 WS-PROD-EOF           VALUE "Y".
       01 WS-SITE-BALANCES-SW      PIC X(1) VALUE "N".
          88 WS-SITE-BALANCES      VALUE "Y".
       01 WS-SITE-EOF-SW           PIC X(1) VALUE "N".
          88 WS-SITE-EOF           VALUE "Y".
       01 WS-EXTENDED-VALUE        PIC S9(11)V99 VALUE 0.
       01 WS-VALUATION-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-SITE-TOTAL            PIC S9(11)V99 VALUE 0.
       01 WS-PREV-WAREHOUSE        PIC X(3) VALUE SPACES.
       01 WS-VALUE-QTY             PIC S9(7) VALUE 0.
       01 WS-PRODUCT-COUNT         PIC 9(5) VALUE 0.

       01 WS-VALUATION-HEADER      PIC X(44) VALUE
       01 WS-VALUATION-LINE.
          05 FILLER               PIC X(8) VALUE "Product ".
          05 WS-VAL-CODE-OUT       PIC X(6).
          05 WS-VAL-LABEL-OUT      PIC X(9) VALUE " on hand ".
          05 WS-VAL-QTY-OUT        PIC ZZZZZZ9-.
          05 FILLER                PIC X(9) VALUE " at cost ".
          05 WS-VAL-COST-OUT       PIC ZZZ,ZZ9.99-.
          05 FILLER                PIC X(9) VALUE " value   ".
          05 WS-VAL-VALUE-OUT      PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-VALUATION-SITE-LINE.
          05 FILLER                PIC X(10) VALUE "Warehouse ".
          05 WS-VAL-SITE-OUT       PIC X(3).
       01 WS-VALUATION-SUBTOTAL-LINE.
          05 FILLER                PIC X(10) VALUE "Warehouse ".
          05 WS-VAL-SUB-SITE-OUT   PIC X(3).
          05 FILLER                PIC X(12) VALUE " value:     ".
          05 WS-VAL-SUBTOTAL-OUT   PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-VALUATION-TOTAL-LINE.
          05 FILLER                PIC X(25) VALUE
             "Company inventory value:".
          05 WS-VAL-TOTAL-OUT      PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * extended at on-hand times the moving-average cost the
      * receiving function maintains.  The total is what the
      * inventory account should carry after the COGS and receipt
      * postings.  Where stock is kept by warehouse the report
      * runs site by site - shelf stock and stock in transit to
      * the site - with a subtotal each; the sites together make
      * up the company total.  A single-site shop, with no
      * warehouse file, lists the company counts as before.  The
      * total is stamped on the file-control record INVVALUE, where
      * the subledger tie-out picks it up.
       RUN-START.
           OPEN INPUT PRODUCT-MASTER-FILE.
           OPEN OUTPUT VALUATION-REPORT-FILE.
           MOVE WS-VALUATION-HEADER TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           OPEN INPUT WAREHOUSE-MASTER-FILE.
           IF WS-WAREHOUSE-MASTER-STATUS = "00"
               CLOSE WAREHOUSE-MASTER-FILE
               OPEN INPUT PRODUCT-WAREHOUSE-FILE
               IF WS-PRODUCT-WAREHOUSE-STATUS = "00"
                   MOVE "Y" TO WS-SITE-BALANCES-SW
               END-IF
           END-IF.
           IF WS-SITE-BALANCES
               PERFORM VALUE-BY-WAREHOUSE
               CLOSE PRODUCT-WAREHOUSE-FILE
           ELSE
               PERFORM VALUE-BY-PRODUCT
           END-IF.
           MOVE WS-VALUATION-TOTAL TO WS-VAL-TOTAL-OUT.
           MOVE WS-VALUATION-TOTAL-LINE TO VALUATION-REPORT-LINE.
           WRITE VALUATION-REPORT-LINE.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE VALUATION-REPORT-FILE.
           MOVE "INVVALUE" TO WS-FC-FILE-NAME.
           MOVE WS-PRODUCT-COUNT TO WS-FC-DELTA-COUNT.
           MOVE WS-VALUATION-TOTAL TO WS-FC-DELTA-AMOUNT.
           PERFORM SET-FILE-CONTROL.
           DISPLAY "Inventory valuation complete - "
                   WS-PRODUCT-COUNT " products, total value "
                   WS-VALUATION-TOTAL " (INVVALUE.PRT)."
           GOBACK.

       COPY FCUPDT.

       VALUE-BY-PRODUCT.
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
                       PERFORM VALUE-ONE-PRODUCT
               END-READ
           END-PERFORM.

      * Site balances are keyed warehouse first, so one pass of
      * the file breaks cleanly by site.
       VALUE-BY-WAREHOUSE.
           MOVE "N" TO WS-SITE-EOF-SW
           MOVE SPACES TO WS-PREV-WAREHOUSE
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
                       PERFORM VALUE-ONE-SITE-BALANCE
               END-READ
           END-PERFORM
           MOVE SPACES TO PW-WAREHOUSE-CODE
           PERFORM BREAK-VALUATION-SITE.

       VALUE-ONE-SITE-BALANCE.
           IF PW-QTY-ON-HAND NOT = 0 OR PW-QTY-IN-TRANSIT NOT = 0
               IF PW-WAREHOUSE-CODE NOT = WS-PREV-WAREHOUSE
                   PERFORM BREAK-VALUATION-SITE
               END-IF
               MOVE PW-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   KEY IS PM-PRODUCT-CODE
                   INVALID KEY
                       MOVE 0 TO PM-AVG-UNIT-COST
               END-READ
               ADD 1 TO WS-PRODUCT-COUNT
               IF PW-QTY-ON-HAND NOT = 0
                   MOVE " on hand " TO WS-VAL-LABEL-OUT
                   MOVE PW-QTY-ON-HAND TO WS-VALUE-QTY
                   PERFORM WRITE-SITE-VALUE-LINE
               END-IF
               IF PW-QTY-IN-TRANSIT NOT = 0
                   MOVE " transit " TO WS-VAL-LABEL-OUT
                   MOVE PW-QTY-IN-TRANSIT TO WS-VALUE-QTY
                   PERFORM WRITE-SITE-VALUE-LINE
               END-IF
           END-IF.

       WRITE-SITE-VALUE-LINE.
           COMPUTE WS-EXTENDED-VALUE =
               WS-VALUE-QTY * PM-AVG-UNIT-COST
           ADD WS-EXTENDED-VALUE TO WS-SITE-TOTAL
           ADD WS-EXTENDED-VALUE TO WS-VALUATION-TOTAL
           MOVE PW-PRODUCT-CODE   TO WS-VAL-CODE-OUT
           MOVE WS-VALUE-QTY      TO WS-VAL-QTY-OUT
           MOVE PM-AVG-UNIT-COST  TO WS-VAL-COST-OUT
           MOVE WS-EXTENDED-VALUE TO WS-VAL-VALUE-OUT
           MOVE WS-VALUATION-LINE TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE.

      * Closes the previous site with its subtotal and heads the
      * next one; called with a blank site to close the last.
       BREAK-VALUATION-SITE.
           IF WS-PREV-WAREHOUSE NOT = SPACES
               MOVE WS-PREV-WAREHOUSE TO WS-VAL-SUB-SITE-OUT
               MOVE WS-SITE-TOTAL TO WS-VAL-SUBTOTAL-OUT
               MOVE WS-VALUATION-SUBTOTAL-LINE
                   TO VALUATION-REPORT-LINE
               WRITE VALUATION-REPORT-LINE
           END-IF
           MOVE 0 TO WS-SITE-TOTAL
           MOVE PW-WAREHOUSE-CODE TO WS-PREV-WAREHOUSE
           IF PW-WAREHOUSE-CODE NOT = SPACES
               MOVE PW-WAREHOUSE-CODE TO WS-VAL-SITE-OUT
               MOVE WS-VALUATION-SITE-LINE TO VALUATION-REPORT-LINE
               WRITE VALUATION-REPORT-LINE
           END-IF.

       VALUE-ONE-PRODUCT.
           COMPUTE WS-EXTENDED-VALUE =
