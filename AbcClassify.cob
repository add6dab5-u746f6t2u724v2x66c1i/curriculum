       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbcClassify.

      * Quarterly ABC inventory classification.  Each active
      * product's annual usage value - the last twelve complete
      * months of units on the PRODMOVE movement file at its
      * average cost - is ranked highest first.  Products are
      * classed A down the ranking until the A cut-off percent of
      * the total usage value has been reached, B on to the B
      * cut-off, and C for the rest (and for anything that did
      * not move).  The class decides how often PhysicalCount
      * brings the product up for a cycle count.  A class change
      * is written to the product audit trail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT ABC-CONTROL-FILE ASSIGN TO "ABCCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CONTROL-KEY
               FILE STATUS IS WS-ABC-CONTROL-STATUS.

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

           SELECT ABC-REPORT-FILE ASSIGN TO "ABCCLASS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ABC-CONTROL-FILE.
           COPY ABCCTL.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  PRODUCT-MOVEMENT-FILE.
           COPY PRODMOVE.

       FD  PRODUCT-AUDIT-FILE.
           COPY PRODAUDIT.

       FD  ABC-REPORT-FILE.
       01 ABC-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-ABC-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-MOVEMENT-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-AUDIT-STATUS  PIC X(2) VALUE "00".
       01 WS-ABC-REPORT-STATUS     PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
          05 WS-TODAY-YEAR         PIC 9(4).
          05 WS-TODAY-MONTH        PIC 9(2).
          05 WS-TODAY-DAY          PIC 9(2).
       01 WS-CHANGED-BY            PIC X(8) VALUE "ABCCLASS".

       01 WS-MOVEMENT-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-MOVEMENT-AVAILABLE VALUE "Y".
       01 WS-PRODUCT-EOF-SW        PIC X(1) VALUE "N".
          88 WS-PRODUCT-EOF        VALUE "Y".

      * Twelve complete months ending with the month before the
      * processing month, counted as year * 12 plus month - 1 as
      * ReorderCalc does.
       01 WS-HISTORY-MONTHS        PIC 9(2) VALUE 12.
       01 WS-CURRENT-MONTH-INDEX   PIC 9(7) VALUE 0.
       01 WS-MONTH-INDEX           PIC 9(7) VALUE 0.
       01 WS-FIRST-MONTH-INDEX     PIC 9(7) VALUE 0.
       01 WS-MONTH-YEAR            PIC 9(4) VALUE 0.
       01 WS-MONTH-NUMBER          PIC 9(2) VALUE 0.
       01 WS-MONTH-KEY             PIC 9(6) VALUE 0.
       01 WS-UNITS-SUM             PIC S9(9) VALUE 0.
       01 WS-USAGE-VALUE           PIC S9(11)V99 VALUE 0.

      * Cut-offs and count frequencies from the ABC control
      * record, zeros taking the usual 80/95 percent and
      * 30/91/365 days.
       01 WS-A-CUTOFF-PCT          PIC 9(3)V99 VALUE 0.
       01 WS-B-CUTOFF-PCT          PIC 9(3)V99 VALUE 0.
       01 WS-A-COUNT-DAYS          PIC 9(3) VALUE 0.
       01 WS-B-COUNT-DAYS          PIC 9(3) VALUE 0.
       01 WS-C-COUNT-DAYS          PIC 9(3) VALUE 0.

       01 WS-ABC-TABLE.
          05 WS-ABC-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ABC-IDX.
             10 WS-ABC-PRODUCT       PIC X(6).
             10 WS-ABC-VALUE         PIC S9(11)V99.
             10 WS-ABC-RANKED-SW     PIC X(1).
                88 WS-ABC-RANKED     VALUE "Y".
       01 WS-ABC-COUNT             PIC 9(5) VALUE 0.
       01 WS-TABLE-FULL-COUNT      PIC 9(5) VALUE 0.
       01 WS-RANK                  PIC 9(5) VALUE 0.
       01 WS-BEST-IDX              PIC 9(5) VALUE 0.
       01 WS-BEST-VALUE            PIC S9(11)V99 VALUE 0.
       01 WS-SCAN-IDX              PIC 9(5) VALUE 0.

       01 WS-TOTAL-VALUE           PIC S9(13)V99 VALUE 0.
       01 WS-CUMULATIVE-VALUE      PIC S9(13)V99 VALUE 0.
       01 WS-CUMULATIVE-PCT        PIC 9(3)V99 VALUE 0.
       01 WS-NEW-CLASS             PIC X(1).
       01 WS-OLD-CLASS             PIC X(1).

       01 WS-CLASS-TOTALS.
          05 WS-CLASS-TOTAL OCCURS 3 TIMES.
             10 WS-CT-PRODUCTS       PIC 9(5).
             10 WS-CT-VALUE          PIC S9(13)V99.
       01 WS-CLASS-SUB             PIC 9(1) VALUE 0.
       01 WS-CLASS-NAMES           PIC X(3) VALUE "ABC".
       01 WS-CLASS-PCT             PIC 9(3)V99 VALUE 0.

       01 WS-PRODUCTS-READ         PIC 9(7) VALUE 0.
       01 WS-CLASSES-CHANGED       PIC 9(7) VALUE 0.

       01 WS-AUDIT-FIELD-NAME      PIC X(20).
       01 WS-AUDIT-OLD-VALUE       PIC X(20).
       01 WS-AUDIT-NEW-VALUE       PIC X(20).

       01 WS-ABC-HEADER            PIC X(40) VALUE
          "-- ABC Inventory Classification --".
       01 WS-ABC-WINDOW-LINE.
          05 FILLER                PIC X(19) VALUE
             "Usage months from ".
          05 WS-AW-FIRST-OUT       PIC 9(6).
          05 FILLER                PIC X(4) VALUE " to ".
          05 WS-AW-LAST-OUT        PIC 9(6).
          05 FILLER                PIC X(13) VALUE "   A cut-off ".
          05 WS-AW-A-PCT-OUT       PIC ZZ9.99.
          05 FILLER                PIC X(13) VALUE "%  B cut-off ".
          05 WS-AW-B-PCT-OUT       PIC ZZ9.99.
          05 FILLER                PIC X(1) VALUE "%".
       01 WS-ABC-COLUMNS.
          05 FILLER                PIC X(45) VALUE
             " Rank Product Name".
          05 FILLER                PIC X(35) VALUE
             "      Usage value   Cum %   Was Now".
       01 WS-ABC-DETAIL.
          05 WS-AD-RANK-OUT        PIC ZZZZ9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-PRODUCT-OUT     PIC X(6).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AD-NAME-OUT        PIC X(30).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-VALUE-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AD-CUM-PCT-OUT     PIC ZZ9.99.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-AD-OLD-CLASS-OUT   PIC X(1).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-AD-NEW-CLASS-OUT   PIC X(1).
       01 WS-ABC-SUMMARY-COLUMNS   PIC X(70) VALUE
          "Class Products     Usage value  % of value  Count every".
       01 WS-ABC-SUMMARY-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AS-CLASS-OUT       PIC X(1).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-AS-PRODUCTS-OUT    PIC ZZZZ9.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AS-VALUE-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-AS-PCT-OUT         PIC ZZ9.99.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-AS-DAYS-OUT        PIC ZZ9.
          05 FILLER                PIC X(5) VALUE " days".
       01 WS-ABC-TOTAL-LINE.
          05 FILLER                PIC X(10) VALUE "Products ".
          05 WS-AT-READ-OUT        PIC ZZZZZZ9.
          05 FILLER                PIC X(17) VALUE
             " class changes ".
          05 WS-AT-CHANGED-OUT     PIC ZZZZZZ9.
          05 FILLER                PIC X(15) VALUE
             " not ranked ".
          05 WS-AT-FULL-OUT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           PERFORM SET-ABC-PARAMETERS.
           INITIALIZE WS-CLASS-TOTALS.
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
           OPEN OUTPUT ABC-REPORT-FILE.

           MOVE WS-ABC-HEADER TO ABC-REPORT-LINE.
           WRITE ABC-REPORT-LINE.
           MOVE WS-FIRST-MONTH-INDEX TO WS-MONTH-INDEX.
           PERFORM MONTH-INDEX-TO-KEY.
           MOVE WS-MONTH-KEY TO WS-AW-FIRST-OUT.
           COMPUTE WS-MONTH-INDEX = WS-CURRENT-MONTH-INDEX - 1.
           PERFORM MONTH-INDEX-TO-KEY.
           MOVE WS-MONTH-KEY TO WS-AW-LAST-OUT.
           MOVE WS-A-CUTOFF-PCT TO WS-AW-A-PCT-OUT.
           MOVE WS-B-CUTOFF-PCT TO WS-AW-B-PCT-OUT.
           MOVE WS-ABC-WINDOW-LINE TO ABC-REPORT-LINE.
           WRITE ABC-REPORT-LINE.
           MOVE WS-ABC-COLUMNS TO ABC-REPORT-LINE.
           WRITE ABC-REPORT-LINE.

           PERFORM LOAD-USAGE-VALUES.
           PERFORM RANK-AND-CLASSIFY.
           PERFORM WRITE-CLASS-SUMMARY.

           MOVE WS-PRODUCTS-READ    TO WS-AT-READ-OUT.
           MOVE WS-CLASSES-CHANGED  TO WS-AT-CHANGED-OUT.
           MOVE WS-TABLE-FULL-COUNT TO WS-AT-FULL-OUT.
           MOVE SPACES TO ABC-REPORT-LINE.
           WRITE ABC-REPORT-LINE.
           MOVE WS-ABC-TOTAL-LINE TO ABC-REPORT-LINE.
           WRITE ABC-REPORT-LINE.

           CLOSE PRODUCT-MASTER-FILE.
           IF WS-MOVEMENT-AVAILABLE
               CLOSE PRODUCT-MOVEMENT-FILE
           END-IF.
           CLOSE PRODUCT-AUDIT-FILE.
           CLOSE ABC-REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "ABC classification complete - " WS-ABC-COUNT
                   " products ranked, " WS-CLASSES-CHANGED
                   " changed class.".
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY WS-TABLE-FULL-COUNT " products beyond the "
                       "5000 ranked kept their old class."
           END-IF.
           GOBACK.

       COPY OPENRCTL.

      * No parameter record yet means every setting is the usual
      * one.
       SET-ABC-PARAMETERS.
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
           MOVE AB-A-CUTOFF-PCT TO WS-A-CUTOFF-PCT
           IF WS-A-CUTOFF-PCT = 0
               MOVE 80 TO WS-A-CUTOFF-PCT
           END-IF
           MOVE AB-B-CUTOFF-PCT TO WS-B-CUTOFF-PCT
           IF WS-B-CUTOFF-PCT = 0
               MOVE 95 TO WS-B-CUTOFF-PCT
           END-IF
           IF WS-B-CUTOFF-PCT < WS-A-CUTOFF-PCT
               MOVE WS-A-CUTOFF-PCT TO WS-B-CUTOFF-PCT
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

       MONTH-INDEX-TO-KEY.
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-MONTH-YEAR
               REMAINDER WS-MONTH-NUMBER
           ADD 1 TO WS-MONTH-NUMBER
           COMPUTE WS-MONTH-KEY =
               (WS-MONTH-YEAR * 100) + WS-MONTH-NUMBER.

      * Usage value is never negative - a product whose returns
      * outran its sales simply did not move.
       LOAD-USAGE-VALUES.
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
                           PERFORM LOAD-ONE-PRODUCT
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-PRODUCT.
           IF WS-ABC-COUNT >= 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-PRODUCT-USAGE
           COMPUTE WS-USAGE-VALUE = WS-UNITS-SUM * PM-AVG-UNIT-COST
           IF WS-USAGE-VALUE < 0
               MOVE 0 TO WS-USAGE-VALUE
           END-IF
           ADD 1 TO WS-ABC-COUNT
           SET WS-ABC-IDX TO WS-ABC-COUNT
           MOVE PM-PRODUCT-CODE TO WS-ABC-PRODUCT (WS-ABC-IDX)
           MOVE WS-USAGE-VALUE  TO WS-ABC-VALUE (WS-ABC-IDX)
           MOVE "N"             TO WS-ABC-RANKED-SW (WS-ABC-IDX)
           ADD WS-USAGE-VALUE TO WS-TOTAL-VALUE.

       SUM-PRODUCT-USAGE.
           MOVE 0 TO WS-UNITS-SUM
           IF WS-MOVEMENT-AVAILABLE
               PERFORM VARYING WS-MONTH-INDEX
                   FROM WS-FIRST-MONTH-INDEX BY 1
                   UNTIL WS-MONTH-INDEX >= WS-CURRENT-MONTH-INDEX
                   PERFORM MONTH-INDEX-TO-KEY
                   MOVE PM-PRODUCT-CODE TO MV-PRODUCT-CODE
                   MOVE WS-MONTH-KEY    TO MV-MONTH
                   READ PRODUCT-MOVEMENT-FILE
                       KEY IS MV-MOVE-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD MV-UNITS TO WS-UNITS-SUM
                   END-READ
               END-PERFORM
           END-IF.

      * Highest usage value first, picked by repeated scans of the
      * table.  A product's class follows from the share of total
      * usage value ranked ahead of it, so the product that
      * carries the ranking across a cut-off still falls in the
      * higher class.
       RANK-AND-CLASSIFY.
           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-ABC-COUNT
               MOVE 0 TO WS-BEST-IDX
               MOVE -1 TO WS-BEST-VALUE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ABC-COUNT
                   IF NOT WS-ABC-RANKED (WS-SCAN-IDX)
                      AND WS-ABC-VALUE (WS-SCAN-IDX) > WS-BEST-VALUE
                       MOVE WS-SCAN-IDX TO WS-BEST-IDX
                       MOVE WS-ABC-VALUE (WS-SCAN-IDX)
                           TO WS-BEST-VALUE
                   END-IF
               END-PERFORM
               SET WS-ABC-IDX TO WS-BEST-IDX
               MOVE "Y" TO WS-ABC-RANKED-SW (WS-ABC-IDX)
               PERFORM CLASSIFY-ONE-PRODUCT
           END-PERFORM.

       CLASSIFY-ONE-PRODUCT.
           MOVE 0 TO WS-CUMULATIVE-PCT
           IF WS-TOTAL-VALUE > 0
               COMPUTE WS-CUMULATIVE-PCT =
                   WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-VALUE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABC-VALUE (WS-ABC-IDX) = 0
                   MOVE "C" TO WS-NEW-CLASS
               WHEN WS-CUMULATIVE-PCT < WS-A-CUTOFF-PCT
                   MOVE "A" TO WS-NEW-CLASS
               WHEN WS-CUMULATIVE-PCT < WS-B-CUTOFF-PCT
                   MOVE "B" TO WS-NEW-CLASS
               WHEN OTHER
                   MOVE "C" TO WS-NEW-CLASS
           END-EVALUATE
           ADD WS-ABC-VALUE (WS-ABC-IDX) TO WS-CUMULATIVE-VALUE

           MOVE WS-ABC-PRODUCT (WS-ABC-IDX) TO PM-PRODUCT-CODE
           READ PRODUCT-MASTER-FILE
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE PM-ABC-CLASS TO WS-OLD-CLASS
           IF WS-NEW-CLASS NOT = PM-ABC-CLASS
               ADD 1 TO WS-CLASSES-CHANGED
               MOVE PM-ABC-CLASS   TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-CLASS   TO WS-AUDIT-NEW-VALUE
               MOVE "ABC-CLASS"    TO WS-AUDIT-FIELD-NAME
               PERFORM WRITE-PRODUCT-AUDIT
               MOVE WS-NEW-CLASS   TO PM-ABC-CLASS
           END-IF
           MOVE WS-ABC-VALUE (WS-ABC-IDX) TO PM-ANNUAL-USAGE-VALUE
           REWRITE PRODUCT-MASTER-RECORD

           EVALUATE WS-NEW-CLASS
               WHEN "A"
                   MOVE 1 TO WS-CLASS-SUB
               WHEN "B"
                   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE
           ADD 1 TO WS-CT-PRODUCTS (WS-CLASS-SUB)
           ADD WS-ABC-VALUE (WS-ABC-IDX) TO WS-CT-VALUE (WS-CLASS-SUB)

           MOVE WS-RANK               TO WS-AD-RANK-OUT
           MOVE PM-PRODUCT-CODE       TO WS-AD-PRODUCT-OUT
           MOVE PM-PRODUCT-NAME       TO WS-AD-NAME-OUT
           MOVE PM-ANNUAL-USAGE-VALUE TO WS-AD-VALUE-OUT
           MOVE WS-CUMULATIVE-PCT     TO WS-AD-CUM-PCT-OUT
           MOVE WS-OLD-CLASS          TO WS-AD-OLD-CLASS-OUT
           MOVE WS-NEW-CLASS          TO WS-AD-NEW-CLASS-OUT
           MOVE WS-ABC-DETAIL TO ABC-REPORT-LINE
           WRITE ABC-REPORT-LINE.

       WRITE-CLASS-SUMMARY.
           MOVE SPACES TO ABC-REPORT-LINE
           WRITE ABC-REPORT-LINE
           MOVE WS-ABC-SUMMARY-COLUMNS TO ABC-REPORT-LINE
           WRITE ABC-REPORT-LINE
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3
               MOVE WS-CLASS-NAMES (WS-CLASS-SUB:1) TO WS-AS-CLASS-OUT
               MOVE WS-CT-PRODUCTS (WS-CLASS-SUB)
                   TO WS-AS-PRODUCTS-OUT
               MOVE WS-CT-VALUE (WS-CLASS-SUB) TO WS-AS-VALUE-OUT
               MOVE 0 TO WS-CLASS-PCT
               IF WS-TOTAL-VALUE > 0
                   COMPUTE WS-CLASS-PCT ROUNDED =
                       WS-CT-VALUE (WS-CLASS-SUB) * 100
                       / WS-TOTAL-VALUE
               END-IF
               MOVE WS-CLASS-PCT TO WS-AS-PCT-OUT
               EVALUATE WS-CLASS-SUB
                   WHEN 1
                       MOVE WS-A-COUNT-DAYS TO WS-AS-DAYS-OUT
                   WHEN 2
                       MOVE WS-B-COUNT-DAYS TO WS-AS-DAYS-OUT
                   WHEN OTHER
                       MOVE WS-C-COUNT-DAYS TO WS-AS-DAYS-OUT
               END-EVALUATE
               MOVE WS-ABC-SUMMARY-LINE TO ABC-REPORT-LINE
               WRITE ABC-REPORT-LINE
           END-PERFORM.

       WRITE-PRODUCT-AUDIT.
           MOVE PM-PRODUCT-CODE     TO PA-PRODUCT-CODE
           MOVE WS-AUDIT-FIELD-NAME TO PA-FIELD-NAME
           MOVE WS-AUDIT-OLD-VALUE  TO PA-OLD-VALUE
           MOVE WS-AUDIT-NEW-VALUE  TO PA-NEW-VALUE
           MOVE WS-TODAY-DATE       TO PA-CHANGE-DATE
           MOVE WS-CHANGED-BY       TO PA-CHANGED-BY
           WRITE PRODUCT-AUDIT-RECORD.
