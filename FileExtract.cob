       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO WS-EMPMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO WS-PRODMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO WS-AROPEN-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT PURCHASE-TRANS-FILE ASSIGN TO WS-PURCTRAN-FN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT LINE-ITEM-FILE ASSIGN TO WS-LINEITEM-FN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO WS-PAYHIST-FN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO WS-GLFEED-FN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT EXTRACT-OUTPUT-FILE ASSIGN TO WS-EXTRACT-FN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-OUTPUT-STATUS.

           SELECT EXTRACT-LOG-FILE ASSIGN TO "EXTRLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  LINE-ITEM-FILE.
           COPY LINEITEM.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       FD  EXTRACT-OUTPUT-FILE.
       01 EXTRACT-OUTPUT-LINE      PIC X(2000).

       FD  EXTRACT-LOG-FILE.
           COPY EXTRLOG.

       WORKING-STORAGE SECTION.
       01 WS-SOURCE-STATUS         PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-EXTRACT-OUTPUT-STATUS PIC X(2) VALUE "00".
       01 WS-EXTRACT-LOG-STATUS    PIC X(2) VALUE "00".

       01 WS-CUSTMAST-FN           PIC X(12) VALUE "CUSTMAST.DAT".
       01 WS-EMPMAST-FN            PIC X(12) VALUE "EMPMAST.DAT".
       01 WS-PRODMAST-FN           PIC X(12) VALUE "PRODMAST.DAT".
       01 WS-AROPEN-FN             PIC X(12) VALUE "AROPEN.DAT".
       01 WS-PURCTRAN-FN           PIC X(12) VALUE "PURCTRAN.DAT".
       01 WS-LINEITEM-FN           PIC X(12) VALUE "LINEITEM.DAT".
       01 WS-PAYHIST-FN            PIC X(12) VALUE "PAYHIST.DAT".
       01 WS-GLFEED-FN             PIC X(12) VALUE "GLFEED.DAT".
       01 WS-EXTRACT-FN            PIC X(20).

       01 WS-EXTRACT-FILE          PIC X(8).
          88 WS-EXTRACT-VALID      VALUE "CUSTMAST" "EMPMAST"
                                         "PRODMAST" "AROPEN"
                                         "PURCTRAN" "LINEITEM"
                                         "PAYHIST" "GLFEED".
       01 WS-NEW-VALUE-X           PIC X(20).
       01 WS-FROM-DATE             PIC 9(8) VALUE 0.
       01 WS-TO-DATE               PIC 9(8) VALUE 99999999.
       01 WS-WANTED-COMPANY        PIC X(3) VALUE SPACES.
       01 WS-FIELD-LIST            PIC X(200) VALUE SPACES.
       01 WS-FIELD-LIST-WORK       PIC X(200).
       01 WS-ANOTHER               PIC X(1) VALUE "Y".
          88 WS-ANOTHER-EXTRACT    VALUE "Y" "y".
       01 WS-SOURCE-EOF-SW         PIC X(1) VALUE "N".
          88 WS-SOURCE-EOF         VALUE "Y".
       01 WS-RECORD-WANTED-SW      PIC X(1) VALUE "N".
          88 WS-RECORD-WANTED      VALUE "Y".
       01 WS-FIELDS-OK-SW          PIC X(1) VALUE "N".
          88 WS-FIELDS-OK          VALUE "Y".
       01 WS-MASK-SW               PIC X(1) VALUE "Y".
          88 WS-MASK-SENSITIVE     VALUE "Y".
       01 WS-EMPLOYEES-OPEN-SW     PIC X(1) VALUE "N".
          88 WS-EMPLOYEES-OPEN     VALUE "Y".
       01 WS-RECORD-DATE           PIC 9(8).
       01 WS-RECORD-COMPANY        PIC X(3).
       01 WS-EXTRACT-COUNT         PIC 9(7) VALUE 0.

      * The current record, one entry per field: the column name
      * for the header row and the value as it goes on the line.
       01 WS-FIELD-TABLE.
          05 WS-FX-COUNT           PIC 9(3) VALUE 0.
          05 WS-FX-ENTRY OCCURS 60 TIMES
                                   INDEXED BY WS-FX-IDX.
             10 WS-FX-NAME         PIC X(24).
             10 WS-FX-VALUE        PIC X(60).
             10 WS-FX-LEN          PIC 9(3).

      * The columns wanted, in order, as positions in the table.
       01 WS-SELECT-TABLE.
          05 WS-SEL-COUNT          PIC 9(3) VALUE 0.
          05 WS-SEL-FIELD          PIC 9(3) OCCURS 60 TIMES.
       01 WS-SEL-IDX               PIC 9(3).
       01 WS-WANTED-NAMES.
          05 WS-WANTED-NAME        PIC X(24) OCCURS 30 TIMES.
       01 WS-WANTED-IDX            PIC 9(3).

       01 WS-CSV-LINE              PIC X(2000).
       01 WS-CSV-PTR               PIC 9(4).

      * Working fields for formatting one value.
       01 WS-FX-NEW-NAME           PIC X(24).
       01 WS-FMT-TEXT              PIC X(40).
       01 WS-FMT-NUMBER            PIC S9(13).
       01 WS-FMT-NUMBER-ED         PIC -(13)9.
       01 WS-FMT-AMOUNT            PIC S9(11)V99.
       01 WS-FMT-AMOUNT-ED         PIC -(11)9.99.
       01 WS-FMT-DATE              PIC 9(8).
       01 WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE.
          05 WS-FMT-YYYY           PIC 9(4).
          05 WS-FMT-MM             PIC 9(2).
          05 WS-FMT-DD             PIC 9(2).
       01 WS-FMT-RESULT            PIC X(60).
       01 WS-FMT-LEN               PIC 9(3).
       01 WS-FMT-LEADING           PIC 9(3).
       01 WS-FMT-DIGITS            PIC X(12).

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Writes one of the masters or history files out as comma-
      * delimited text with a header row, for finance and HR to
      * take into a spreadsheet instead of re-keying printed
      * reports.  The operator picks the file, a date range (for
      * the history files - invoice, transaction, pay-run or GL
      * period date), a company code, and optionally the columns
      * wanted by their header names; blank takes every column.
      * Amounts go out signed with a decimal point and no editing,
      * dates as YYYY-MM-DD, and text in quotes.  Employee bank
      * routing and account numbers show their last four digits
      * only, and the W-4 filing status and allowances are starred
      * out, unless the operator holds the admin role.  Every
      * extract is logged to EXTRLOG.DAT with its selection and
      * row count.  A training session extracts the .TRN files.
      * Pay history is matched to a company through the employee
      * master; line items carry neither a date nor a company and
      * are extracted whole.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           IF SL-ROLE-ADMIN
               MOVE "N" TO WS-MASK-SW
           END-IF.
           PERFORM SET-TRAINING-FILE-NAMES.
           PERFORM UNTIL NOT WS-ANOTHER-EXTRACT
               PERFORM ACCEPT-EXTRACT-REQUEST
               IF WS-EXTRACT-VALID
                   PERFORM RUN-EXTRACT
               END-IF
               DISPLAY "Another extract? (Y/N): "
               ACCEPT WS-ANOTHER
           END-PERFORM.
           GOBACK.

       SET-TRAINING-FILE-NAMES.
           IF SL-TRAINING
               MOVE "CUSTMAST.TRN" TO WS-CUSTMAST-FN
               MOVE "EMPMAST.TRN" TO WS-EMPMAST-FN
               MOVE "PRODMAST.TRN" TO WS-PRODMAST-FN
               MOVE "AROPEN.TRN" TO WS-AROPEN-FN
               MOVE "PURCTRAN.TRN" TO WS-PURCTRAN-FN
               MOVE "LINEITEM.TRN" TO WS-LINEITEM-FN
               MOVE "PAYHIST.TRN" TO WS-PAYHIST-FN
               MOVE "GLFEED.TRN" TO WS-GLFEED-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
           END-IF.

       ACCEPT-EXTRACT-REQUEST.
           DISPLAY "File to extract (CUSTMAST, EMPMAST, PRODMAST, "
                   "AROPEN, PURCTRAN, LINEITEM, PAYHIST, GLFEED): "
           ACCEPT WS-EXTRACT-FILE
           IF NOT WS-EXTRACT-VALID
               DISPLAY "Unknown file - enter one of the names shown."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FROM-DATE
           MOVE 99999999 TO WS-TO-DATE
           DISPLAY "From date (YYYYMMDD, blank for the start): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO WS-FROM-DATE
           END-IF
           DISPLAY "To date (YYYYMMDD, blank for no limit): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO WS-TO-DATE
           END-IF
           DISPLAY "Company code (blank for all): "
           ACCEPT WS-NEW-VALUE-X
           MOVE WS-NEW-VALUE-X (1:3) TO WS-WANTED-COMPANY
           DISPLAY "Columns wanted, by header name and separated by "
                   "commas (blank for all): "
           ACCEPT WS-FIELD-LIST.

       RUN-EXTRACT.
           PERFORM OPEN-SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = "00"
               DISPLAY "No " WS-EXTRACT-FILE " file on disk - "
                       "nothing extracted."
               EXIT PARAGRAPH
           END-IF
           PERFORM INITIALIZE-SOURCE-RECORD
           PERFORM LOAD-SOURCE-FIELDS
           PERFORM RESOLVE-FIELD-LIST
           IF NOT WS-FIELDS-OK
               PERFORM CLOSE-SOURCE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EXTRACT-FN
           IF SL-TRAINING
               STRING "TRN-" WS-EXTRACT-FILE DELIMITED BY SPACE
                      ".CSV" DELIMITED BY SIZE
                      INTO WS-EXTRACT-FN
           ELSE
               STRING WS-EXTRACT-FILE DELIMITED BY SPACE
                      ".CSV" DELIMITED BY SIZE
                      INTO WS-EXTRACT-FN
           END-IF
           OPEN OUTPUT EXTRACT-OUTPUT-FILE
           PERFORM WRITE-HEADER-ROW
           MOVE 0 TO WS-EXTRACT-COUNT
           MOVE "N" TO WS-SOURCE-EOF-SW
           PERFORM READ-SOURCE-RECORD
           PERFORM UNTIL WS-SOURCE-EOF
               PERFORM CHECK-SOURCE-FILTERS
               IF WS-RECORD-WANTED
                   PERFORM LOAD-SOURCE-FIELDS
                   PERFORM WRITE-DETAIL-ROW
                   ADD 1 TO WS-EXTRACT-COUNT
               END-IF
               PERFORM READ-SOURCE-RECORD
           END-PERFORM
           CLOSE EXTRACT-OUTPUT-FILE
           PERFORM CLOSE-SOURCE-FILE
           PERFORM LOG-EXTRACT
           DISPLAY WS-EXTRACT-COUNT " " WS-EXTRACT-FILE
                   " records written to " WS-EXTRACT-FN "."
           IF WS-MASK-SENSITIVE AND
              (WS-EXTRACT-FILE = "EMPMAST")
               DISPLAY "Bank and tax election fields are masked - "
                       "an admin sign-on extracts them in full."
           END-IF.

       OPEN-SOURCE-FILE.
           EVALUATE WS-EXTRACT-FILE
               WHEN "CUSTMAST"
                   OPEN INPUT CUSTOMER-MASTER-FILE
               WHEN "EMPMAST"
                   OPEN INPUT EMPLOYEE-MASTER-FILE
                   MOVE WS-EMPLOYEE-MASTER-STATUS TO WS-SOURCE-STATUS
               WHEN "PRODMAST"
                   OPEN INPUT PRODUCT-MASTER-FILE
               WHEN "AROPEN"
                   OPEN INPUT AR-OPEN-ITEM-FILE
               WHEN "PURCTRAN"
                   OPEN INPUT PURCHASE-TRANS-FILE
               WHEN "LINEITEM"
                   OPEN INPUT LINE-ITEM-FILE
               WHEN "PAYHIST"
                   OPEN INPUT PAY-HISTORY-FILE
                   IF WS-SOURCE-STATUS = "00"
                      AND WS-WANTED-COMPANY NOT = SPACES
                       OPEN INPUT EMPLOYEE-MASTER-FILE
                       IF WS-EMPLOYEE-MASTER-STATUS = "00"
                           MOVE "Y" TO WS-EMPLOYEES-OPEN-SW
                       END-IF
                   END-IF
               WHEN "GLFEED"
                   OPEN INPUT GL-INTERFACE-FILE
           END-EVALUATE.

       CLOSE-SOURCE-FILE.
           EVALUATE WS-EXTRACT-FILE
               WHEN "CUSTMAST"
                   CLOSE CUSTOMER-MASTER-FILE
               WHEN "EMPMAST"
                   CLOSE EMPLOYEE-MASTER-FILE
               WHEN "PRODMAST"
                   CLOSE PRODUCT-MASTER-FILE
               WHEN "AROPEN"
                   CLOSE AR-OPEN-ITEM-FILE
               WHEN "PURCTRAN"
                   CLOSE PURCHASE-TRANS-FILE
               WHEN "LINEITEM"
                   CLOSE LINE-ITEM-FILE
               WHEN "PAYHIST"
                   CLOSE PAY-HISTORY-FILE
                   IF WS-EMPLOYEES-OPEN
                       CLOSE EMPLOYEE-MASTER-FILE
                       MOVE "N" TO WS-EMPLOYEES-OPEN-SW
                   END-IF
               WHEN "GLFEED"
                   CLOSE GL-INTERFACE-FILE
           END-EVALUATE.

      * The header row comes from loading a blank record once.
       INITIALIZE-SOURCE-RECORD.
           EVALUATE WS-EXTRACT-FILE
               WHEN "CUSTMAST"
                   INITIALIZE CUSTOMER-MASTER-RECORD
               WHEN "EMPMAST"
                   INITIALIZE EMPLOYEE-MASTER-RECORD
               WHEN "PRODMAST"
                   INITIALIZE PRODUCT-MASTER-RECORD
               WHEN "AROPEN"
                   INITIALIZE AR-OPEN-ITEM-RECORD
               WHEN "PURCTRAN"
                   INITIALIZE PURCHASE-TRANS-RECORD
               WHEN "LINEITEM"
                   INITIALIZE LINE-ITEM-RECORD
               WHEN "PAYHIST"
                   INITIALIZE PAY-HISTORY-RECORD
               WHEN "GLFEED"
                   INITIALIZE GL-FEED-RECORD
           END-EVALUATE.

       READ-SOURCE-RECORD.
           EVALUATE WS-EXTRACT-FILE
               WHEN "CUSTMAST"
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SOURCE-EOF-SW
                   END-READ
               WHEN "EMPMAST"
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SOURCE-EOF-SW
                   END-READ
               WHEN "PRODMAST"
                   READ PRODUCT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SOURCE-EOF-SW
                   END-READ
               WHEN "AROPEN"
                   READ AR-OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SOURCE-EOF-SW
                   END-READ
               WHEN "PURCTRAN"
                   READ PURCHASE-TRANS-FILE
                       AT END
                           MOVE "Y" TO WS-SOURCE-EOF-SW
                   END-READ
               WHEN "LINEITEM"
                   READ LINE-ITEM-FILE
                       AT END
                           MOVE "Y" TO WS-SOURCE-EOF-SW
                   END-READ
               WHEN "PAYHIST"
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-SOURCE-EOF-SW
                   END-READ
               WHEN "GLFEED"
                   READ GL-INTERFACE-FILE
                       AT END
                           MOVE "Y" TO WS-SOURCE-EOF-SW
                   END-READ
           END-EVALUATE.

      * Masters have no date to range on; a blank company takes
      * every company, and a file without one is taken whole.
       CHECK-SOURCE-FILTERS.
           MOVE "Y" TO WS-RECORD-WANTED-SW
           MOVE 0 TO WS-RECORD-DATE
           MOVE SPACES TO WS-RECORD-COMPANY
           EVALUATE WS-EXTRACT-FILE
               WHEN "CUSTMAST"
                   MOVE CM-COMPANY-CODE TO WS-RECORD-COMPANY
               WHEN "EMPMAST"
                   MOVE EM-COMPANY-CODE TO WS-RECORD-COMPANY
               WHEN "AROPEN"
                   MOVE AR-INVOICE-DATE TO WS-RECORD-DATE
                   MOVE AR-COMPANY-CODE TO WS-RECORD-COMPANY
               WHEN "PURCTRAN"
                   MOVE PT-TRANSACTION-DATE TO WS-RECORD-DATE
                   MOVE PT-COMPANY-CODE TO WS-RECORD-COMPANY
               WHEN "PAYHIST"
                   MOVE PH-RUN-DATE TO WS-RECORD-DATE
                   IF WS-EMPLOYEES-OPEN
                       MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
                       READ EMPLOYEE-MASTER-FILE
                           KEY IS EM-EMPLOYEE-ID
                           INVALID KEY
                               MOVE "?" TO WS-RECORD-COMPANY
                           NOT INVALID KEY
                               MOVE EM-COMPANY-CODE
                                   TO WS-RECORD-COMPANY
                       END-READ
                   END-IF
               WHEN "GLFEED"
                   MOVE GL-PERIOD-DATE TO WS-RECORD-DATE
                   MOVE GL-COMPANY-CODE TO WS-RECORD-COMPANY
           END-EVALUATE
           IF WS-RECORD-DATE NOT = 0
              AND (WS-RECORD-DATE < WS-FROM-DATE
                   OR WS-RECORD-DATE > WS-TO-DATE)
               MOVE "N" TO WS-RECORD-WANTED-SW
           END-IF
           IF WS-WANTED-COMPANY NOT = SPACES
              AND WS-RECORD-COMPANY NOT = SPACES
              AND WS-RECORD-COMPANY NOT = WS-WANTED-COMPANY
               MOVE "N" TO WS-RECORD-WANTED-SW
           END-IF.

       LOAD-SOURCE-FIELDS.
           MOVE 0 TO WS-FX-COUNT
           EVALUATE WS-EXTRACT-FILE
               WHEN "CUSTMAST"
                   PERFORM LOAD-CUSTOMER-FIELDS
               WHEN "EMPMAST"
                   PERFORM LOAD-EMPLOYEE-FIELDS
               WHEN "PRODMAST"
                   PERFORM LOAD-PRODUCT-FIELDS
               WHEN "AROPEN"
                   PERFORM LOAD-AR-OPEN-FIELDS
               WHEN "PURCTRAN"
                   PERFORM LOAD-PURCHASE-FIELDS
               WHEN "LINEITEM"
                   PERFORM LOAD-LINE-ITEM-FIELDS
               WHEN "PAYHIST"
                   PERFORM LOAD-PAY-HISTORY-FIELDS
               WHEN "GLFEED"
                   PERFORM LOAD-GL-FEED-FIELDS
           END-EVALUATE.

      * The list is split at the commas and each name looked up
      * among the file's columns; one unknown name stops the
      * extract rather than silently dropping the column.
       RESOLVE-FIELD-LIST.
           MOVE "Y" TO WS-FIELDS-OK-SW
           MOVE 0 TO WS-SEL-COUNT
           IF WS-FIELD-LIST = SPACES
               PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                       UNTIL WS-SEL-IDX > WS-FX-COUNT
                   ADD 1 TO WS-SEL-COUNT
                   MOVE WS-SEL-IDX TO WS-SEL-FIELD (WS-SEL-COUNT)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WANTED-NAMES
           MOVE WS-FIELD-LIST TO WS-FIELD-LIST-WORK
           INSPECT WS-FIELD-LIST-WORK REPLACING ALL "," BY SPACE
           UNSTRING WS-FIELD-LIST-WORK DELIMITED BY ALL SPACE
               INTO WS-WANTED-NAME (1) WS-WANTED-NAME (2)
                    WS-WANTED-NAME (3) WS-WANTED-NAME (4)
                    WS-WANTED-NAME (5) WS-WANTED-NAME (6)
                    WS-WANTED-NAME (7) WS-WANTED-NAME (8)
                    WS-WANTED-NAME (9) WS-WANTED-NAME (10)
                    WS-WANTED-NAME (11) WS-WANTED-NAME (12)
                    WS-WANTED-NAME (13) WS-WANTED-NAME (14)
                    WS-WANTED-NAME (15) WS-WANTED-NAME (16)
                    WS-WANTED-NAME (17) WS-WANTED-NAME (18)
                    WS-WANTED-NAME (19) WS-WANTED-NAME (20)
                    WS-WANTED-NAME (21) WS-WANTED-NAME (22)
                    WS-WANTED-NAME (23) WS-WANTED-NAME (24)
                    WS-WANTED-NAME (25) WS-WANTED-NAME (26)
                    WS-WANTED-NAME (27) WS-WANTED-NAME (28)
                    WS-WANTED-NAME (29) WS-WANTED-NAME (30)
           END-UNSTRING
           PERFORM VARYING WS-WANTED-IDX FROM 1 BY 1
                   UNTIL WS-WANTED-IDX > 30
               IF WS-WANTED-NAME (WS-WANTED-IDX) NOT = SPACES
                   PERFORM FIND-WANTED-FIELD
               END-IF
           END-PERFORM
           IF WS-SEL-COUNT = 0
               MOVE "N" TO WS-FIELDS-OK-SW
           END-IF
           IF NOT WS-FIELDS-OK
               DISPLAY "Extract not run - check the column names "
                       "against the header row of a full extract."
           END-IF.

       FIND-WANTED-FIELD.
           SET WS-FX-IDX TO 1
           SEARCH WS-FX-ENTRY
               AT END
                   DISPLAY "No column " WS-WANTED-NAME (WS-WANTED-IDX)
                           " on " WS-EXTRACT-FILE "."
                   MOVE "N" TO WS-FIELDS-OK-SW
               WHEN WS-FX-IDX > WS-FX-COUNT
                   DISPLAY "No column " WS-WANTED-NAME (WS-WANTED-IDX)
                           " on " WS-EXTRACT-FILE "."
                   MOVE "N" TO WS-FIELDS-OK-SW
               WHEN WS-FX-NAME (WS-FX-IDX) =
                    WS-WANTED-NAME (WS-WANTED-IDX)
                   ADD 1 TO WS-SEL-COUNT
                   SET WS-SEL-FIELD (WS-SEL-COUNT) TO WS-FX-IDX
           END-SEARCH.

       WRITE-HEADER-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               IF WS-SEL-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                   END-STRING
               END-IF
               SET WS-FX-IDX TO WS-SEL-FIELD (WS-SEL-IDX)
               STRING WS-FX-NAME (WS-FX-IDX) DELIMITED BY SPACE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               END-STRING
           END-PERFORM
           MOVE WS-CSV-LINE TO EXTRACT-OUTPUT-LINE
           WRITE EXTRACT-OUTPUT-LINE.

       WRITE-DETAIL-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-COUNT
               IF WS-SEL-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                   END-STRING
               END-IF
               SET WS-FX-IDX TO WS-SEL-FIELD (WS-SEL-IDX)
               IF WS-FX-LEN (WS-FX-IDX) > 0
                   STRING WS-FX-VALUE (WS-FX-IDX)
                              (1:WS-FX-LEN (WS-FX-IDX))
                          DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-CSV-LINE TO EXTRACT-OUTPUT-LINE
           WRITE EXTRACT-OUTPUT-LINE.

       LOG-EXTRACT.
           OPEN EXTEND EXTRACT-LOG-FILE
           IF WS-EXTRACT-LOG-STATUS = "35"
               OPEN OUTPUT EXTRACT-LOG-FILE
           END-IF
           INITIALIZE EXTRACT-LOG-RECORD
           ACCEPT XL-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT XL-LOG-TIME FROM TIME
           MOVE SL-OPERATOR-ID TO XL-OPERATOR-ID
           MOVE WS-EXTRACT-FILE TO XL-FILE-NAME
           MOVE WS-FROM-DATE TO XL-FROM-DATE
           MOVE WS-TO-DATE TO XL-TO-DATE
           MOVE WS-WANTED-COMPANY TO XL-COMPANY-CODE
           MOVE WS-FIELD-LIST TO XL-FIELD-LIST
           MOVE WS-EXTRACT-COUNT TO XL-RECORD-COUNT
           MOVE WS-MASK-SW TO XL-MASKED-SW
           MOVE WS-EXTRACT-FN TO XL-OUTPUT-FILE
           IF SL-TRAINING
               MOVE "T" TO XL-MODE
           ELSE
               MOVE "L" TO XL-MODE
           END-IF
           WRITE EXTRACT-LOG-RECORD
           CLOSE EXTRACT-LOG-FILE.

      ******************************************************************
      * Per-file column lists.  Each column is named, its value moved
      * to the working field for its kind, and added to the table.
      ******************************************************************
       LOAD-CUSTOMER-FIELDS.
           MOVE "CUSTOMER-ID" TO WS-FX-NEW-NAME
           MOVE CM-CUSTOMER-ID TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "CUSTOMER-NAME" TO WS-FX-NEW-NAME
           MOVE CM-CUSTOMER-NAME TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "JURISDICTION-CODE" TO WS-FX-NEW-NAME
           MOVE CM-JURISDICTION-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "HOME-CURRENCY-CODE" TO WS-FX-NEW-NAME
           MOVE CM-HOME-CURRENCY-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "TRAILING-12MO-VOLUME" TO WS-FX-NEW-NAME
           MOVE CM-TRAILING-12MO-VOLUME TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "STATUS" TO WS-FX-NEW-NAME
           MOVE CM-STATUS TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "COMPANY-CODE" TO WS-FX-NEW-NAME
           MOVE CM-COMPANY-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "CREDIT-LIMIT" TO WS-FX-NEW-NAME
           MOVE CM-CREDIT-LIMIT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "OPEN-BALANCE" TO WS-FX-NEW-NAME
           MOVE CM-OPEN-BALANCE TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "NSF-COUNT" TO WS-FX-NEW-NAME
           MOVE CM-NSF-COUNT TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "LAST-NSF-DATE" TO WS-FX-NEW-NAME
           MOVE CM-LAST-NSF-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD
           MOVE "DUNNING-LEVEL" TO WS-FX-NEW-NAME
           MOVE CM-DUNNING-LEVEL TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "LAST-DUNNED-DATE" TO WS-FX-NEW-NAME
           MOVE CM-LAST-DUNNED-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD
           MOVE "WRITTEN-OFF" TO WS-FX-NEW-NAME
           MOVE CM-WRITTEN-OFF-SW TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "SALESPERSON-CODE" TO WS-FX-NEW-NAME
           MOVE CM-SALESPERSON-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "MERGED-INTO" TO WS-FX-NEW-NAME
           MOVE CM-MERGED-INTO TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "TERMS-CODE" TO WS-FX-NEW-NAME
           MOVE CM-TERMS-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "EINVOICE" TO WS-FX-NEW-NAME
           MOVE CM-EINVOICE-SW TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "EINVOICE-SINCE" TO WS-FX-NEW-NAME
           MOVE CM-EINVOICE-SINCE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD.

       LOAD-EMPLOYEE-FIELDS.
           MOVE "EMPLOYEE-ID" TO WS-FX-NEW-NAME
           MOVE EM-EMPLOYEE-ID TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "EMPLOYEE-NAME" TO WS-FX-NEW-NAME
           MOVE EM-EMPLOYEE-NAME TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "DEPARTMENT-CODE" TO WS-FX-NEW-NAME
           MOVE EM-DEPARTMENT-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "PAY-RATE" TO WS-FX-NEW-NAME
           MOVE EM-PAY-RATE TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "WORK-STATE" TO WS-FX-NEW-NAME
           MOVE EM-WORK-STATE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "YTD-GROSS" TO WS-FX-NEW-NAME
           MOVE EM-YTD-GROSS TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "YTD-TAX" TO WS-FX-NEW-NAME
           MOVE EM-YTD-TAX TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "YTD-NET" TO WS-FX-NEW-NAME
           MOVE EM-YTD-NET TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "BANK-ROUTING-NUMBER" TO WS-FX-NEW-NAME
           MOVE EM-BANK-ROUTING-NUMBER TO WS-FMT-DIGITS
           PERFORM ADD-MASKED-DIGITS-FIELD
           MOVE "BANK-ACCOUNT-NUMBER" TO WS-FX-NEW-NAME
           MOVE EM-BANK-ACCOUNT-NUMBER TO WS-FMT-DIGITS
           PERFORM ADD-MASKED-DIGITS-FIELD
           MOVE "PTO-BALANCE" TO WS-FX-NEW-NAME
           MOVE EM-PTO-BALANCE TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "AGE" TO WS-FX-NEW-NAME
           MOVE EM-AGE TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "GENDER" TO WS-FX-NEW-NAME
           MOVE EM-GENDER TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "HIRE-DATE" TO WS-FX-NEW-NAME
           MOVE EM-HIRE-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD
           MOVE "STATUS" TO WS-FX-NEW-NAME
           MOVE EM-STATUS TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "TERMINATION-DATE" TO WS-FX-NEW-NAME
           MOVE EM-TERMINATION-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD
           MOVE "FILING-STATUS" TO WS-FX-NEW-NAME
           MOVE EM-FILING-STATUS TO WS-FMT-TEXT
           PERFORM ADD-MASKED-TEXT-FIELD
           MOVE "ALLOWANCES" TO WS-FX-NEW-NAME
           MOVE EM-ALLOWANCES TO WS-FMT-TEXT
           PERFORM ADD-MASKED-TEXT-FIELD
           MOVE "PRENOTE-SENT" TO WS-FX-NEW-NAME
           MOVE EM-PRENOTE-SENT-SW TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "BANK-FAILED" TO WS-FX-NEW-NAME
           MOVE EM-BANK-FAILED-SW TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "COMPANY-CODE" TO WS-FX-NEW-NAME
           MOVE EM-COMPANY-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "PAY-GROUP" TO WS-FX-NEW-NAME
           MOVE EM-PAY-GROUP TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "LOCALITY-CODE" TO WS-FX-NEW-NAME
           MOVE EM-LOCALITY-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "COMP-CLASS" TO WS-FX-NEW-NAME
           MOVE EM-COMP-CLASS TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "POSITION-NUMBER" TO WS-FX-NEW-NAME
           MOVE EM-POSITION-NUMBER TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "PAY-GRADE" TO WS-FX-NEW-NAME
           MOVE EM-PAY-GRADE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD.

       LOAD-PRODUCT-FIELDS.
           MOVE "PRODUCT-CODE" TO WS-FX-NEW-NAME
           MOVE PM-PRODUCT-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "PRODUCT-NAME" TO WS-FX-NEW-NAME
           MOVE PM-PRODUCT-NAME TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "UNIT-PRICE" TO WS-FX-NEW-NAME
           MOVE PM-UNIT-PRICE TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "QTY-ON-HAND" TO WS-FX-NEW-NAME
           MOVE PM-QTY-ON-HAND TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "QTY-ON-ORDER" TO WS-FX-NEW-NAME
           MOVE PM-QTY-ON-ORDER TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "AVG-UNIT-COST" TO WS-FX-NEW-NAME
           MOVE PM-AVG-UNIT-COST TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "REORDER-POINT" TO WS-FX-NEW-NAME
           MOVE PM-REORDER-POINT TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "STATUS" TO WS-FX-NEW-NAME
           MOVE PM-STATUS TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "ORDER-QTY" TO WS-FX-NEW-NAME
           MOVE PM-ORDER-QTY TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "LEAD-TIME-DAYS" TO WS-FX-NEW-NAME
           MOVE PM-LEAD-TIME-DAYS TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "VENDOR-ID" TO WS-FX-NEW-NAME
           MOVE PM-VENDOR-ID TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "QTY-ALLOCATED" TO WS-FX-NEW-NAME
           MOVE PM-QTY-ALLOCATED TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "TRACKING-CODE" TO WS-FX-NEW-NAME
           MOVE PM-TRACKING-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "ABC-CLASS" TO WS-FX-NEW-NAME
           MOVE PM-ABC-CLASS TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "ANNUAL-USAGE-VALUE" TO WS-FX-NEW-NAME
           MOVE PM-ANNUAL-USAGE-VALUE TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "LAST-COUNT-DATE" TO WS-FX-NEW-NAME
           MOVE PM-LAST-COUNT-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD.

       LOAD-AR-OPEN-FIELDS.
           MOVE "CUSTOMER-ID" TO WS-FX-NEW-NAME
           MOVE AR-CUSTOMER-ID TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "INVOICE-NUMBER" TO WS-FX-NEW-NAME
           MOVE AR-INVOICE-NUMBER TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "INVOICE-DATE" TO WS-FX-NEW-NAME
           MOVE AR-INVOICE-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD
           MOVE "SOURCE-TYPE" TO WS-FX-NEW-NAME
           MOVE AR-SOURCE-TYPE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "ORIGINAL-AMOUNT" TO WS-FX-NEW-NAME
           MOVE AR-ORIGINAL-AMOUNT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "OPEN-AMOUNT" TO WS-FX-NEW-NAME
           MOVE AR-OPEN-AMOUNT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "COMPANY-CODE" TO WS-FX-NEW-NAME
           MOVE AR-COMPANY-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "STATUS" TO WS-FX-NEW-NAME
           MOVE AR-STATUS TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "DUE-DATE" TO WS-FX-NEW-NAME
           MOVE AR-DUE-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD
           MOVE "DISCOUNT-DATE" TO WS-FX-NEW-NAME
           MOVE AR-DISCOUNT-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD
           MOVE "DISCOUNT-PCT" TO WS-FX-NEW-NAME
           MOVE AR-DISCOUNT-PCT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD.

       LOAD-PURCHASE-FIELDS.
           MOVE "INVOICE-NUMBER" TO WS-FX-NEW-NAME
           MOVE PT-INVOICE-NUMBER TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "CUSTOMER-ID" TO WS-FX-NEW-NAME
           MOVE PT-CUSTOMER-ID TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "TRANSACTION-DATE" TO WS-FX-NEW-NAME
           MOVE PT-TRANSACTION-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD
           MOVE "TRANSACTION-TYPE" TO WS-FX-NEW-NAME
           MOVE PT-TRANSACTION-TYPE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "CURRENCY-CODE" TO WS-FX-NEW-NAME
           MOVE PT-CURRENCY-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "PURCHASE-AMOUNT" TO WS-FX-NEW-NAME
           MOVE PT-PURCHASE-AMOUNT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "TAX-AMOUNT" TO WS-FX-NEW-NAME
           MOVE PT-TAX-AMOUNT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "DISCOUNT-AMOUNT" TO WS-FX-NEW-NAME
           MOVE PT-DISCOUNT-AMOUNT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "NET-AMOUNT" TO WS-FX-NEW-NAME
           MOVE PT-NET-AMOUNT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "HOME-CURRENCY-AMOUNT" TO WS-FX-NEW-NAME
           MOVE PT-HOME-CURRENCY-AMOUNT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "OPERATOR-ID" TO WS-FX-NEW-NAME
           MOVE PT-OPERATOR-ID TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "REFERENCE-INVOICE" TO WS-FX-NEW-NAME
           MOVE PT-REFERENCE-INVOICE TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "COMPANY-CODE" TO WS-FX-NEW-NAME
           MOVE PT-COMPANY-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "TAX-JURISDICTION" TO WS-FX-NEW-NAME
           MOVE PT-TAX-JURISDICTION TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "SALESPERSON-CODE" TO WS-FX-NEW-NAME
           MOVE PT-SALESPERSON-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "CUSTOMER-PO" TO WS-FX-NEW-NAME
           MOVE PT-CUSTOMER-PO TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD.

       LOAD-LINE-ITEM-FIELDS.
           MOVE "INVOICE-NUMBER" TO WS-FX-NEW-NAME
           MOVE LI-INVOICE-NUMBER TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "LINE-NUMBER" TO WS-FX-NEW-NAME
           MOVE LI-LINE-NUMBER TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "PRODUCT-CODE" TO WS-FX-NEW-NAME
           MOVE LI-PRODUCT-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "QUANTITY" TO WS-FX-NEW-NAME
           MOVE LI-QUANTITY TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "UNIT-PRICE" TO WS-FX-NEW-NAME
           MOVE LI-UNIT-PRICE TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "EXTENDED-PRICE" TO WS-FX-NEW-NAME
           MOVE LI-EXTENDED-PRICE TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "WAREHOUSE-CODE" TO WS-FX-NEW-NAME
           MOVE LI-WAREHOUSE-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "LOT-NUMBER" TO WS-FX-NEW-NAME
           MOVE LI-LOT-NUMBER TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD.

      * The per-assignment earnings breakdown is left off; the
      * assignment count shows where one applies.
       LOAD-PAY-HISTORY-FIELDS.
           MOVE "EMPLOYEE-ID" TO WS-FX-NEW-NAME
           MOVE PH-EMPLOYEE-ID TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "PAY-PERIOD" TO WS-FX-NEW-NAME
           MOVE PH-PAY-PERIOD TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "RUN-DATE" TO WS-FX-NEW-NAME
           MOVE PH-RUN-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD
           MOVE "PAY-MODE" TO WS-FX-NEW-NAME
           MOVE PH-PAY-MODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "HOURS-WORKED" TO WS-FX-NEW-NAME
           MOVE PH-HOURS-WORKED TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "GROSS-PAY" TO WS-FX-NEW-NAME
           MOVE PH-GROSS-PAY TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "FEDERAL-TAX" TO WS-FX-NEW-NAME
           MOVE PH-FEDERAL-TAX TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "STATE-TAX" TO WS-FX-NEW-NAME
           MOVE PH-STATE-TAX TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "FICA-TAX" TO WS-FX-NEW-NAME
           MOVE PH-FICA-TAX TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "NET-PAY" TO WS-FX-NEW-NAME
           MOVE PH-NET-PAY TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "WORK-STATE" TO WS-FX-NEW-NAME
           MOVE PH-WORK-STATE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "DEPARTMENT-CODE" TO WS-FX-NEW-NAME
           MOVE PH-DEPARTMENT-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "BACKED-OUT" TO WS-FX-NEW-NAME
           MOVE PH-BACKED-OUT-SW TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "LOCAL-TAX" TO WS-FX-NEW-NAME
           MOVE PH-LOCAL-TAX TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "LOCALITY-CODE" TO WS-FX-NEW-NAME
           MOVE PH-LOCALITY-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "LOCAL-WAGES" TO WS-FX-NEW-NAME
           MOVE PH-LOCAL-WAGES TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "SUPPLEMENTAL" TO WS-FX-NEW-NAME
           MOVE PH-SUPPLEMENTAL-SW TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "SHIFT-PREMIUM" TO WS-FX-NEW-NAME
           MOVE PH-SHIFT-PREMIUM TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "COMP-CLASS" TO WS-FX-NEW-NAME
           MOVE PH-COMP-CLASS TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "SUTA-TAX" TO WS-FX-NEW-NAME
           MOVE PH-SUTA-TAX TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "REIMBURSEMENT" TO WS-FX-NEW-NAME
           MOVE PH-REIMBURSEMENT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "RETIREMENT-DEFERRAL" TO WS-FX-NEW-NAME
           MOVE PH-RETIREMENT-DEFERRAL TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "EMPLOYER-MATCH" TO WS-FX-NEW-NAME
           MOVE PH-EMPLOYER-MATCH TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "ASSIGNMENT-COUNT" TO WS-FX-NEW-NAME
           MOVE PH-ASSIGNMENT-COUNT TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "COMMISSION-PAY" TO WS-FX-NEW-NAME
           MOVE PH-COMMISSION-PAY TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD.

       LOAD-GL-FEED-FIELDS.
           MOVE "SOURCE-PROGRAM" TO WS-FX-NEW-NAME
           MOVE GL-SOURCE-PROGRAM TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "PERIOD-DATE" TO WS-FX-NEW-NAME
           MOVE GL-PERIOD-DATE TO WS-FMT-DATE
           PERFORM ADD-DATE-FIELD
           MOVE "ACCOUNT-CODE" TO WS-FX-NEW-NAME
           MOVE GL-ACCOUNT-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "DEBIT-CREDIT" TO WS-FX-NEW-NAME
           MOVE GL-DEBIT-CREDIT-SW TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "AMOUNT" TO WS-FX-NEW-NAME
           MOVE GL-AMOUNT TO WS-FMT-AMOUNT
           PERFORM ADD-AMOUNT-FIELD
           MOVE "DEPARTMENT-CODE" TO WS-FX-NEW-NAME
           MOVE GL-DEPARTMENT-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD
           MOVE "BATCH-NUMBER" TO WS-FX-NEW-NAME
           MOVE GL-BATCH-NUMBER TO WS-FMT-NUMBER
           PERFORM ADD-NUMBER-FIELD
           MOVE "COMPANY-CODE" TO WS-FX-NEW-NAME
           MOVE GL-COMPANY-CODE TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD.

      ******************************************************************
      * Value formatting.  Text goes in quotes with any embedded
      * quote turned to an apostrophe; numbers and amounts go out
      * with a leading minus only, no commas; a zero date is left
      * empty.
      ******************************************************************
       ADD-TEXT-FIELD.
           INSPECT WS-FMT-TEXT REPLACING ALL QUOTE BY "'"
           PERFORM VARYING WS-FMT-LEN FROM 40 BY -1
                   UNTIL WS-FMT-LEN = 0
                      OR WS-FMT-TEXT (WS-FMT-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-FMT-RESULT
           IF WS-FMT-LEN = 0
               STRING QUOTE QUOTE DELIMITED BY SIZE
                   INTO WS-FMT-RESULT
               END-STRING
               MOVE 2 TO WS-FMT-LEN
           ELSE
               STRING QUOTE WS-FMT-TEXT (1:WS-FMT-LEN) QUOTE
                   DELIMITED BY SIZE INTO WS-FMT-RESULT
               END-STRING
               ADD 2 TO WS-FMT-LEN
           END-IF
           PERFORM ADD-FIELD-ENTRY.

       ADD-NUMBER-FIELD.
           MOVE WS-FMT-NUMBER TO WS-FMT-NUMBER-ED
           MOVE 0 TO WS-FMT-LEADING
           INSPECT WS-FMT-NUMBER-ED TALLYING WS-FMT-LEADING
               FOR LEADING SPACE
           MOVE WS-FMT-NUMBER-ED (WS-FMT-LEADING + 1:)
               TO WS-FMT-RESULT
           COMPUTE WS-FMT-LEN = 14 - WS-FMT-LEADING
           PERFORM ADD-FIELD-ENTRY.

       ADD-AMOUNT-FIELD.
           MOVE WS-FMT-AMOUNT TO WS-FMT-AMOUNT-ED
           MOVE 0 TO WS-FMT-LEADING
           INSPECT WS-FMT-AMOUNT-ED TALLYING WS-FMT-LEADING
               FOR LEADING SPACE
           MOVE WS-FMT-AMOUNT-ED (WS-FMT-LEADING + 1:)
               TO WS-FMT-RESULT
           COMPUTE WS-FMT-LEN = 15 - WS-FMT-LEADING
           PERFORM ADD-FIELD-ENTRY.

       ADD-DATE-FIELD.
           MOVE SPACES TO WS-FMT-RESULT
           IF WS-FMT-DATE = 0
               MOVE 0 TO WS-FMT-LEN
           ELSE
               STRING WS-FMT-YYYY "-" WS-FMT-MM "-" WS-FMT-DD
                   DELIMITED BY SIZE INTO WS-FMT-RESULT
               END-STRING
               MOVE 10 TO WS-FMT-LEN
           END-IF
           PERFORM ADD-FIELD-ENTRY.

      * Bank numbers keep only their last four digits unmasked.
       ADD-MASKED-DIGITS-FIELD.
           MOVE 0 TO WS-FMT-LEADING
           INSPECT WS-FMT-DIGITS TALLYING WS-FMT-LEADING
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-MASK-SENSITIVE AND WS-FMT-LEADING > 4
               MOVE ALL "*" TO WS-FMT-DIGITS (1:WS-FMT-LEADING - 4)
           END-IF
           MOVE WS-FMT-DIGITS TO WS-FMT-TEXT
           PERFORM ADD-TEXT-FIELD.

       ADD-MASKED-TEXT-FIELD.
           IF WS-MASK-SENSITIVE
               MOVE "*" TO WS-FMT-TEXT
           END-IF
           PERFORM ADD-TEXT-FIELD.

       ADD-FIELD-ENTRY.
           IF WS-FX-COUNT < 60
               ADD 1 TO WS-FX-COUNT
               MOVE WS-FX-NEW-NAME TO WS-FX-NAME (WS-FX-COUNT)
               MOVE WS-FMT-RESULT TO WS-FX-VALUE (WS-FX-COUNT)
               MOVE WS-FMT-LEN TO WS-FX-LEN (WS-FX-COUNT)
           END-IF.
