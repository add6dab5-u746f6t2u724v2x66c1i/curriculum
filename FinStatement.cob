       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinStatement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-CODE
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "FINSTMT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       FD  CHART-ACCOUNT-FILE.
           COPY CHARTACC.

       FD  STATEMENT-REPORT-FILE.
       01 STATEMENT-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-CHART-ACCOUNT-STATUS  PIC X(2) VALUE "00".
       01 WS-STATEMENT-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-CHART-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-CHART-AVAILABLE    VALUE "Y".

       01 WS-WANTED-MONTH          PIC 9(6) VALUE 0.
       01 WS-WANTED-YEAR           PIC 9(4) VALUE 0.
       01 WS-PRIOR-MONTH           PIC 9(6) VALUE 0.
       01 WS-PRIOR-YEAR            PIC 9(4) VALUE 0.
       01 WS-WANTED-COMPANY        PIC X(3) VALUE SPACES.
       01 WS-FEED-MONTH            PIC 9(6) VALUE 0.
       01 WS-FEED-YEAR             PIC 9(4) VALUE 0.
       01 WS-FEED-AMOUNT           PIC S9(11)V99 VALUE 0.
       01 WS-FEED-COUNT            PIC 9(7) VALUE 0.

      * Each account seen on the feed, and the statement line it
      * rolls up into (a subscript into WS-STMT-TABLE).
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 300 TIMES
                                   INDEXED BY WS-ACCT-IDX.
             10 WS-ACCT-CODE        PIC X(10).
             10 WS-ACCT-STMT-SUB    PIC 9(3).
       01 WS-ACCT-COUNT            PIC 9(3) VALUE 0.
       01 WS-ACCT-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-ACCT-FOUND         VALUE "Y".

      * One entry per statement line.  Amounts are carried debit-
      * positive; credit-natured lines (revenue, liability, equity)
      * are turned over as they print.  Rank orders the sections:
      * revenue, expense, asset, liability, equity, unclassified.
       01 WS-STMT-TABLE.
          05 WS-STMT-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-STMT-IDX.
             10 WS-STMT-SORT-KEY.
                15 WS-STMT-RANK     PIC 9(1).
                15 WS-STMT-LINE     PIC 9(3).
             10 WS-STMT-TYPE        PIC X(1).
             10 WS-STMT-CAPTION     PIC X(30).
             10 WS-STMT-CY-MONTH    PIC S9(11)V99.
             10 WS-STMT-CY-YTD      PIC S9(11)V99.
             10 WS-STMT-PY-MONTH    PIC S9(11)V99.
             10 WS-STMT-PY-YTD      PIC S9(11)V99.
             10 WS-STMT-CY-BALANCE  PIC S9(11)V99.
             10 WS-STMT-PY-BALANCE  PIC S9(11)V99.
       01 WS-STMT-COUNT            PIC 9(3) VALUE 0.
       01 WS-STMT-SUB              PIC 9(3) VALUE 0.
       01 WS-STMT-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-STMT-FOUND         VALUE "Y".
       01 WS-STMT-SORTED-SW        PIC X(1) VALUE "N".
          88 WS-STMT-SORTED        VALUE "Y".
       01 WS-STMT-SWAP-ENTRY       PIC X(113).

       01 WS-CLASS-TYPE            PIC X(1).
       01 WS-CLASS-RANK            PIC 9(1).
       01 WS-CLASS-LINE            PIC 9(3).
       01 WS-CLASS-CAPTION         PIC X(30).

       01 WS-PRINT-RANK            PIC 9(1).
       01 WS-PRINT-SIGN            PIC S9(1).
       01 WS-SECTION-TOTALS.
          05 WS-SEC-CY-MONTH       PIC S9(11)V99.
          05 WS-SEC-CY-YTD         PIC S9(11)V99.
          05 WS-SEC-PY-MONTH       PIC S9(11)V99.
          05 WS-SEC-PY-YTD         PIC S9(11)V99.
          05 WS-SEC-CY-BALANCE     PIC S9(11)V99.
          05 WS-SEC-PY-BALANCE     PIC S9(11)V99.
       01 WS-REVENUE-TOTALS.
          05 WS-REV-CY-MONTH       PIC S9(11)V99.
          05 WS-REV-CY-YTD         PIC S9(11)V99.
          05 WS-REV-PY-MONTH       PIC S9(11)V99.
          05 WS-REV-PY-YTD         PIC S9(11)V99.
       01 WS-ASSET-CY              PIC S9(11)V99 VALUE 0.
       01 WS-ASSET-PY              PIC S9(11)V99 VALUE 0.
       01 WS-CLAIMS-CY             PIC S9(11)V99 VALUE 0.
       01 WS-CLAIMS-PY             PIC S9(11)V99 VALUE 0.
       01 WS-EARNINGS-CY           PIC S9(11)V99 VALUE 0.
       01 WS-EARNINGS-PY           PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE-CY         PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE-PY         PIC S9(11)V99 VALUE 0.
       01 WS-OUT-OF-BALANCE-SW     PIC X(1) VALUE "N".
          88 WS-OUT-OF-BALANCE     VALUE "Y".

       01 WS-IS-HEADER.
          05 FILLER                PIC X(27) VALUE
             "-- Income Statement for ".
          05 WS-IS-MONTH-OUT       PIC 9(6).
          05 FILLER                PIC X(9) VALUE " company ".
          05 WS-IS-COMPANY-OUT     PIC X(3).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-IS-COLUMN-HEADING.
          05 FILLER                PIC X(30) VALUE SPACES.
          05 FILLER                PIC X(32) VALUE
             "      This month    Year to date".
          05 FILLER                PIC X(32) VALUE
             "   PY this month   PY yr to date".
       01 WS-IS-LINE.
          05 WS-IS-CAPTION-OUT     PIC X(30).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-IS-CY-MONTH-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-IS-CY-YTD-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-IS-PY-MONTH-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-IS-PY-YTD-OUT      PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-BS-HEADER.
          05 FILLER                PIC X(27) VALUE
             "-- Balance Sheet as of ".
          05 WS-BS-MONTH-OUT       PIC 9(6).
          05 FILLER                PIC X(19) VALUE
             " month end company ".
          05 WS-BS-COMPANY-OUT     PIC X(3).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-BS-COLUMN-HEADING.
          05 FILLER                PIC X(30) VALUE SPACES.
          05 FILLER                PIC X(32) VALUE
             "    Current year      Prior year".
       01 WS-BS-LINE.
          05 WS-BS-CAPTION-OUT     PIC X(30).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BS-CY-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BS-PY-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-SECTION-LABEL         PIC X(30).

       PROCEDURE DIVISION.
      * Financial statements off our own feed instead of waiting
      * weeks on the outside accountant: an income statement for
      * the month and year to date, and a balance sheet as of the
      * month end, each beside the same figures a year earlier,
      * for one company or consolidated with ALL.  The chart of
      * accounts says where each account lands (type and statement
      * line).  Revenue and expense not yet closed to retained
      * earnings are carried into equity as earnings to date, and
      * the balance sheet proves assets against liabilities plus
      * equity; an account missing from the chart, or without a
      * type, prints as unclassified and shows as the difference.
       RUN-START.
           DISPLAY "Statement month (YYYYMM): ".
           ACCEPT WS-WANTED-MONTH.
           DISPLAY "Company code (3 characters, ALL for "
                   "consolidated): ".
           ACCEPT WS-WANTED-COMPANY.
           MOVE WS-WANTED-MONTH (1:4) TO WS-WANTED-YEAR.
           IF WS-WANTED-YEAR = 0
               DISPLAY "Enter the month as YYYYMM."
               GOBACK
           END-IF.
           COMPUTE WS-PRIOR-MONTH = WS-WANTED-MONTH - 100.
           COMPUTE WS-PRIOR-YEAR = WS-WANTED-YEAR - 1.
           OPEN INPUT CHART-ACCOUNT-FILE.
           IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE-SW
           ELSE
               DISPLAY "No chart of accounts on hand - every "
                       "account prints as unclassified."
           END-IF.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GL-INTERFACE-STATUS = "00"
               PERFORM UNTIL WS-GL-INTERFACE-STATUS NOT = "00"
                   READ GL-INTERFACE-FILE
                       AT END
                           MOVE "10" TO WS-GL-INTERFACE-STATUS
                       NOT AT END
                           PERFORM TALLY-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE-FILE
           END-IF.
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
           END-IF.
           PERFORM SORT-STATEMENT-LINES.

           OPEN OUTPUT STATEMENT-REPORT-FILE.
           PERFORM WRITE-INCOME-STATEMENT.
           PERFORM WRITE-BALANCE-SHEET.
           CLOSE STATEMENT-REPORT-FILE.
           DISPLAY "Financial statements written (FINSTMT.PRT) from "
                   WS-FEED-COUNT " feed records.".
           IF WS-OUT-OF-BALANCE
               DISPLAY "*** Balance sheet does not balance - current "
                       WS-DIFFERENCE-CY " prior " WS-DIFFERENCE-PY
                       ". ***"
           END-IF.
           GOBACK.

      * Nothing after the statement month counts toward any column;
      * everything up to it counts toward the balance sheet.
       TALLY-FEED-RECORD.
           MOVE GL-PERIOD-DATE (1:6) TO WS-FEED-MONTH
           MOVE GL-PERIOD-DATE (1:4) TO WS-FEED-YEAR
           IF WS-FEED-MONTH > WS-WANTED-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-WANTED-COMPANY NOT = "ALL"
              AND GL-COMPANY-CODE NOT = WS-WANTED-COMPANY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEED-COUNT
           IF GL-IS-DEBIT
               MOVE GL-AMOUNT TO WS-FEED-AMOUNT
           ELSE
               COMPUTE WS-FEED-AMOUNT = 0 - GL-AMOUNT
           END-IF
           PERFORM FIND-ACCOUNT-LINE
           IF WS-STMT-SUB = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-FEED-AMOUNT TO WS-STMT-CY-BALANCE (WS-STMT-SUB)
      * A year-end closing entry moves balances, not the year's
      * activity - it stays out of the month and year-to-date.
           IF GL-SOURCE-PROGRAM = "GLYearClose"
               IF WS-FEED-MONTH <= WS-PRIOR-MONTH
                   ADD WS-FEED-AMOUNT TO
                       WS-STMT-PY-BALANCE (WS-STMT-SUB)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-YEAR = WS-WANTED-YEAR
               ADD WS-FEED-AMOUNT TO WS-STMT-CY-YTD (WS-STMT-SUB)
           END-IF
           IF WS-FEED-MONTH = WS-WANTED-MONTH
               ADD WS-FEED-AMOUNT TO WS-STMT-CY-MONTH (WS-STMT-SUB)
           END-IF
           IF WS-FEED-MONTH <= WS-PRIOR-MONTH
               ADD WS-FEED-AMOUNT TO WS-STMT-PY-BALANCE (WS-STMT-SUB)
               IF WS-FEED-YEAR = WS-PRIOR-YEAR
                   ADD WS-FEED-AMOUNT TO
                       WS-STMT-PY-YTD (WS-STMT-SUB)
               END-IF
               IF WS-FEED-MONTH = WS-PRIOR-MONTH
                   ADD WS-FEED-AMOUNT TO
                       WS-STMT-PY-MONTH (WS-STMT-SUB)
               END-IF
           END-IF.

       FIND-ACCOUNT-LINE.
           MOVE 0 TO WS-STMT-SUB
           MOVE "N" TO WS-ACCT-FOUND-SW
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                      OR WS-ACCT-FOUND
               IF WS-ACCT-CODE (WS-ACCT-IDX) = GL-ACCOUNT-CODE
                   MOVE WS-ACCT-STMT-SUB (WS-ACCT-IDX)
                       TO WS-STMT-SUB
                   MOVE "Y" TO WS-ACCT-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-COUNT >= 300
               DISPLAY "More than 300 accounts on the feed - "
                       GL-ACCOUNT-CODE " left off the statements."
               EXIT PARAGRAPH
           END-IF
           PERFORM CLASSIFY-ACCOUNT
           PERFORM FIND-STATEMENT-LINE
           IF WS-STMT-SUB = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           SET WS-ACCT-IDX TO WS-ACCT-COUNT
           MOVE GL-ACCOUNT-CODE TO WS-ACCT-CODE (WS-ACCT-IDX)
           MOVE WS-STMT-SUB TO WS-ACCT-STMT-SUB (WS-ACCT-IDX).

       CLASSIFY-ACCOUNT.
           MOVE "U" TO WS-CLASS-TYPE
           MOVE 6   TO WS-CLASS-RANK
           MOVE 999 TO WS-CLASS-LINE
           MOVE "Unclassified accounts" TO WS-CLASS-CAPTION
           IF NOT WS-CHART-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE GL-ACCOUNT-CODE TO AC-ACCOUNT-CODE
           READ CHART-ACCOUNT-FILE
               KEY IS AC-ACCOUNT-CODE
               INVALID KEY
                   DISPLAY "Account " GL-ACCOUNT-CODE " is not on "
                           "the chart - shown as unclassified."
                   EXIT PARAGRAPH
           END-READ
           IF NOT AC-TYPE-VALID
               DISPLAY "Account " GL-ACCOUNT-CODE " has no "
                       "statement type - shown as unclassified."
               EXIT PARAGRAPH
           END-IF
           MOVE AC-ACCOUNT-TYPE TO WS-CLASS-TYPE
           EVALUATE TRUE
               WHEN AC-TYPE-REVENUE
                   MOVE 1 TO WS-CLASS-RANK
               WHEN AC-TYPE-EXPENSE
                   MOVE 2 TO WS-CLASS-RANK
               WHEN AC-TYPE-ASSET
                   MOVE 3 TO WS-CLASS-RANK
               WHEN AC-TYPE-LIABILITY
                   MOVE 4 TO WS-CLASS-RANK
               WHEN OTHER
                   MOVE 5 TO WS-CLASS-RANK
           END-EVALUATE
           MOVE AC-STATEMENT-LINE TO WS-CLASS-LINE
           MOVE AC-STATEMENT-CAPTION TO WS-CLASS-CAPTION
           IF WS-CLASS-CAPTION = SPACES
               MOVE AC-ACCOUNT-NAME TO WS-CLASS-CAPTION
           END-IF.

      * Accounts of one type sharing a line number share the line;
      * the first account seen gives it its caption.
       FIND-STATEMENT-LINE.
           MOVE 0 TO WS-STMT-SUB
           MOVE "N" TO WS-STMT-FOUND-SW
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-COUNT
                      OR WS-STMT-FOUND
               IF WS-STMT-RANK (WS-STMT-IDX) = WS-CLASS-RANK
                  AND WS-STMT-LINE (WS-STMT-IDX) = WS-CLASS-LINE
                   SET WS-STMT-SUB TO WS-STMT-IDX
                   MOVE "Y" TO WS-STMT-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-STMT-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-STMT-COUNT >= 100
               DISPLAY "More than 100 statement lines - "
                       GL-ACCOUNT-CODE " left off the statements."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STMT-COUNT
           MOVE WS-STMT-COUNT TO WS-STMT-SUB
           MOVE WS-CLASS-RANK    TO WS-STMT-RANK (WS-STMT-SUB)
           MOVE WS-CLASS-LINE    TO WS-STMT-LINE (WS-STMT-SUB)
           MOVE WS-CLASS-TYPE    TO WS-STMT-TYPE (WS-STMT-SUB)
           MOVE WS-CLASS-CAPTION TO WS-STMT-CAPTION (WS-STMT-SUB)
           MOVE 0 TO WS-STMT-CY-MONTH (WS-STMT-SUB)
           MOVE 0 TO WS-STMT-CY-YTD (WS-STMT-SUB)
           MOVE 0 TO WS-STMT-PY-MONTH (WS-STMT-SUB)
           MOVE 0 TO WS-STMT-PY-YTD (WS-STMT-SUB)
           MOVE 0 TO WS-STMT-CY-BALANCE (WS-STMT-SUB)
           MOVE 0 TO WS-STMT-PY-BALANCE (WS-STMT-SUB).

       SORT-STATEMENT-LINES.
           MOVE "N" TO WS-STMT-SORTED-SW
           PERFORM UNTIL WS-STMT-SORTED
               MOVE "Y" TO WS-STMT-SORTED-SW
               PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                       UNTIL WS-STMT-IDX >= WS-STMT-COUNT
                   IF WS-STMT-SORT-KEY (WS-STMT-IDX) >
                      WS-STMT-SORT-KEY (WS-STMT-IDX + 1)
                       MOVE WS-STMT-ENTRY (WS-STMT-IDX)
                           TO WS-STMT-SWAP-ENTRY
                       MOVE WS-STMT-ENTRY (WS-STMT-IDX + 1)
                           TO WS-STMT-ENTRY (WS-STMT-IDX)
                       MOVE WS-STMT-SWAP-ENTRY
                           TO WS-STMT-ENTRY (WS-STMT-IDX + 1)
                       MOVE "N" TO WS-STMT-SORTED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Revenue prints credit-positive, expense debit-positive, and
      * net income is the one less the other in every column.
       WRITE-INCOME-STATEMENT.
           MOVE WS-WANTED-MONTH   TO WS-IS-MONTH-OUT
           MOVE WS-WANTED-COMPANY TO WS-IS-COMPANY-OUT
           MOVE WS-IS-HEADER TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE WS-IS-COLUMN-HEADING TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE 1 TO WS-PRINT-RANK
           MOVE -1 TO WS-PRINT-SIGN
           MOVE "Revenue" TO WS-SECTION-LABEL
           PERFORM WRITE-IS-SECTION
           MOVE "Total revenue" TO WS-SECTION-LABEL
           PERFORM WRITE-IS-TOTAL
           MOVE WS-SEC-CY-MONTH TO WS-REV-CY-MONTH
           MOVE WS-SEC-CY-YTD   TO WS-REV-CY-YTD
           MOVE WS-SEC-PY-MONTH TO WS-REV-PY-MONTH
           MOVE WS-SEC-PY-YTD   TO WS-REV-PY-YTD
           MOVE 2 TO WS-PRINT-RANK
           MOVE 1 TO WS-PRINT-SIGN
           MOVE "Expenses" TO WS-SECTION-LABEL
           PERFORM WRITE-IS-SECTION
           MOVE "Total expenses" TO WS-SECTION-LABEL
           PERFORM WRITE-IS-TOTAL
           COMPUTE WS-SEC-CY-MONTH = WS-REV-CY-MONTH - WS-SEC-CY-MONTH
           COMPUTE WS-SEC-CY-YTD   = WS-REV-CY-YTD   - WS-SEC-CY-YTD
           COMPUTE WS-SEC-PY-MONTH = WS-REV-PY-MONTH - WS-SEC-PY-MONTH
           COMPUTE WS-SEC-PY-YTD   = WS-REV-PY-YTD   - WS-SEC-PY-YTD
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE "Net income" TO WS-SECTION-LABEL
           PERFORM WRITE-IS-TOTAL
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.

       WRITE-IS-SECTION.
           INITIALIZE WS-SECTION-TOTALS
           MOVE WS-SECTION-LABEL TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-COUNT
               IF WS-STMT-RANK (WS-STMT-IDX) = WS-PRINT-RANK
                   PERFORM WRITE-ONE-IS-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-IS-LINE.
           MOVE SPACES TO WS-IS-CAPTION-OUT
           MOVE WS-STMT-CAPTION (WS-STMT-IDX)
               TO WS-IS-CAPTION-OUT (3:28)
           COMPUTE WS-IS-CY-MONTH-OUT =
               WS-STMT-CY-MONTH (WS-STMT-IDX) * WS-PRINT-SIGN
           COMPUTE WS-IS-CY-YTD-OUT =
               WS-STMT-CY-YTD (WS-STMT-IDX) * WS-PRINT-SIGN
           COMPUTE WS-IS-PY-MONTH-OUT =
               WS-STMT-PY-MONTH (WS-STMT-IDX) * WS-PRINT-SIGN
           COMPUTE WS-IS-PY-YTD-OUT =
               WS-STMT-PY-YTD (WS-STMT-IDX) * WS-PRINT-SIGN
           COMPUTE WS-SEC-CY-MONTH = WS-SEC-CY-MONTH
               + WS-STMT-CY-MONTH (WS-STMT-IDX) * WS-PRINT-SIGN
           COMPUTE WS-SEC-CY-YTD = WS-SEC-CY-YTD
               + WS-STMT-CY-YTD (WS-STMT-IDX) * WS-PRINT-SIGN
           COMPUTE WS-SEC-PY-MONTH = WS-SEC-PY-MONTH
               + WS-STMT-PY-MONTH (WS-STMT-IDX) * WS-PRINT-SIGN
           COMPUTE WS-SEC-PY-YTD = WS-SEC-PY-YTD
               + WS-STMT-PY-YTD (WS-STMT-IDX) * WS-PRINT-SIGN
           MOVE WS-IS-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.

       WRITE-IS-TOTAL.
           MOVE WS-SECTION-LABEL TO WS-IS-CAPTION-OUT
           MOVE WS-SEC-CY-MONTH  TO WS-IS-CY-MONTH-OUT
           MOVE WS-SEC-CY-YTD    TO WS-IS-CY-YTD-OUT
           MOVE WS-SEC-PY-MONTH  TO WS-IS-PY-MONTH-OUT
           MOVE WS-SEC-PY-YTD    TO WS-IS-PY-YTD-OUT
           MOVE WS-IS-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.

      * Assets print debit-positive, liabilities and equity credit-
      * positive.  Revenue less expense not yet closed out is the
      * earnings-to-date line under equity.
       WRITE-BALANCE-SHEET.
           MOVE WS-WANTED-MONTH   TO WS-BS-MONTH-OUT
           MOVE WS-WANTED-COMPANY TO WS-BS-COMPANY-OUT
           MOVE WS-BS-HEADER TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE WS-BS-COLUMN-HEADING TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE 0 TO WS-EARNINGS-CY
           MOVE 0 TO WS-EARNINGS-PY
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-COUNT
               IF WS-STMT-RANK (WS-STMT-IDX) = 1
                  OR WS-STMT-RANK (WS-STMT-IDX) = 2
                   SUBTRACT WS-STMT-CY-BALANCE (WS-STMT-IDX)
                       FROM WS-EARNINGS-CY
                   SUBTRACT WS-STMT-PY-BALANCE (WS-STMT-IDX)
                       FROM WS-EARNINGS-PY
               END-IF
           END-PERFORM

           MOVE 3 TO WS-PRINT-RANK
           MOVE 1 TO WS-PRINT-SIGN
           MOVE "Assets" TO WS-SECTION-LABEL
           PERFORM WRITE-BS-SECTION
           MOVE "Total assets" TO WS-SECTION-LABEL
           PERFORM WRITE-BS-TOTAL
           MOVE WS-SEC-CY-BALANCE TO WS-ASSET-CY
           MOVE WS-SEC-PY-BALANCE TO WS-ASSET-PY

           MOVE 4 TO WS-PRINT-RANK
           MOVE -1 TO WS-PRINT-SIGN
           MOVE "Liabilities" TO WS-SECTION-LABEL
           PERFORM WRITE-BS-SECTION
           MOVE "Total liabilities" TO WS-SECTION-LABEL
           PERFORM WRITE-BS-TOTAL
           MOVE WS-SEC-CY-BALANCE TO WS-CLAIMS-CY
           MOVE WS-SEC-PY-BALANCE TO WS-CLAIMS-PY

           MOVE 5 TO WS-PRINT-RANK
           MOVE "Equity" TO WS-SECTION-LABEL
           PERFORM WRITE-BS-SECTION
           MOVE SPACES TO WS-BS-CAPTION-OUT
           MOVE "Earnings to date (unclosed)"
               TO WS-BS-CAPTION-OUT (3:28)
           MOVE WS-EARNINGS-CY TO WS-BS-CY-OUT
           MOVE WS-EARNINGS-PY TO WS-BS-PY-OUT
           MOVE WS-BS-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           ADD WS-EARNINGS-CY TO WS-SEC-CY-BALANCE
           ADD WS-EARNINGS-PY TO WS-SEC-PY-BALANCE
           MOVE "Total equity" TO WS-SECTION-LABEL
           PERFORM WRITE-BS-TOTAL
           ADD WS-SEC-CY-BALANCE TO WS-CLAIMS-CY
           ADD WS-SEC-PY-BALANCE TO WS-CLAIMS-PY
           MOVE WS-CLAIMS-CY TO WS-SEC-CY-BALANCE
           MOVE WS-CLAIMS-PY TO WS-SEC-PY-BALANCE
           MOVE "Total liabilities and equity" TO WS-SECTION-LABEL
           PERFORM WRITE-BS-TOTAL

           IF WS-STMT-COUNT > 0
               IF WS-STMT-RANK (WS-STMT-COUNT) = 6
                   MOVE 6 TO WS-PRINT-RANK
                   MOVE 1 TO WS-PRINT-SIGN
                   MOVE "Unclassified (debit balance)"
                       TO WS-SECTION-LABEL
                   PERFORM WRITE-BS-SECTION
               END-IF
           END-IF

           COMPUTE WS-DIFFERENCE-CY = WS-ASSET-CY - WS-CLAIMS-CY
           COMPUTE WS-DIFFERENCE-PY = WS-ASSET-PY - WS-CLAIMS-PY
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           IF WS-DIFFERENCE-CY = 0 AND WS-DIFFERENCE-PY = 0
               MOVE "Assets equal liabilities plus equity."
                   TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           ELSE
               MOVE "Y" TO WS-OUT-OF-BALANCE-SW
               MOVE "*** OUT OF BALANCE by" TO WS-BS-CAPTION-OUT
               MOVE WS-DIFFERENCE-CY TO WS-BS-CY-OUT
               MOVE WS-DIFFERENCE-PY TO WS-BS-PY-OUT
               MOVE WS-BS-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF.

       WRITE-BS-SECTION.
           INITIALIZE WS-SECTION-TOTALS
           MOVE WS-SECTION-LABEL TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-COUNT
               IF WS-STMT-RANK (WS-STMT-IDX) = WS-PRINT-RANK
                   PERFORM WRITE-ONE-BS-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-BS-LINE.
           MOVE SPACES TO WS-BS-CAPTION-OUT
           MOVE WS-STMT-CAPTION (WS-STMT-IDX)
               TO WS-BS-CAPTION-OUT (3:28)
           COMPUTE WS-BS-CY-OUT =
               WS-STMT-CY-BALANCE (WS-STMT-IDX) * WS-PRINT-SIGN
           COMPUTE WS-BS-PY-OUT =
               WS-STMT-PY-BALANCE (WS-STMT-IDX) * WS-PRINT-SIGN
           COMPUTE WS-SEC-CY-BALANCE = WS-SEC-CY-BALANCE
               + WS-STMT-CY-BALANCE (WS-STMT-IDX) * WS-PRINT-SIGN
           COMPUTE WS-SEC-PY-BALANCE = WS-SEC-PY-BALANCE
               + WS-STMT-PY-BALANCE (WS-STMT-IDX) * WS-PRINT-SIGN
           MOVE WS-BS-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.

       WRITE-BS-TOTAL.
           MOVE WS-SECTION-LABEL  TO WS-BS-CAPTION-OUT
           MOVE WS-SEC-CY-BALANCE TO WS-BS-CY-OUT
           MOVE WS-SEC-PY-BALANCE TO WS-BS-PY-OUT
           MOVE WS-BS-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE.
