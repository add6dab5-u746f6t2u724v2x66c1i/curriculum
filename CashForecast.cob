       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashForecast.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT PURCHASE-TRANS-FILE ASSIGN TO "PURCTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-TRANS-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT RECURRING-BILL-FILE ASSIGN TO "RECURBIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CONTRACT-NUMBER
               FILE STATUS IS WS-RECURRING-BILL-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CALENDAR-KEY
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

           SELECT REMIT-DETAIL-FILE ASSIGN TO "REMITDET.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-DETAIL-STATUS.

           SELECT EMPLOYEE-LOAN-FILE ASSIGN TO "EMPLOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS WS-EMPLOYEE-LOAN-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO "CASHFCST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  RECURRING-BILL-FILE.
           COPY RECURBILL.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  REMIT-DETAIL-FILE.
           COPY REMITDET.

       FD  EMPLOYEE-LOAN-FILE.
           COPY EMPLOAN.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AR-OPEN-STATUS        PIC X(2) VALUE "00".
       01 WS-PURCHASE-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND     VALUE "00".
       01 WS-RECURRING-BILL-STATUS PIC X(2) VALUE "00".
       01 WS-PRODUCT-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
          88 WS-EMPLOYEE-FOUND     VALUE "00".
       01 WS-PAY-HISTORY-STATUS    PIC X(2) VALUE "00".
       01 WS-PAY-CALENDAR-STATUS   PIC X(2) VALUE "00".
       01 WS-REMIT-DETAIL-STATUS   PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-LOAN-STATUS  PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-FORECAST-REPORT-STATUS PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-OPENING-BALANCE       PIC S9(11)V99 VALUE 0.
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".

      * Thirteen weeks run from the processing date: day 0 through
      * day 90.  Anything expected before the processing date -
      * an overdue invoice, a withholding not yet sent - is
      * expected in the first week.
       01 WS-FIRST-DAY             PIC 9(7) VALUE 0.
       01 WS-HORIZON-END-DATE      PIC 9(8) VALUE 0.
       01 WS-DAY-OFFSET            PIC S9(7) VALUE 0.
       01 WS-WEEK-NO               PIC 9(2) VALUE 0.
       01 WS-CASH-DATE             PIC 9(8) VALUE 0.
       01 WS-CASH-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-CASH-KIND             PIC X(1) VALUE SPACE.
          88 WS-CASH-AR-ITEM       VALUE "A".
          88 WS-CASH-CONTRACT      VALUE "R".
          88 WS-CASH-PAYROLL       VALUE "P".
          88 WS-CASH-WITHHOLDING   VALUE "D".
          88 WS-CASH-LOAN          VALUE "L".
       01 WS-WEEK-TABLE.
          05 WS-WEEK-ENTRY OCCURS 13 TIMES
                                   INDEXED BY WS-WK-IDX.
             10 WS-WK-START-DATE    PIC 9(8).
             10 WS-WK-AR-IN         PIC S9(11)V99.
             10 WS-WK-CONTRACT-IN   PIC S9(11)V99.
             10 WS-WK-PAYROLL-OUT   PIC S9(11)V99.
             10 WS-WK-WITHHELD-OUT  PIC S9(11)V99.
             10 WS-WK-LOAN-OUT      PIC S9(11)V99.
       01 WS-WEEK-IN               PIC S9(11)V99 VALUE 0.
       01 WS-WEEK-OUT              PIC S9(11)V99 VALUE 0.
       01 WS-RUNNING-BALANCE       PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-IN              PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-OUT             PIC S9(11)V99 VALUE 0.

      * Days-to-pay is measured once per customer and kept, so a
      * customer with many open items or contracts costs one pass
      * of the history.
       01 WS-DAYS-TABLE.
          05 WS-DT-ENTRY OCCURS 500 TIMES
                                   INDEXED BY WS-DT-IDX.
             10 WS-DT-CUSTOMER      PIC 9(5).
             10 WS-DT-DAYS          PIC S9(5).
       01 WS-DT-COUNT              PIC 9(3) VALUE 0.
       01 WS-DT-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-DT-FOUND           VALUE "Y".
       01 WS-DAYS-CUSTOMER         PIC 9(5) VALUE 0.
       01 WS-CUSTOMER-DAYS         PIC S9(5) VALUE 0.

      * Fields the shared days-to-pay measurement works in.
       01 WS-INVOICE-TABLE.
          05 WS-INV-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-INV-IDX.
             10 WS-INV-NUMBER       PIC 9(9).
             10 WS-INV-DATE         PIC 9(8).
       01 WS-INVOICE-COUNT         PIC 9(3) VALUE 0.
       01 WS-WEIGHTED-DAYS         PIC S9(13)V99 VALUE 0.
       01 WS-APPLIED-TOTAL         PIC S9(11)V99 VALUE 0.
       01 WS-AVG-DAYS-TO-PAY       PIC S9(5) VALUE 0.
       01 WS-PAY-DAYS              PIC S9(5) VALUE 0.

       01 WS-PROJECTED-BILL-DATE   PIC 9(8) VALUE 0.
       01 WS-BILL-DATE             PIC 9(8) VALUE 0.
       01 WS-BILL-AMOUNT           PIC S9(9)V99 VALUE 0.
       01 WS-BILL-YEAR             PIC 9(4).
       01 WS-BILL-MONTH            PIC 9(2).
       01 WS-BILL-DAY              PIC 9(2).
       01 WS-MONTHS-TO-ADD         PIC 9(2) VALUE 0.

      * The last regular run of each pay group stands in for every
      * check date ahead of it: W is weekly, M is monthly.
       01 WS-GROUP-TABLE.
          05 WS-GRP-ENTRY OCCURS 2 TIMES
                                   INDEXED BY WS-GRP-IDX.
             10 WS-GRP-CODE         PIC X(1).
             10 WS-GRP-LAST-RUN     PIC 9(8).
             10 WS-GRP-NET-PAY      PIC S9(11)V99.
       01 WS-CALENDAR-EOF-SW       PIC X(1) VALUE "N".
          88 WS-CALENDAR-EOF       VALUE "Y".

       01 WS-AR-ITEM-COUNT         PIC 9(5) VALUE 0.
       01 WS-BILLING-COUNT         PIC 9(5) VALUE 0.
       01 WS-CHECK-DATE-COUNT      PIC 9(5) VALUE 0.
       01 WS-BEYOND-COUNT          PIC 9(5) VALUE 0.

           COPY TERMSTBL.

       01 WS-FORECAST-HEADER.
          05 FILLER                PIC X(36) VALUE
             "-- Thirteen-Week Cash Forecast from ".
          05 WS-FCH-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-OPENING-LINE.
          05 FILLER                PIC X(16) VALUE
             "Opening balance ".
          05 WS-OPN-BALANCE-OUT    PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-WEEK-LINE.
          05 FILLER                PIC X(5) VALUE "Week ".
          05 WS-WKL-NUMBER-OUT     PIC 9(2).
          05 FILLER                PIC X(6) VALUE " from ".
          05 WS-WKL-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(4) VALUE " in ".
          05 WS-WKL-IN-OUT         PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(5) VALUE " out ".
          05 WS-WKL-OUT-OUT        PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(5) VALUE " bal ".
          05 WS-WKL-BALANCE-OUT    PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-AMOUNT-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AMT-LABEL-1-OUT    PIC X(12).
          05 WS-AMT-VALUE-1-OUT    PIC Z,ZZZ,ZZ9.99-.
          05 WS-AMT-LABEL-2-OUT    PIC X(12).
          05 WS-AMT-VALUE-2-OUT    PIC Z,ZZZ,ZZ9.99-.
          05 WS-AMT-LABEL-3-OUT    PIC X(12).
          05 WS-AMT-VALUE-3-OUT    PIC Z,ZZZ,ZZ9.99-.
       01 WS-SHORTFALL-LINE        PIC X(80) VALUE
          "  *** projected balance below zero ***".
       01 WS-TOTAL-LINE.
          05 FILLER                PIC X(21) VALUE
             "Thirteen weeks    in ".
          05 WS-TOT-IN-OUT         PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(5) VALUE " out ".
          05 WS-TOT-OUT-OUT        PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(9) VALUE " closing ".
          05 WS-TOT-CLOSING-OUT    PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Thirteen weeks of expected cash in and out from what is on
      * file today.  Cash in: every open AR item, expected when
      * the customer's history says it will come - the invoice
      * date plus the same amount-weighted days-to-pay
      * CreditReview measures - or on its due date where there is
      * no history; and every recurring contract billing falling
      * in the window, priced the way RecurringBilling prices it
      * (before tax) and collected on the same rule from the bill
      * date.  Cash out: net pay on each PAYCAL check date in the
      * window, estimated at the group's last regular PAYHIST
      * run; withholding on REMITDET not yet remitted; and loan
      * advances recorded but not yet paid out.  The running
      * balance starts from the opening figure keyed in.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Opening cash balance (9 digits, 2 decimals): ".
           ACCEPT WS-OPENING-BALANCE.

           PERFORM SET-UP-WEEKS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           PERFORM PROJECT-AR-COLLECTIONS.
           PERFORM PROJECT-CONTRACT-BILLINGS.
           CLOSE CUSTOMER-MASTER-FILE.
           PERFORM PROJECT-PAYROLL.
           PERFORM PROJECT-WITHHOLDING.
           PERFORM PROJECT-LOAN-ADVANCES.
           PERFORM WRITE-FORECAST-REPORT.

           DISPLAY "Cash forecast complete - " WS-AR-ITEM-COUNT
                   " open items, " WS-BILLING-COUNT
                   " contract billings, " WS-CHECK-DATE-COUNT
                   " check dates (see CASHFCST.PRT)."
           IF WS-BEYOND-COUNT > 0
               DISPLAY WS-BEYOND-COUNT " expected amounts fall "
                       "after the thirteenth week and are left out."
           END-IF
           GOBACK.

       COPY OPENRCTL.

       COPY TERMCALC.

       COPY PAYLAG.

       SET-UP-WEEKS.
           INITIALIZE WS-WEEK-TABLE
           COMPUTE WS-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           COMPUTE WS-HORIZON-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-FIRST-DAY + 90)
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > 13
               SET WS-WEEK-NO TO WS-WK-IDX
               COMPUTE WS-WK-START-DATE (WS-WK-IDX) =
                   FUNCTION DATE-OF-INTEGER
                   (WS-FIRST-DAY + ((WS-WEEK-NO - 1) * 7))
           END-PERFORM
           INITIALIZE WS-GROUP-TABLE
           MOVE "W" TO WS-GRP-CODE (1)
           MOVE "M" TO WS-GRP-CODE (2).

      * Every expected amount lands in the week its date falls in;
      * a date already past, or not known, lands in week one.
       BUCKET-CASH.
           MOVE 0 TO WS-DAY-OFFSET
           IF WS-CASH-DATE > WS-TODAY-DATE
               COMPUTE WS-DAY-OFFSET =
                   FUNCTION INTEGER-OF-DATE (WS-CASH-DATE)
                   - WS-FIRST-DAY
           END-IF
           IF WS-DAY-OFFSET > 90
               ADD 1 TO WS-BEYOND-COUNT
           ELSE
               DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-NO
               ADD 1 TO WS-WEEK-NO
               SET WS-WK-IDX TO WS-WEEK-NO
               EVALUATE TRUE
                   WHEN WS-CASH-AR-ITEM
                       ADD WS-CASH-AMOUNT TO WS-WK-AR-IN (WS-WK-IDX)
                   WHEN WS-CASH-CONTRACT
                       ADD WS-CASH-AMOUNT TO
                           WS-WK-CONTRACT-IN (WS-WK-IDX)
                   WHEN WS-CASH-PAYROLL
                       ADD WS-CASH-AMOUNT TO
                           WS-WK-PAYROLL-OUT (WS-WK-IDX)
                   WHEN WS-CASH-WITHHOLDING
                       ADD WS-CASH-AMOUNT TO
                           WS-WK-WITHHELD-OUT (WS-WK-IDX)
                   WHEN WS-CASH-LOAN
                       ADD WS-CASH-AMOUNT TO WS-WK-LOAN-OUT (WS-WK-IDX)
               END-EVALUATE
           END-IF.

      * The customer's days-to-pay, from the kept figures or
      * measured now from the history.  Past the table's size a
      * customer is measured every time it is asked for.
       GET-CUSTOMER-DAYS.
           MOVE "N" TO WS-DT-FOUND-SW
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                      OR WS-DT-FOUND
               IF WS-DT-CUSTOMER (WS-DT-IDX) = WS-DAYS-CUSTOMER
                   MOVE "Y" TO WS-DT-FOUND-SW
                   MOVE WS-DT-DAYS (WS-DT-IDX) TO WS-CUSTOMER-DAYS
               END-IF
           END-PERFORM
           IF NOT WS-DT-FOUND
               PERFORM MEASURE-CUSTOMER-DAYS
               MOVE WS-AVG-DAYS-TO-PAY TO WS-CUSTOMER-DAYS
               IF WS-DT-COUNT < 500
                   ADD 1 TO WS-DT-COUNT
                   SET WS-DT-IDX TO WS-DT-COUNT
                   MOVE WS-DAYS-CUSTOMER TO WS-DT-CUSTOMER (WS-DT-IDX)
                   MOVE WS-AVG-DAYS-TO-PAY TO WS-DT-DAYS (WS-DT-IDX)
               END-IF
           END-IF.

       MEASURE-CUSTOMER-DAYS.
           PERFORM START-PAYMENT-LAG
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
                   READ PURCHASE-TRANS-FILE
                       AT END
                           MOVE "10" TO WS-PURCHASE-TRANS-STATUS
                       NOT AT END
                           IF PT-CUSTOMER-ID = WS-DAYS-CUSTOMER
                               PERFORM NOTE-PAYMENT-LAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-TRANS-FILE
               MOVE "00" TO WS-PURCHASE-TRANS-STATUS
           END-IF
           PERFORM FINISH-PAYMENT-LAG.

      * An open item with a payment history behind it is expected
      * its customer's usual days after the invoice date; without
      * one it is expected on the due date the terms gave it.
       PROJECT-AR-COLLECTIONS.
           OPEN INPUT AR-OPEN-ITEM-FILE
           IF WS-AR-OPEN-STATUS = "00"
               MOVE "N" TO WS-LIST-EOF-SW
               PERFORM UNTIL WS-LIST-EOF
                   READ AR-OPEN-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIST-EOF-SW
                       NOT AT END
                           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > 0
                               PERFORM PROJECT-ONE-AR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-ITEM-FILE
           END-IF.

       PROJECT-ONE-AR-ITEM.
           MOVE AR-CUSTOMER-ID TO WS-DAYS-CUSTOMER
           PERFORM GET-CUSTOMER-DAYS
           IF WS-CUSTOMER-DAYS > 0 AND AR-INVOICE-DATE NOT = 0
               COMPUTE WS-CASH-DATE =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (AR-INVOICE-DATE)
                    + WS-CUSTOMER-DAYS)
           ELSE
               MOVE AR-DUE-DATE TO WS-CASH-DATE
           END-IF
           MOVE AR-OPEN-AMOUNT TO WS-CASH-AMOUNT
           MOVE "A" TO WS-CASH-KIND
           PERFORM BUCKET-CASH
           ADD 1 TO WS-AR-ITEM-COUNT.

      * Each active contract bills on its next-bill date and every
      * frequency step after it that falls in the window and
      * before the contract ends; a billing already overdue is
      * taken as billing today.
       PROJECT-CONTRACT-BILLINGS.
           OPEN INPUT RECURRING-BILL-FILE
           IF WS-RECURRING-BILL-STATUS = "00"
               OPEN INPUT PRODUCT-MASTER-FILE
               MOVE "N" TO WS-LIST-EOF-SW
               PERFORM UNTIL WS-LIST-EOF
                   READ RECURRING-BILL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIST-EOF-SW
                       NOT AT END
                           IF RB-ACTIVE AND RB-NEXT-BILL-DATE NOT = 0
                               PERFORM PROJECT-ONE-CONTRACT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER-FILE
               CLOSE RECURRING-BILL-FILE
           END-IF.

       PROJECT-ONE-CONTRACT.
           PERFORM PRICE-PROJECTED-CONTRACT
           MOVE RB-CUSTOMER-ID TO WS-DAYS-CUSTOMER
           PERFORM GET-CUSTOMER-DAYS
           MOVE SPACES TO WS-TERMS-CODE
           MOVE RB-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE "24" TO WS-CUSTOMER-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
                   MOVE CM-TERMS-CODE TO WS-TERMS-CODE
           END-READ
           PERFORM LOOKUP-TERMS-CODE
           MOVE RB-NEXT-BILL-DATE TO WS-PROJECTED-BILL-DATE
           PERFORM UNTIL WS-PROJECTED-BILL-DATE > WS-HORIZON-END-DATE
                      OR (RB-END-DATE NOT = 0
                          AND WS-PROJECTED-BILL-DATE > RB-END-DATE)
               MOVE WS-PROJECTED-BILL-DATE TO WS-BILL-DATE
               IF WS-BILL-DATE < WS-TODAY-DATE
                   MOVE WS-TODAY-DATE TO WS-BILL-DATE
               END-IF
               IF WS-CUSTOMER-DAYS > 0
                   COMPUTE WS-CASH-DATE =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-BILL-DATE)
                        + WS-CUSTOMER-DAYS)
               ELSE
                   MOVE WS-BILL-DATE TO WS-TERMS-BASE-DATE
                   PERFORM SET-TERMS-DATES
                   MOVE WS-TERMS-DUE-DATE TO WS-CASH-DATE
               END-IF
               MOVE WS-BILL-AMOUNT TO WS-CASH-AMOUNT
               MOVE "R" TO WS-CASH-KIND
               PERFORM BUCKET-CASH
               ADD 1 TO WS-BILLING-COUNT
               PERFORM ADVANCE-PROJECTED-BILL-DATE
           END-PERFORM.

       PRICE-PROJECTED-CONTRACT.
           IF RB-CONTRACT-AMOUNT NOT = 0
               MOVE RB-CONTRACT-AMOUNT TO WS-BILL-AMOUNT
           ELSE
               MOVE RB-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   KEY IS PM-PRODUCT-CODE
                   INVALID KEY
                       MOVE 0 TO PM-UNIT-PRICE
               END-READ
               COMPUTE WS-BILL-AMOUNT =
                   PM-UNIT-PRICE * RB-QUANTITY
           END-IF.

      * Steps the projected date the way the billing run steps the
      * contract: whole months, a day past the 28th pinned to the
      * 28th.
       ADVANCE-PROJECTED-BILL-DATE.
           MOVE WS-PROJECTED-BILL-DATE (1:4) TO WS-BILL-YEAR
           MOVE WS-PROJECTED-BILL-DATE (5:2) TO WS-BILL-MONTH
           MOVE WS-PROJECTED-BILL-DATE (7:2) TO WS-BILL-DAY
           EVALUATE TRUE
               WHEN RB-FREQ-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD
               WHEN RB-FREQ-ANNUAL
                   MOVE 12 TO WS-MONTHS-TO-ADD
               WHEN OTHER
                   MOVE 1 TO WS-MONTHS-TO-ADD
           END-EVALUATE
           ADD WS-MONTHS-TO-ADD TO WS-BILL-MONTH
           IF WS-BILL-MONTH > 12
               SUBTRACT 12 FROM WS-BILL-MONTH
               ADD 1 TO WS-BILL-YEAR
           END-IF
           IF WS-BILL-DAY > 28
               MOVE 28 TO WS-BILL-DAY
           END-IF
           MOVE WS-BILL-YEAR  TO WS-PROJECTED-BILL-DATE (1:4)
           MOVE WS-BILL-MONTH TO WS-PROJECTED-BILL-DATE (5:2)
           MOVE WS-BILL-DAY   TO WS-PROJECTED-BILL-DATE (7:2).

      * The pay history carries no group, so each row's group
      * comes from the employee master (anyone not monthly is
      * weekly, as EmployeeMaint files them).  The latest regular
      * run date per group, and the net pay of that run, stand in
      * for every check date the calendar has ahead.
       PROJECT-PAYROLL.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAY-HISTORY-STATUS = "00"
               OPEN INPUT EMPLOYEE-MASTER-FILE
               MOVE "N" TO WS-LIST-EOF-SW
               PERFORM UNTIL WS-LIST-EOF
                   READ PAY-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-LIST-EOF-SW
                       NOT AT END
                           IF NOT PH-BACKED-OUT
                              AND NOT PH-SUPPLEMENTAL
                               PERFORM NOTE-GROUP-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE PAY-HISTORY-FILE
           END-IF
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-PAY-CALENDAR-STATUS = "00"
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > 2
                   IF WS-GRP-LAST-RUN (WS-GRP-IDX) NOT = 0
                       PERFORM PROJECT-GROUP-CHECKS
                   END-IF
               END-PERFORM
               CLOSE PAY-CALENDAR-FILE
           END-IF.

       NOTE-GROUP-RUN.
           MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "24" TO WS-EMPLOYEE-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-EMPLOYEE-MASTER-STATUS
           END-READ
           IF WS-EMPLOYEE-FOUND AND EM-GROUP-MONTHLY
               SET WS-GRP-IDX TO 2
           ELSE
               SET WS-GRP-IDX TO 1
           END-IF
           EVALUATE TRUE
               WHEN PH-RUN-DATE > WS-GRP-LAST-RUN (WS-GRP-IDX)
                   MOVE PH-RUN-DATE TO WS-GRP-LAST-RUN (WS-GRP-IDX)
                   MOVE PH-NET-PAY  TO WS-GRP-NET-PAY (WS-GRP-IDX)
               WHEN PH-RUN-DATE = WS-GRP-LAST-RUN (WS-GRP-IDX)
                   ADD PH-NET-PAY TO WS-GRP-NET-PAY (WS-GRP-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROJECT-GROUP-CHECKS.
           MOVE "N" TO WS-CALENDAR-EOF-SW
           MOVE WS-GRP-CODE (WS-GRP-IDX) TO PC-PAY-GROUP
           MOVE 0 TO PC-PERIOD-NUMBER
           START PAY-CALENDAR-FILE KEY IS NOT LESS THAN
                 PC-CALENDAR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CALENDAR-EOF-SW
           END-START
           PERFORM UNTIL WS-CALENDAR-EOF
               READ PAY-CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CALENDAR-EOF-SW
                   NOT AT END
                       IF PC-PAY-GROUP NOT = WS-GRP-CODE (WS-GRP-IDX)
                           MOVE "Y" TO WS-CALENDAR-EOF-SW
                       ELSE
                           IF PC-CHECK-DATE >= WS-TODAY-DATE
                              AND PC-CHECK-DATE <=
                                  WS-HORIZON-END-DATE
                               MOVE PC-CHECK-DATE TO WS-CASH-DATE
                               MOVE WS-GRP-NET-PAY (WS-GRP-IDX) TO
                                   WS-CASH-AMOUNT
                               MOVE "P" TO WS-CASH-KIND
                               PERFORM BUCKET-CASH
                               ADD 1 TO WS-CHECK-DATE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Withholding not yet remitted goes out with the next
      * remittance run, taken as the first week.
       PROJECT-WITHHOLDING.
           OPEN INPUT REMIT-DETAIL-FILE
           IF WS-REMIT-DETAIL-STATUS = "00"
               MOVE "N" TO WS-LIST-EOF-SW
               PERFORM UNTIL WS-LIST-EOF
                   READ REMIT-DETAIL-FILE
                       AT END
                           MOVE "Y" TO WS-LIST-EOF-SW
                       NOT AT END
                           IF NOT DR-REMITTED
                               MOVE 0 TO WS-CASH-DATE
                               MOVE DR-AMOUNT TO WS-CASH-AMOUNT
                               MOVE "D" TO WS-CASH-KIND
                               PERFORM BUCKET-CASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMIT-DETAIL-FILE
           END-IF.

      * An advance recorded without its check is owed out now.
       PROJECT-LOAN-ADVANCES.
           OPEN INPUT EMPLOYEE-LOAN-FILE
           IF WS-EMPLOYEE-LOAN-STATUS = "00"
               MOVE "N" TO WS-LIST-EOF-SW
               PERFORM UNTIL WS-LIST-EOF
                   READ EMPLOYEE-LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIST-EOF-SW
                       NOT AT END
                           IF LN-DISBURSEMENT-PENDING
                               MOVE 0 TO WS-CASH-DATE
                               MOVE LN-PRINCIPAL TO WS-CASH-AMOUNT
                               MOVE "L" TO WS-CASH-KIND
                               PERFORM BUCKET-CASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-LOAN-FILE
           END-IF.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-FCH-DATE-OUT
           MOVE WS-FORECAST-HEADER TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE WS-OPENING-BALANCE TO WS-OPN-BALANCE-OUT
           MOVE WS-OPENING-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > 13
               PERFORM WRITE-WEEK-LINES
           END-PERFORM
           MOVE WS-TOTAL-IN        TO WS-TOT-IN-OUT
           MOVE WS-TOTAL-OUT       TO WS-TOT-OUT-OUT
           MOVE WS-RUNNING-BALANCE TO WS-TOT-CLOSING-OUT
           MOVE WS-TOTAL-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           CLOSE FORECAST-REPORT-FILE.

       WRITE-WEEK-LINES.
           COMPUTE WS-WEEK-IN = WS-WK-AR-IN (WS-WK-IDX)
               + WS-WK-CONTRACT-IN (WS-WK-IDX)
           COMPUTE WS-WEEK-OUT = WS-WK-PAYROLL-OUT (WS-WK-IDX)
               + WS-WK-WITHHELD-OUT (WS-WK-IDX)
               + WS-WK-LOAN-OUT (WS-WK-IDX)
           COMPUTE WS-RUNNING-BALANCE = WS-RUNNING-BALANCE
               + WS-WEEK-IN - WS-WEEK-OUT
           ADD WS-WEEK-IN  TO WS-TOTAL-IN
           ADD WS-WEEK-OUT TO WS-TOTAL-OUT
           SET WS-WEEK-NO TO WS-WK-IDX
           MOVE WS-WEEK-NO                  TO WS-WKL-NUMBER-OUT
           MOVE WS-WK-START-DATE (WS-WK-IDX) TO WS-WKL-DATE-OUT
           MOVE WS-WEEK-IN                  TO WS-WKL-IN-OUT
           MOVE WS-WEEK-OUT                 TO WS-WKL-OUT-OUT
           MOVE WS-RUNNING-BALANCE          TO WS-WKL-BALANCE-OUT
           MOVE WS-WEEK-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE "AR items"   TO WS-AMT-LABEL-1-OUT
           MOVE WS-WK-AR-IN (WS-WK-IDX) TO WS-AMT-VALUE-1-OUT
           MOVE " Contracts" TO WS-AMT-LABEL-2-OUT
           MOVE WS-WK-CONTRACT-IN (WS-WK-IDX) TO WS-AMT-VALUE-2-OUT
           MOVE SPACES       TO WS-AMT-LABEL-3-OUT
           MOVE 0            TO WS-AMT-VALUE-3-OUT
           MOVE WS-AMOUNT-LINE TO FORECAST-REPORT-LINE
           MOVE SPACES TO FORECAST-REPORT-LINE (53:)
           WRITE FORECAST-REPORT-LINE
           MOVE "Payroll"    TO WS-AMT-LABEL-1-OUT
           MOVE WS-WK-PAYROLL-OUT (WS-WK-IDX) TO WS-AMT-VALUE-1-OUT
           MOVE " Withheld"  TO WS-AMT-LABEL-2-OUT
           MOVE WS-WK-WITHHELD-OUT (WS-WK-IDX) TO WS-AMT-VALUE-2-OUT
           MOVE " Advances"  TO WS-AMT-LABEL-3-OUT
           MOVE WS-WK-LOAN-OUT (WS-WK-IDX) TO WS-AMT-VALUE-3-OUT
           MOVE WS-AMOUNT-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           IF WS-RUNNING-BALANCE < 0
               MOVE WS-SHORTFALL-LINE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.
