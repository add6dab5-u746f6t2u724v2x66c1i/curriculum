       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollForecast.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CALENDAR-KEY
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

           SELECT STAGED-RATE-FILE ASSIGN TO "RATESTG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-STAGED-KEY
               FILE STATUS IS WS-STAGED-RATE-STATUS.

           SELECT SUTA-RATE-FILE ASSIGN TO "SUTARATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-STATE
               FILE STATUS IS WS-SUTA-RATE-STATUS.

           SELECT WORK-COMP-RATE-FILE ASSIGN TO "WORKCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WC-RATE-KEY
               FILE STATUS IS WS-WORK-COMP-STATUS.

           SELECT BENEFIT-COST-FILE ASSIGN TO "BENCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-DEPARTMENT-CODE
               FILE STATUS IS WS-BENEFIT-COST-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-GL-MAP-STATUS.

           SELECT CHART-ACCOUNT-FILE ASSIGN TO "CHARTACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-CODE
               FILE STATUS IS WS-CHART-ACCOUNT-STATUS.

           SELECT PROPOSED-BUDGET-FILE ASSIGN TO "BUDGPROP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-BUDGET-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO "PAYFCST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  STAGED-RATE-FILE.
           COPY RATESTG.

       FD  SUTA-RATE-FILE.
           COPY SUTARATE.

       FD  WORK-COMP-RATE-FILE.
           COPY WORKCOMP.

       FD  BENEFIT-COST-FILE.
           COPY BENCOST.

       FD  GL-ACCOUNT-MAP-FILE.
           COPY GLMAP.

       FD  CHART-ACCOUNT-FILE.
           COPY CHARTACC.

       FD  PROPOSED-BUDGET-FILE.
           COPY BUDGET.

       FD  FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-LINE     PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PAY-CALENDAR-STATUS   PIC X(2) VALUE "00".
       01 WS-STAGED-RATE-STATUS    PIC X(2) VALUE "00".
       01 WS-SUTA-RATE-STATUS      PIC X(2) VALUE "00".
       01 WS-WORK-COMP-STATUS      PIC X(2) VALUE "00".
       01 WS-BENEFIT-COST-STATUS   PIC X(2) VALUE "00".
       01 WS-PROPOSED-BUDGET-STATUS PIC X(2) VALUE "00".
       01 WS-FORECAST-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-GL-MAP-STATUS         PIC X(2) VALUE "00".
       01 WS-CHART-ACCOUNT-STATUS  PIC X(2) VALUE "00".
       01 WS-GL-MAP-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-GL-MAP-AVAILABLE   VALUE "Y".
       01 WS-CHART-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-CHART-AVAILABLE    VALUE "Y".
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "SalaryCalculator".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).

       01 WS-STAGED-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-STAGED-AVAILABLE   VALUE "Y".
       01 WS-SUTA-AVAILABLE-SW     PIC X(1) VALUE "N".
          88 WS-SUTA-AVAILABLE     VALUE "Y".
       01 WS-WORK-COMP-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-WORK-COMP-AVAILABLE VALUE "Y".
       01 WS-BENEFITS-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-BENEFITS-AVAILABLE VALUE "Y".
       01 WS-EMPLOYEE-EOF-SW       PIC X(1) VALUE "N".
          88 WS-EMPLOYEE-EOF       VALUE "Y".
       01 WS-CALENDAR-EOF-SW       PIC X(1) VALUE "N".
          88 WS-CALENDAR-EOF       VALUE "Y".
       01 WS-STAGED-EOF-SW         PIC X(1) VALUE "N".
          88 WS-STAGED-EOF         VALUE "Y".
       01 WS-DEPT-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-DEPT-FOUND         VALUE "Y".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-FORECAST-YEAR         PIC 9(4).
       01 WS-CHECK-YEAR            PIC 9(4).
       01 WS-SOC-SEC-TAX-RATE      PIC V9(4) VALUE .0620.
       01 WS-MEDICARE-TAX-RATE     PIC V9(4) VALUE .0145.

      * The forecast year's pay periods for each group, in calendar
      * order, with the month each one's check lands in - the
      * month its cost is budgeted to.
       01 WS-PERIOD-TABLE.
          05 WS-PERIOD-ENTRY OCCURS 120 TIMES
                                    INDEXED BY WS-PRD-IDX.
             10 WS-PRD-GROUP         PIC X(1).
             10 WS-PRD-END-DATE      PIC 9(8).
             10 WS-PRD-MONTH         PIC 9(2).
       01 WS-PERIOD-COUNT          PIC 9(3) VALUE 0.
       01 WS-WEEKLY-PERIODS        PIC 9(3) VALUE 0.
       01 WS-MONTHLY-PERIODS       PIC 9(3) VALUE 0.

      * Pending staged rate changes for the employee in hand, in
      * effective-date order.
       01 WS-STAGED-TABLE.
          05 WS-STAGED-ENTRY OCCURS 20 TIMES
                                    INDEXED BY WS-STG-IDX.
             10 WS-STG-EFFECTIVE     PIC 9(8).
             10 WS-STG-NEW-RATE      PIC S9(7)V99.
       01 WS-STAGED-COUNT          PIC 9(3) VALUE 0.

      * Forecast cost by department, month and cost type: 1 wages,
      * 2 employer FICA, 3 workers' comp, 4 SUTA, 5 benefits.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES
                                    INDEXED BY WS-DEPT-IDX.
             10 WS-DEPT-CODE         PIC X(4).
             10 WS-DEPT-HEADCOUNT    PIC 9(5).
             10 WS-DEPT-MONTH OCCURS 12 TIMES
                                    INDEXED BY WS-MON-IDX.
                15 WS-DEPT-COST OCCURS 5 TIMES
                                    INDEXED BY WS-TYP-IDX
                                    PIC S9(11)V99.
       01 WS-DEPT-COUNT            PIC 9(3) VALUE 0.

       01 WS-COST-TYPE-TABLE.
          05 WS-COST-TYPE-ENTRY OCCURS 5 TIMES.
             10 WS-TYPE-POSTING      PIC X(10).
             10 WS-TYPE-ACCOUNT      PIC X(10).
             10 WS-TYPE-NAME         PIC X(16).
             10 WS-TYPE-TOTAL        PIC S9(11)V99.
       01 WS-TYPE-SUB              PIC 9(1).
       01 WS-MONTH-SUB             PIC 9(2).

       01 WS-PERIOD-RATE           PIC S9(7)V99 VALUE 0.
       01 WS-PERIOD-GROSS          PIC S9(9)V99 VALUE 0.
       01 WS-PROJECTED-YTD         PIC S9(9)V99 VALUE 0.
       01 WS-PROJECTED-SUTA-YTD    PIC S9(9)V99 VALUE 0.
       01 WS-SOC-SEC-ROOM          PIC S9(9)V99 VALUE 0.
       01 WS-SOC-SEC-WAGES         PIC S9(9)V99 VALUE 0.
       01 WS-SUTA-ROOM             PIC S9(9)V99 VALUE 0.
       01 WS-SUTA-TAXABLE          PIC S9(9)V99 VALUE 0.
       01 WS-EMPLOYER-FICA         PIC S9(9)V99 VALUE 0.
       01 WS-SUTA-TAX              PIC S9(9)V99 VALUE 0.
       01 WS-COMP-PREMIUM          PIC S9(9)V99 VALUE 0.
       01 WS-BENEFIT-COST          PIC S9(9)V99 VALUE 0.
       01 WS-EMP-SUTA-RATE         PIC V9(4) VALUE 0.
       01 WS-EMP-SUTA-BASE         PIC 9(9)V99 VALUE 0.
       01 WS-EMP-COMP-RATE         PIC 9(3)V99 VALUE 0.
       01 WS-EMP-BENEFIT-HEAD      PIC 9(5)V99 VALUE 0.
       01 WS-EMP-BENEFIT-PCT       PIC V9(4) VALUE 0.
       01 WS-LAST-BENEFIT-MONTH    PIC 9(2) VALUE 0.
       01 WS-EMPLOYEE-PERIODS      PIC 9(3) VALUE 0.

       01 WS-EMPLOYEES-FORECAST    PIC 9(5) VALUE 0.
       01 WS-EMPLOYEES-SKIPPED     PIC 9(5) VALUE 0.
       01 WS-BUDGET-LINES-WRITTEN  PIC 9(5) VALUE 0.
       01 WS-DEPT-TOTAL            PIC S9(11)V99 VALUE 0.
       01 WS-TYPE-YEAR-TOTAL       PIC S9(11)V99 VALUE 0.

       01 WS-PFR-HEADER.
          05 FILLER                PIC X(31) VALUE
             "-- Payroll Cost Forecast for ".
          05 WS-PFR-YEAR-OUT       PIC 9(4).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-PFR-DEPT-HEADING.
          05 FILLER                PIC X(11) VALUE "Department ".
          05 WS-PFR-DEPT-OUT       PIC X(4).
          05 FILLER                PIC X(13) VALUE "   headcount ".
          05 WS-PFR-HEAD-OUT       PIC ZZ,ZZ9.
       01 WS-PFR-LINE.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-PFR-TYPE-OUT       PIC X(16).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PFR-ACCOUNT-OUT    PIC X(10).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PFR-AMOUNT-OUT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-PFR-TOTAL-LINE.
          05 FILLER                PIC X(32) VALUE
             "    Total".
          05 WS-PFR-TOTAL-OUT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-PFR-COUNT-LINE.
          05 FILLER                PIC X(22) VALUE
             "Employees forecast:  ".
          05 WS-PFR-FCST-OUT       PIC ZZ,ZZ9.
          05 FILLER                PIC X(14) VALUE "   skipped:  ".
          05 WS-PFR-SKIP-OUT       PIC ZZ,ZZ9.
          05 FILLER                PIC X(18) VALUE
             "   budget lines:  ".
          05 WS-PFR-LINES-OUT      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      * Next year's labor cost, built the way payroll will actually
      * spend it: every active employee is walked through the
      * forecast year's pay periods on the calendar at the current
      * rate (stepping up as any staged rate change takes effect),
      * with the employer FICA match under the wage base, SUTA
      * under the state base, workers' comp by comp class and the
      * employer's benefit cost on top.  Costs land in the month
      * the check is dated, on the GL accounts payroll posts to,
      * and come out as proposed budget records in BUDGPROP.DAT
      * for finance to load or replace from the budget screen.
       RUN-START.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file EMPMAST.DAT on hand "
                       "- nothing to forecast."
               GOBACK
           END-IF.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-PAY-CALENDAR-STATUS NOT = "00"
               DISPLAY "No pay calendar PAYCAL.DAT on hand - nothing "
                       "to forecast."
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           CLOSE RUN-CONTROL-FILE.
           MOVE WS-TODAY-DATE (1:4) TO WS-FORECAST-YEAR.
           ADD 1 TO WS-FORECAST-YEAR.

           PERFORM LOAD-FORECAST-PERIODS.
           CLOSE PAY-CALENDAR-FILE.
           IF WS-WEEKLY-PERIODS = 0
               DISPLAY "No weekly pay periods on the calendar for "
                       WS-FORECAST-YEAR " - weekly staff are not "
                       "forecast."
           END-IF.
           IF WS-MONTHLY-PERIODS = 0
               DISPLAY "No monthly pay periods on the calendar for "
                       WS-FORECAST-YEAR " - monthly staff are not "
                       "forecast."
           END-IF.

           PERFORM RESOLVE-COST-ACCOUNTS.

           OPEN INPUT STAGED-RATE-FILE.
           IF WS-STAGED-RATE-STATUS = "00"
               MOVE "Y" TO WS-STAGED-AVAILABLE-SW
           END-IF.
           OPEN INPUT SUTA-RATE-FILE.
           IF WS-SUTA-RATE-STATUS = "00"
               MOVE "Y" TO WS-SUTA-AVAILABLE-SW
           END-IF.
           OPEN INPUT WORK-COMP-RATE-FILE.
           IF WS-WORK-COMP-STATUS = "00"
               MOVE "Y" TO WS-WORK-COMP-AVAILABLE-SW
           END-IF.
           OPEN INPUT BENEFIT-COST-FILE.
           IF WS-BENEFIT-COST-STATUS = "00"
               MOVE "Y" TO WS-BENEFITS-AVAILABLE-SW
           ELSE
               DISPLAY "No benefit cost file BENCOST.DAT on hand - "
                       "employer benefits forecast at zero."
           END-IF.

           MOVE "N" TO WS-EMPLOYEE-EOF-SW.
           MOVE 0 TO EM-EMPLOYEE-ID.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN
                 EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-EOF-SW
           END-START.
           PERFORM UNTIL WS-EMPLOYEE-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EMPLOYEE-EOF-SW
                   NOT AT END
                       IF EM-ACTIVE
                           PERFORM FORECAST-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-STAGED-AVAILABLE
               CLOSE STAGED-RATE-FILE
           END-IF.
           IF WS-SUTA-AVAILABLE
               CLOSE SUTA-RATE-FILE
           END-IF.
           IF WS-WORK-COMP-AVAILABLE
               CLOSE WORK-COMP-RATE-FILE
           END-IF.
           IF WS-BENEFITS-AVAILABLE
               CLOSE BENEFIT-COST-FILE
           END-IF.

           OPEN OUTPUT PROPOSED-BUDGET-FILE.
           OPEN OUTPUT FORECAST-REPORT-FILE.
           MOVE WS-FORECAST-YEAR TO WS-PFR-YEAR-OUT.
           MOVE WS-PFR-HEADER TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           MOVE SPACES TO FORECAST-REPORT-LINE.
           WRITE FORECAST-REPORT-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM WRITE-DEPARTMENT-FORECAST
           END-PERFORM.
           PERFORM WRITE-FORECAST-TOTALS.
           CLOSE PROPOSED-BUDGET-FILE.
           CLOSE FORECAST-REPORT-FILE.
           DISPLAY "Payroll forecast for " WS-FORECAST-YEAR ": "
                   WS-EMPLOYEES-FORECAST " employees, "
                   WS-BUDGET-LINES-WRITTEN " proposed budget lines "
                   "in BUDGPROP.DAT.".
           GOBACK.

       COPY OPENRCTL.

       COPY GLMAPRES.

      * The calendar is keyed group then period number, so each
      * group's periods come back in date order.  A period belongs
      * to the forecast year by its check date.
       LOAD-FORECAST-PERIODS.
           MOVE 0 TO WS-PERIOD-COUNT
           MOVE "N" TO WS-CALENDAR-EOF-SW
           MOVE LOW-VALUES TO PC-CALENDAR-KEY
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
                       MOVE PC-CHECK-DATE (1:4) TO WS-CHECK-YEAR
                       IF (PC-GROUP-WEEKLY OR PC-GROUP-MONTHLY)
                          AND WS-CHECK-YEAR = WS-FORECAST-YEAR
                          AND WS-PERIOD-COUNT < 120
                           ADD 1 TO WS-PERIOD-COUNT
                           SET WS-PRD-IDX TO WS-PERIOD-COUNT
                           MOVE PC-PAY-GROUP TO
                               WS-PRD-GROUP (WS-PRD-IDX)
                           MOVE PC-END-DATE TO
                               WS-PRD-END-DATE (WS-PRD-IDX)
                           MOVE PC-CHECK-DATE (5:2) TO
                               WS-PRD-MONTH (WS-PRD-IDX)
                           IF PC-GROUP-WEEKLY
                               ADD 1 TO WS-WEEKLY-PERIODS
                           ELSE
                               ADD 1 TO WS-MONTHLY-PERIODS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Each cost type budgets to the account payroll itself posts
      * that cost to, resolved through the same account map.
      * Benefits have no payroll posting of their own yet and go to
      * 6040 unless the map says otherwise.
       RESOLVE-COST-ACCOUNTS.
           MOVE "6000"             TO WS-TYPE-POSTING (1)
           MOVE "Wages"            TO WS-TYPE-NAME (1)
           MOVE "6010"             TO WS-TYPE-POSTING (2)
           MOVE "Employer FICA"    TO WS-TYPE-NAME (2)
           MOVE "6020"             TO WS-TYPE-POSTING (3)
           MOVE "Workers' comp"    TO WS-TYPE-NAME (3)
           MOVE "6030"             TO WS-TYPE-POSTING (4)
           MOVE "SUTA"             TO WS-TYPE-NAME (4)
           MOVE "6040"             TO WS-TYPE-POSTING (5)
           MOVE "Benefits"         TO WS-TYPE-NAME (5)
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-GL-MAP-STATUS = "00"
               MOVE "Y" TO WS-GL-MAP-AVAILABLE-SW
           END-IF
           OPEN INPUT CHART-ACCOUNT-FILE
           IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE-SW
           END-IF
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE WS-TYPE-POSTING (WS-TYPE-SUB) TO
                   WS-GL-POSTING-TYPE
               MOVE WS-TYPE-POSTING (WS-TYPE-SUB) TO
                   WS-GL-POST-ACCOUNT
               PERFORM RESOLVE-GL-ACCOUNT
               MOVE WS-GL-POST-ACCOUNT TO
                   WS-TYPE-ACCOUNT (WS-TYPE-SUB)
               MOVE 0 TO WS-TYPE-TOTAL (WS-TYPE-SUB)
           END-PERFORM
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
           END-IF.

       FORECAST-ONE-EMPLOYEE.
           IF EM-GROUP-MONTHLY AND WS-MONTHLY-PERIODS = 0
               ADD 1 TO WS-EMPLOYEES-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF NOT EM-GROUP-MONTHLY AND WS-WEEKLY-PERIODS = 0
               ADD 1 TO WS-EMPLOYEES-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DEPARTMENT-SLOT
           IF NOT WS-DEPT-FOUND
               DISPLAY "Department table full - employee "
                       EM-EMPLOYEE-ID " not forecast."
               ADD 1 TO WS-EMPLOYEES-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-HEADCOUNT (WS-DEPT-IDX)
           ADD 1 TO WS-EMPLOYEES-FORECAST
           PERFORM LOAD-STAGED-RATES
           PERFORM LOOKUP-EMPLOYER-RATES
           MOVE 0 TO WS-PROJECTED-YTD
           MOVE 0 TO WS-PROJECTED-SUTA-YTD
           MOVE 0 TO WS-LAST-BENEFIT-MONTH
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PERIOD-COUNT
               IF (EM-GROUP-MONTHLY
                   AND WS-PRD-GROUP (WS-PRD-IDX) = "M")
                  OR (NOT EM-GROUP-MONTHLY
                      AND WS-PRD-GROUP (WS-PRD-IDX) = "W")
                   PERFORM FORECAST-ONE-PERIOD
               END-IF
           END-PERFORM.

       FIND-DEPARTMENT-SLOT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND
               IF WS-DEPT-CODE (WS-DEPT-IDX) = EM-DEPARTMENT-CODE
                   MOVE "Y" TO WS-DEPT-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND
               SET WS-DEPT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT < 100
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   INITIALIZE WS-DEPT-ENTRY (WS-DEPT-IDX)
                   MOVE EM-DEPARTMENT-CODE TO
                       WS-DEPT-CODE (WS-DEPT-IDX)
                   MOVE "Y" TO WS-DEPT-FOUND-SW
               END-IF
           END-IF.

       LOAD-STAGED-RATES.
           MOVE 0 TO WS-STAGED-COUNT
           IF WS-STAGED-AVAILABLE
               MOVE "N" TO WS-STAGED-EOF-SW
               MOVE EM-EMPLOYEE-ID TO SR-EMPLOYEE-ID
               MOVE 0 TO SR-EFFECTIVE-DATE
               START STAGED-RATE-FILE KEY IS NOT LESS THAN
                     SR-STAGED-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-STAGED-EOF-SW
               END-START
               PERFORM UNTIL WS-STAGED-EOF
                   READ STAGED-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-STAGED-EOF-SW
                       NOT AT END
                           IF SR-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                               MOVE "Y" TO WS-STAGED-EOF-SW
                           ELSE
                               IF SR-PENDING
                                  AND WS-STAGED-COUNT < 20
                                   ADD 1 TO WS-STAGED-COUNT
                                   SET WS-STG-IDX TO WS-STAGED-COUNT
                                   MOVE SR-EFFECTIVE-DATE TO
                                       WS-STG-EFFECTIVE (WS-STG-IDX)
                                   MOVE SR-NEW-RATE TO
                                       WS-STG-NEW-RATE (WS-STG-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * The employer-side rates are the ones the payroll run uses:
      * SUTA by work state, comp by class and state falling back to
      * the class default, benefits by department falling back to
      * the blank-department default.
       LOOKUP-EMPLOYER-RATES.
           MOVE 0 TO WS-EMP-SUTA-RATE
           MOVE 0 TO WS-EMP-SUTA-BASE
           MOVE 0 TO WS-EMP-COMP-RATE
           MOVE 0 TO WS-EMP-BENEFIT-HEAD
           MOVE 0 TO WS-EMP-BENEFIT-PCT
           IF WS-SUTA-AVAILABLE
               MOVE EM-WORK-STATE TO SU-STATE
               READ SUTA-RATE-FILE
                   KEY IS SU-STATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SU-TAX-RATE  TO WS-EMP-SUTA-RATE
                       MOVE SU-WAGE-BASE TO WS-EMP-SUTA-BASE
               END-READ
           END-IF
           IF WS-WORK-COMP-AVAILABLE
              AND EM-COMP-CLASS NOT = SPACES
               MOVE EM-COMP-CLASS TO WC-COMP-CLASS
               MOVE EM-WORK-STATE TO WC-STATE
               READ WORK-COMP-RATE-FILE
                   KEY IS WC-RATE-KEY
                   INVALID KEY
                       MOVE EM-COMP-CLASS TO WC-COMP-CLASS
                       MOVE SPACES TO WC-STATE
                       READ WORK-COMP-RATE-FILE
                           KEY IS WC-RATE-KEY
                           INVALID KEY
                               MOVE 0 TO WC-RATE-PER-100
                       END-READ
               END-READ
               MOVE WC-RATE-PER-100 TO WS-EMP-COMP-RATE
           END-IF
           IF WS-BENEFITS-AVAILABLE
               MOVE EM-DEPARTMENT-CODE TO BC-DEPARTMENT-CODE
               READ BENEFIT-COST-FILE
                   KEY IS BC-DEPARTMENT-CODE
                   INVALID KEY
                       MOVE SPACES TO BC-DEPARTMENT-CODE
                       READ BENEFIT-COST-FILE
                           KEY IS BC-DEPARTMENT-CODE
                           INVALID KEY
                               MOVE 0 TO BC-MONTHLY-PER-HEAD
                               MOVE 0 TO BC-PERCENT-OF-PAY
                       END-READ
               END-READ
               MOVE BC-MONTHLY-PER-HEAD TO WS-EMP-BENEFIT-HEAD
               MOVE BC-PERCENT-OF-PAY   TO WS-EMP-BENEFIT-PCT
           END-IF.

      * One pay period: the rate in force at the period end (the
      * current rate, or the latest staged change effective by
      * then), the employer taxes on it under their caps as the
      * projected year-to-date climbs, and the benefit premium the
      * first time the employee is paid in a month.
       FORECAST-ONE-PERIOD.
           MOVE EM-PAY-RATE TO WS-PERIOD-RATE
           PERFORM VARYING WS-STG-IDX FROM 1 BY 1
                   UNTIL WS-STG-IDX > WS-STAGED-COUNT
               IF WS-STG-EFFECTIVE (WS-STG-IDX) <=
                  WS-PRD-END-DATE (WS-PRD-IDX)
                   MOVE WS-STG-NEW-RATE (WS-STG-IDX) TO
                       WS-PERIOD-RATE
               END-IF
           END-PERFORM
           MOVE WS-PERIOD-RATE TO WS-PERIOD-GROSS
           MOVE WS-PRD-MONTH (WS-PRD-IDX) TO WS-MONTH-SUB
           SET WS-MON-IDX TO WS-MONTH-SUB

           COMPUTE WS-SOC-SEC-ROOM =
               RC-FICA-WAGE-BASE - WS-PROJECTED-YTD
           IF WS-SOC-SEC-ROOM < 0
               MOVE 0 TO WS-SOC-SEC-ROOM
           END-IF
           IF WS-PERIOD-GROSS > WS-SOC-SEC-ROOM
               MOVE WS-SOC-SEC-ROOM TO WS-SOC-SEC-WAGES
           ELSE
               MOVE WS-PERIOD-GROSS TO WS-SOC-SEC-WAGES
           END-IF
           COMPUTE WS-EMPLOYER-FICA ROUNDED =
               (WS-SOC-SEC-WAGES * WS-SOC-SEC-TAX-RATE)
               + (WS-PERIOD-GROSS * WS-MEDICARE-TAX-RATE)

           MOVE 0 TO WS-SUTA-TAX
           IF WS-EMP-SUTA-RATE > 0
               COMPUTE WS-SUTA-ROOM =
                   WS-EMP-SUTA-BASE - WS-PROJECTED-SUTA-YTD
               IF WS-SUTA-ROOM < 0
                   MOVE 0 TO WS-SUTA-ROOM
               END-IF
               IF WS-PERIOD-GROSS > WS-SUTA-ROOM
                   MOVE WS-SUTA-ROOM TO WS-SUTA-TAXABLE
               ELSE
                   MOVE WS-PERIOD-GROSS TO WS-SUTA-TAXABLE
               END-IF
               COMPUTE WS-SUTA-TAX ROUNDED =
                   WS-SUTA-TAXABLE * WS-EMP-SUTA-RATE
               ADD WS-SUTA-TAXABLE TO WS-PROJECTED-SUTA-YTD
           END-IF

           COMPUTE WS-COMP-PREMIUM ROUNDED =
               WS-PERIOD-GROSS * WS-EMP-COMP-RATE / 100

           COMPUTE WS-BENEFIT-COST ROUNDED =
               WS-PERIOD-GROSS * WS-EMP-BENEFIT-PCT
           IF WS-PRD-MONTH (WS-PRD-IDX) NOT = WS-LAST-BENEFIT-MONTH
               ADD WS-EMP-BENEFIT-HEAD TO WS-BENEFIT-COST
               MOVE WS-PRD-MONTH (WS-PRD-IDX) TO
                   WS-LAST-BENEFIT-MONTH
           END-IF

           ADD WS-PERIOD-GROSS TO WS-PROJECTED-YTD
           ADD WS-PERIOD-GROSS TO
               WS-DEPT-COST (WS-DEPT-IDX, WS-MON-IDX, 1)
           ADD WS-EMPLOYER-FICA TO
               WS-DEPT-COST (WS-DEPT-IDX, WS-MON-IDX, 2)
           ADD WS-COMP-PREMIUM TO
               WS-DEPT-COST (WS-DEPT-IDX, WS-MON-IDX, 3)
           ADD WS-SUTA-TAX TO
               WS-DEPT-COST (WS-DEPT-IDX, WS-MON-IDX, 4)
           ADD WS-BENEFIT-COST TO
               WS-DEPT-COST (WS-DEPT-IDX, WS-MON-IDX, 5).

      * One proposed budget record per account, department and
      * month with any cost, and a report block per department
      * showing the year's total by cost type.
       WRITE-DEPARTMENT-FORECAST.
           MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-PFR-DEPT-OUT
           MOVE WS-DEPT-HEADCOUNT (WS-DEPT-IDX) TO WS-PFR-HEAD-OUT
           MOVE WS-PFR-DEPT-HEADING TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE 0 TO WS-DEPT-TOTAL
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE 0 TO WS-TYPE-YEAR-TOTAL
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   SET WS-MON-IDX TO WS-MONTH-SUB
                   SET WS-TYP-IDX TO WS-TYPE-SUB
                   IF WS-DEPT-COST (WS-DEPT-IDX, WS-MON-IDX,
                                    WS-TYP-IDX) NOT = 0
                       INITIALIZE BUDGET-RECORD
                       MOVE WS-TYPE-ACCOUNT (WS-TYPE-SUB) TO
                           BD-ACCOUNT-CODE
                       MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO
                           BD-DEPARTMENT-CODE
                       COMPUTE BD-PERIOD =
                           (WS-FORECAST-YEAR * 100) + WS-MONTH-SUB
                       MOVE WS-DEPT-COST (WS-DEPT-IDX, WS-MON-IDX,
                                          WS-TYP-IDX) TO BD-AMOUNT
                       WRITE BUDGET-RECORD
                       ADD 1 TO WS-BUDGET-LINES-WRITTEN
                       ADD BD-AMOUNT TO WS-TYPE-YEAR-TOTAL
                   END-IF
               END-PERFORM
               MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO WS-PFR-TYPE-OUT
               MOVE WS-TYPE-ACCOUNT (WS-TYPE-SUB) TO
                   WS-PFR-ACCOUNT-OUT
               MOVE WS-TYPE-YEAR-TOTAL TO WS-PFR-AMOUNT-OUT
               MOVE WS-PFR-LINE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               ADD WS-TYPE-YEAR-TOTAL TO WS-DEPT-TOTAL
               ADD WS-TYPE-YEAR-TOTAL TO WS-TYPE-TOTAL (WS-TYPE-SUB)
           END-PERFORM
           MOVE WS-DEPT-TOTAL TO WS-PFR-TOTAL-OUT
           MOVE WS-PFR-TOTAL-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.

       WRITE-FORECAST-TOTALS.
           MOVE "ALL" TO WS-PFR-DEPT-OUT
           MOVE WS-EMPLOYEES-FORECAST TO WS-PFR-HEAD-OUT
           MOVE WS-PFR-DEPT-HEADING TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE 0 TO WS-DEPT-TOTAL
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO WS-PFR-TYPE-OUT
               MOVE WS-TYPE-ACCOUNT (WS-TYPE-SUB) TO
                   WS-PFR-ACCOUNT-OUT
               MOVE WS-TYPE-TOTAL (WS-TYPE-SUB) TO WS-PFR-AMOUNT-OUT
               MOVE WS-PFR-LINE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               ADD WS-TYPE-TOTAL (WS-TYPE-SUB) TO WS-DEPT-TOTAL
           END-PERFORM
           MOVE WS-DEPT-TOTAL TO WS-PFR-TOTAL-OUT
           MOVE WS-PFR-TOTAL-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE SPACES TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE WS-EMPLOYEES-FORECAST   TO WS-PFR-FCST-OUT
           MOVE WS-EMPLOYEES-SKIPPED    TO WS-PFR-SKIP-OUT
           MOVE WS-BUDGET-LINES-WRITTEN TO WS-PFR-LINES-OUT
           MOVE WS-PFR-COUNT-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.
