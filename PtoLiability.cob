       IDENTIFICATION DIVISION.
       PROGRAM-ID. PtoLiability.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT EMPLOYEE-ASSIGNMENT-FILE ASSIGN TO "EMPASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-ASSIGNMENT-KEY
               FILE STATUS IS WS-EMPLOYEE-ASSIGNMENT-STATUS.

           SELECT PTO-ACCRUAL-FILE ASSIGN TO "PTOACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-EMPLOYEE-ID
               FILE STATUS IS WS-PTO-ACCRUAL-STATUS.

           SELECT FILE-CONTROL-SIDE-FILE ASSIGN TO "FILECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FILE-NAME
               FILE STATUS IS WS-FILE-CONTROL-STATUS.

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

           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CONTROL-KEY
               FILE STATUS IS WS-GL-CONTROL-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

           SELECT PTO-LIABILITY-REPORT-FILE ASSIGN TO "PTOLIAB.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTO-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  EMPLOYEE-ASSIGNMENT-FILE.
           COPY EMPASSGN.

       FD  PTO-ACCRUAL-FILE.
           COPY PTOACCR.

       FD  FILE-CONTROL-SIDE-FILE.
           COPY FILECTL.

       FD  GL-ACCOUNT-MAP-FILE.
           COPY GLMAP.

       FD  CHART-ACCOUNT-FILE.
           COPY CHARTACC.

       FD  GL-CONTROL-FILE.
           COPY GLCTL.

       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       FD  PTO-LIABILITY-REPORT-FILE.
       01 PTO-LIABILITY-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS      PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS  PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-ASSIGNMENT-STATUS PIC X(2) VALUE "00".
       01 WS-PTO-ACCRUAL-STATUS      PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS     PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-PTO-REPORT-STATUS     PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-GLFEED-DELTA-COUNT    PIC 9(9) VALUE 0.
       01 WS-GLFEED-DELTA-AMOUNT   PIC S9(13)V99 VALUE 0.
       01 WS-GL-BATCH-NUMBER       PIC 9(7) VALUE 0.
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-GL-MAP-STATUS         PIC X(2) VALUE "00".
       01 WS-CHART-ACCOUNT-STATUS  PIC X(2) VALUE "00".
       01 WS-GL-MAP-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-GL-MAP-AVAILABLE   VALUE "Y".
       01 WS-CHART-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-CHART-AVAILABLE    VALUE "Y".
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "PtoLiability".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).
       01 WS-GL-POST-SIDE          PIC X(1).
       01 WS-GL-POST-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-GL-POST-DEPT          PIC X(4) VALUE SPACES.

       01 WS-TODAY-DATE              PIC 9(8).
       01 WS-EMPLOYEE-EOF-SW         PIC X(1) VALUE "N".
          88 WS-EMPLOYEE-EOF         VALUE "Y".
       01 WS-ACCRUAL-EOF-SW          PIC X(1) VALUE "N".
          88 WS-ACCRUAL-EOF          VALUE "Y".
       01 WS-ASSIGN-EOF-SW           PIC X(1) VALUE "N".
          88 WS-ASSIGN-EOF           VALUE "Y".
       01 WS-ASSIGNMENTS-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-ASSIGNMENTS-AVAILABLE VALUE "Y".
       01 WS-ACCRUAL-FOUND-SW        PIC X(1) VALUE "N".
          88 WS-ACCRUAL-FOUND        VALUE "Y".
       01 WS-HOURLY-FOUND-SW         PIC X(1) VALUE "N".
          88 WS-HOURLY-FOUND         VALUE "Y".

      * Employer FICA rides on the payout the same as on any wage,
      * so it is part of what is owed.
       01 WS-SOC-SEC-TAX-RATE        PIC V9(4) VALUE .0620.
       01 WS-MEDICARE-TAX-RATE       PIC V9(4) VALUE .0145.
       01 WS-PTO-HOURS               PIC S9(5)V99 VALUE 0.
       01 WS-PTO-RATE                PIC S9(5)V99 VALUE 0.
       01 WS-PTO-WAGES               PIC S9(7)V99 VALUE 0.
       01 WS-PTO-FICA                PIC S9(7)V99 VALUE 0.
       01 WS-PTO-LIABILITY           PIC S9(7)V99 VALUE 0.
       01 WS-PRIOR-ACCRUAL           PIC S9(7)V99 VALUE 0.
       01 WS-PRIOR-DEPARTMENT        PIC X(4).
       01 WS-DEPT-WANTED             PIC X(4).
       01 WS-EMPLOYEE-COUNT          PIC 9(5) VALUE 0.
       01 WS-LIABILITY-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-CHANGE-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-RELEASED-TOTAL          PIC S9(9)V99 VALUE 0.

      * Liability and the month's change per department; the GL is
      * posted from here, one expense / accrued-liability pair per
      * department.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-DEPT-IDX.
             10 WS-DEPT-CODE         PIC X(4).
             10 WS-DEPT-EMPLOYEES    PIC 9(5).
             10 WS-DEPT-HOURS        PIC S9(7)V99.
             10 WS-DEPT-WAGES        PIC S9(9)V99.
             10 WS-DEPT-FICA         PIC S9(9)V99.
             10 WS-DEPT-LIABILITY    PIC S9(9)V99.
             10 WS-DEPT-CHANGE       PIC S9(9)V99.
       01 WS-DEPT-COUNT              PIC 9(2) VALUE 0.
       01 WS-DEPT-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-DEPT-FOUND           VALUE "Y".

       01 WS-ROUND-RAW               PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUND-RESULT            PIC S9(9)V99 VALUE 0.

       01 WS-PTO-HEADER.
          05 FILLER                PIC X(36) VALUE
             "-- PTO Liability Valuation as of ".
          05 WS-PTO-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-PTO-COLUMN-HEADING.
          05 FILLER                PIC X(22) VALUE
             "Dept   Emps      Hours".
          05 FILLER                PIC X(27) VALUE
             "    Wage value    Emp. FICA".
          05 FILLER                PIC X(28) VALUE
             "     Liability  Month change".
       01 WS-PTO-DEPT-LINE.
          05 WS-PTO-DEPT-OUT       PIC X(4).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-PTO-EMPS-OUT       PIC ZZZZ9.
          05 WS-PTO-HOURS-OUT      PIC ZZZ,ZZ9.99-.
          05 WS-PTO-WAGES-OUT      PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-PTO-FICA-OUT       PIC Z,ZZZ,ZZ9.99-.
          05 WS-PTO-LIABILITY-OUT  PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-PTO-CHANGE-OUT     PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-PTO-TOTAL-LINE.
          05 FILLER                PIC X(20) VALUE
             "Total liability:   ".
          05 WS-PTO-TOTAL-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(20) VALUE
             "   Change posted:  ".
          05 WS-PTO-TOTAL-CHG-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-PTO-RELEASED-LINE.
          05 FILLER                PIC X(40) VALUE
             "Released by final pays since last run: ".
          05 WS-PTO-RELEASED-OUT   PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Month-end valuation of unused PTO.  Each employee's PTO
      * balance is priced at the current hourly-equivalent rate -
      * an active hourly assignment's rate where there is one,
      * otherwise the master pay rate converted by pay group the
      * way the final-pay cash-out converts it - plus employer
      * FICA.  Only the change from what is already accrued for the
      * employee goes to the GL, by department, so a month where
      * balances were used down reduces the accrual.  Final pays
      * release their own share when they cash the balance out, and
      * an employee no longer on the master has the accrual
      * reversed.  Running it twice in a month posts nothing new.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file EMPMAST.DAT on hand "
                       "- nothing to value."
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-ASSIGNMENT-FILE.
           IF WS-EMPLOYEE-ASSIGNMENT-STATUS = "00"
               MOVE "Y" TO WS-ASSIGNMENTS-AVAILABLE-SW
           END-IF.
           OPEN I-O PTO-ACCRUAL-FILE.
           IF WS-PTO-ACCRUAL-STATUS = "35"
               OPEN OUTPUT PTO-ACCRUAL-FILE
               CLOSE PTO-ACCRUAL-FILE
               OPEN I-O PTO-ACCRUAL-FILE
           END-IF.
           OPEN EXTEND GL-INTERFACE-FILE.
           PERFORM ACQUIRE-GL-BATCH-NUMBER.
           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF WS-GL-MAP-STATUS = "00"
               MOVE "Y" TO WS-GL-MAP-AVAILABLE-SW
           END-IF.
           OPEN INPUT CHART-ACCOUNT-FILE.
           IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE-SW
           END-IF.
           OPEN OUTPUT PTO-LIABILITY-REPORT-FILE.

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
                       IF EM-COMPANY-CODE = SPACES
                          OR EM-COMPANY-CODE = WS-SESSION-COMPANY
                           PERFORM VALUE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM RELEASE-ORPHAN-ACCRUALS.
           PERFORM WRITE-LIABILITY-REPORT.
           PERFORM WRITE-GL-FEED.

           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-ASSIGNMENTS-AVAILABLE
               CLOSE EMPLOYEE-ASSIGNMENT-FILE
           END-IF.
           CLOSE PTO-ACCRUAL-FILE.
           CLOSE GL-INTERFACE-FILE.
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
           END-IF.
           CLOSE PTO-LIABILITY-REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
           PERFORM POST-FILE-CONTROL-UPDATES.
           DISPLAY "PTO liability valuation complete - "
                   WS-EMPLOYEE-COUNT " employees, liability "
                   WS-LIABILITY-TOTAL ", change posted "
                   WS-CHANGE-TOTAL "."
           GOBACK.

       COPY OPENRCTL.

       COPY GLBATCH.

       COPY FCUPDT.

       COPY GLMAPRES.

       COPY ROUNDCTL.

       POST-FILE-CONTROL-UPDATES.
           MOVE "GLFEED" TO WS-FC-FILE-NAME
           MOVE WS-GLFEED-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-GLFEED-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL.

       VALUE-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE 0 TO WS-PTO-WAGES
           MOVE 0 TO WS-PTO-FICA
           MOVE 0 TO WS-PTO-RATE
           MOVE EM-PTO-BALANCE TO WS-PTO-HOURS
           IF WS-PTO-HOURS < 0
               MOVE 0 TO WS-PTO-HOURS
           END-IF
           IF WS-PTO-HOURS > 0
               PERFORM FIND-HOURLY-EQUIVALENT
               COMPUTE WS-ROUND-RAW = WS-PTO-HOURS * WS-PTO-RATE
               PERFORM APPLY-ROUNDING-MODE
               MOVE WS-ROUND-RESULT TO WS-PTO-WAGES
               COMPUTE WS-ROUND-RAW = WS-PTO-WAGES *
                   (WS-SOC-SEC-TAX-RATE + WS-MEDICARE-TAX-RATE)
               PERFORM APPLY-ROUNDING-MODE
               MOVE WS-ROUND-RESULT TO WS-PTO-FICA
           END-IF
           COMPUTE WS-PTO-LIABILITY = WS-PTO-WAGES + WS-PTO-FICA
           MOVE EM-EMPLOYEE-ID TO PA-EMPLOYEE-ID
           MOVE "N" TO WS-ACCRUAL-FOUND-SW
           READ PTO-ACCRUAL-FILE
               KEY IS PA-EMPLOYEE-ID
               INVALID KEY
                   INITIALIZE PTO-ACCRUAL-RECORD
                   MOVE EM-EMPLOYEE-ID TO PA-EMPLOYEE-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCRUAL-FOUND-SW
           END-READ
           IF WS-ACCRUAL-FOUND AND PA-RELEASED-DATE NOT <
              PA-LAST-ACCRUAL-DATE
               ADD PA-RELEASED-AMOUNT TO WS-RELEASED-TOTAL
           END-IF
      * A transfer moves the old accrual out of the old department
      * and the whole new one into the new department.
           MOVE PA-ACCRUED-AMOUNT  TO WS-PRIOR-ACCRUAL
           MOVE PA-DEPARTMENT-CODE TO WS-PRIOR-DEPARTMENT
           IF WS-PRIOR-ACCRUAL NOT = 0
               MOVE WS-PRIOR-DEPARTMENT TO WS-DEPT-WANTED
               PERFORM FIND-DEPARTMENT-SLOT
               IF WS-DEPT-FOUND
                   SUBTRACT WS-PRIOR-ACCRUAL
                       FROM WS-DEPT-CHANGE (WS-DEPT-IDX)
               END-IF
           END-IF
           MOVE EM-DEPARTMENT-CODE TO WS-DEPT-WANTED
           PERFORM FIND-DEPARTMENT-SLOT
           IF WS-DEPT-FOUND
               ADD 1 TO WS-DEPT-EMPLOYEES (WS-DEPT-IDX)
               ADD WS-PTO-HOURS TO WS-DEPT-HOURS (WS-DEPT-IDX)
               ADD WS-PTO-WAGES TO WS-DEPT-WAGES (WS-DEPT-IDX)
               ADD WS-PTO-FICA  TO WS-DEPT-FICA (WS-DEPT-IDX)
               ADD WS-PTO-LIABILITY TO WS-DEPT-LIABILITY (WS-DEPT-IDX)
               ADD WS-PTO-LIABILITY TO WS-DEPT-CHANGE (WS-DEPT-IDX)
           END-IF
           ADD WS-PTO-LIABILITY TO WS-LIABILITY-TOTAL
           COMPUTE WS-CHANGE-TOTAL =
               WS-CHANGE-TOTAL + WS-PTO-LIABILITY - WS-PRIOR-ACCRUAL
           MOVE WS-SESSION-COMPANY  TO PA-COMPANY-CODE
           MOVE EM-DEPARTMENT-CODE  TO PA-DEPARTMENT-CODE
           MOVE WS-PTO-HOURS        TO PA-HOURS
           MOVE WS-PTO-RATE         TO PA-HOURLY-RATE
           MOVE WS-PTO-LIABILITY    TO PA-ACCRUED-AMOUNT
           MOVE WS-TODAY-DATE       TO PA-LAST-ACCRUAL-DATE
           IF WS-ACCRUAL-FOUND
               REWRITE PTO-ACCRUAL-RECORD
           ELSE
               WRITE PTO-ACCRUAL-RECORD
           END-IF.

      * An active hourly assignment carries the employee's real
      * hourly rate.  Otherwise the master rate is pay per period,
      * brought to an hour the same way the final-pay cash-out
      * brings it: a monthly salary over 173.33 hours, anything
      * else over a 40-hour week.
       FIND-HOURLY-EQUIVALENT.
           MOVE "N" TO WS-HOURLY-FOUND-SW
           IF WS-ASSIGNMENTS-AVAILABLE
               MOVE "N" TO WS-ASSIGN-EOF-SW
               MOVE EM-EMPLOYEE-ID TO EA-EMPLOYEE-ID
               MOVE 0 TO EA-ASSIGNMENT-NUMBER
               START EMPLOYEE-ASSIGNMENT-FILE KEY IS NOT LESS THAN
                     EA-ASSIGNMENT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ASSIGN-EOF-SW
               END-START
               PERFORM UNTIL WS-ASSIGN-EOF OR WS-HOURLY-FOUND
                   READ EMPLOYEE-ASSIGNMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ASSIGN-EOF-SW
                       NOT AT END
                           IF EA-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                               MOVE "Y" TO WS-ASSIGN-EOF-SW
                           ELSE
                               IF EA-ACTIVE AND EA-MODE-HOURLY
                                   MOVE EA-PAY-RATE TO WS-PTO-RATE
                                   MOVE "Y" TO WS-HOURLY-FOUND-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF NOT WS-HOURLY-FOUND
               IF EM-GROUP-MONTHLY
                   COMPUTE WS-PTO-RATE ROUNDED =
                       EM-PAY-RATE / 173.33
               ELSE
                   COMPUTE WS-PTO-RATE ROUNDED = EM-PAY-RATE / 40
               END-IF
           END-IF.

      * An accrual row for this company that the master pass did
      * not touch today belongs to an employee no longer on the
      * master; whatever it still holds is reversed.
       RELEASE-ORPHAN-ACCRUALS.
           MOVE "N" TO WS-ACCRUAL-EOF-SW
           MOVE 0 TO PA-EMPLOYEE-ID
           START PTO-ACCRUAL-FILE KEY IS NOT LESS THAN PA-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-ACCRUAL-EOF-SW
           END-START
           PERFORM UNTIL WS-ACCRUAL-EOF
               READ PTO-ACCRUAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCRUAL-EOF-SW
                   NOT AT END
                       IF (PA-COMPANY-CODE = SPACES
                           OR PA-COMPANY-CODE = WS-SESSION-COMPANY)
                          AND PA-LAST-ACCRUAL-DATE NOT = WS-TODAY-DATE
                          AND PA-ACCRUED-AMOUNT NOT = 0
                           PERFORM REVERSE-ORPHAN-ACCRUAL
                       END-IF
               END-READ
           END-PERFORM.

       REVERSE-ORPHAN-ACCRUAL.
           MOVE PA-DEPARTMENT-CODE TO WS-DEPT-WANTED
           PERFORM FIND-DEPARTMENT-SLOT
           IF WS-DEPT-FOUND
               SUBTRACT PA-ACCRUED-AMOUNT
                   FROM WS-DEPT-CHANGE (WS-DEPT-IDX)
           END-IF
           SUBTRACT PA-ACCRUED-AMOUNT FROM WS-CHANGE-TOTAL
           DISPLAY "Employee " PA-EMPLOYEE-ID " not on the master - "
                   "PTO accrual of " PA-ACCRUED-AMOUNT " reversed."
           MOVE 0 TO PA-HOURS
           MOVE 0 TO PA-ACCRUED-AMOUNT
           MOVE WS-TODAY-DATE TO PA-LAST-ACCRUAL-DATE
           REWRITE PTO-ACCRUAL-RECORD.

       FIND-DEPARTMENT-SLOT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND
               IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-DEPT-WANTED
                   MOVE "Y" TO WS-DEPT-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND
               SET WS-DEPT-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   INITIALIZE WS-DEPT-ENTRY (WS-DEPT-IDX)
                   MOVE WS-DEPT-WANTED TO WS-DEPT-CODE (WS-DEPT-IDX)
                   MOVE "Y" TO WS-DEPT-FOUND-SW
               ELSE
                   DISPLAY "More than 50 departments - department "
                           WS-DEPT-WANTED " left off the report."
               END-IF
           END-IF.

       WRITE-LIABILITY-REPORT.
           MOVE WS-TODAY-DATE TO WS-PTO-DATE-OUT
           MOVE WS-PTO-HEADER TO PTO-LIABILITY-REPORT-LINE
           WRITE PTO-LIABILITY-REPORT-LINE
           MOVE WS-PTO-COLUMN-HEADING TO PTO-LIABILITY-REPORT-LINE
           WRITE PTO-LIABILITY-REPORT-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-PTO-DEPT-OUT
               MOVE WS-DEPT-EMPLOYEES (WS-DEPT-IDX) TO WS-PTO-EMPS-OUT
               MOVE WS-DEPT-HOURS (WS-DEPT-IDX) TO WS-PTO-HOURS-OUT
               MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO WS-PTO-WAGES-OUT
               MOVE WS-DEPT-FICA (WS-DEPT-IDX) TO WS-PTO-FICA-OUT
               MOVE WS-DEPT-LIABILITY (WS-DEPT-IDX)
                   TO WS-PTO-LIABILITY-OUT
               MOVE WS-DEPT-CHANGE (WS-DEPT-IDX) TO WS-PTO-CHANGE-OUT
               MOVE WS-PTO-DEPT-LINE TO PTO-LIABILITY-REPORT-LINE
               WRITE PTO-LIABILITY-REPORT-LINE
           END-PERFORM
           MOVE WS-LIABILITY-TOTAL TO WS-PTO-TOTAL-OUT
           MOVE WS-CHANGE-TOTAL TO WS-PTO-TOTAL-CHG-OUT
           MOVE WS-PTO-TOTAL-LINE TO PTO-LIABILITY-REPORT-LINE
           WRITE PTO-LIABILITY-REPORT-LINE
           MOVE WS-RELEASED-TOTAL TO WS-PTO-RELEASED-OUT
           MOVE WS-PTO-RELEASED-LINE TO PTO-LIABILITY-REPORT-LINE
           WRITE PTO-LIABILITY-REPORT-LINE.

      * Each department's change runs PTO expense against the
      * accrued-PTO liability, either way round.
       WRITE-GL-FEED.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-POST-DEPT
               IF WS-DEPT-CHANGE (WS-DEPT-IDX) > 0
                   MOVE "6060" TO WS-GL-POST-ACCOUNT
                   MOVE "D"    TO WS-GL-POST-SIDE
                   MOVE WS-DEPT-CHANGE (WS-DEPT-IDX)
                       TO WS-GL-POST-AMOUNT
                   PERFORM WRITE-GL-POSTING
                   MOVE "2190" TO WS-GL-POST-ACCOUNT
                   MOVE "C"    TO WS-GL-POST-SIDE
                   PERFORM WRITE-GL-POSTING
               END-IF
               IF WS-DEPT-CHANGE (WS-DEPT-IDX) < 0
                   MOVE "2190" TO WS-GL-POST-ACCOUNT
                   MOVE "D"    TO WS-GL-POST-SIDE
                   COMPUTE WS-GL-POST-AMOUNT =
                       0 - WS-DEPT-CHANGE (WS-DEPT-IDX)
                   PERFORM WRITE-GL-POSTING
                   MOVE "6060" TO WS-GL-POST-ACCOUNT
                   MOVE "C"    TO WS-GL-POST-SIDE
                   PERFORM WRITE-GL-POSTING
               END-IF
           END-PERFORM.

       WRITE-GL-POSTING.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           INITIALIZE GL-FEED-RECORD
           MOVE "PtoLiability"       TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
           MOVE WS-GL-POST-ACCOUNT   TO GL-ACCOUNT-CODE
           MOVE WS-GL-POST-SIDE      TO GL-DEBIT-CREDIT-SW
           MOVE WS-GL-POST-AMOUNT    TO GL-AMOUNT
           MOVE WS-GL-POST-DEPT      TO GL-DEPARTMENT-CODE
           MOVE WS-GL-BATCH-NUMBER   TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY   TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT.
