       IDENTIFICATION DIVISION.
       PROGRAM-ID. WageAccrual.

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

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CALENDAR-KEY
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT WAGE-ACCRUAL-FILE ASSIGN TO "WAGEACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WA-ACCRUAL-KEY
               FILE STATUS IS WS-WAGE-ACCRUAL-STATUS.

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

           SELECT WAGE-ACCRUAL-REPORT-FILE ASSIGN TO "WAGEACCR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  WAGE-ACCRUAL-FILE.
           COPY WAGEACCR.

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

       FD  WAGE-ACCRUAL-REPORT-FILE.
       01 WAGE-ACCRUAL-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS      PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS  PIC X(2) VALUE "00".
       01 WS-PAY-CALENDAR-STATUS     PIC X(2) VALUE "00".
       01 WS-PAY-HISTORY-STATUS      PIC X(2) VALUE "00".
       01 WS-WAGE-ACCRUAL-STATUS     PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS     PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-ACCRUAL-REPORT-STATUS PIC X(2) VALUE "00".
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
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "WageAccrual".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).
       01 WS-GL-POST-SIDE          PIC X(1).
       01 WS-GL-POST-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-GL-POST-DEPT          PIC X(4) VALUE SPACES.
       01 WS-GL-POST-DATE          PIC 9(8).
       01 WS-ACCRUE-SIDE           PIC X(1).
       01 WS-RELIEVE-SIDE          PIC X(1).

       01 WS-TODAY-DATE              PIC 9(8).
       01 WS-MONTH-END-DATE          PIC 9(8).
       01 WS-REVERSAL-DATE           PIC 9(8).
       01 WS-REVERSAL-PARTS REDEFINES WS-REVERSAL-DATE.
          05 WS-REVERSAL-YEAR        PIC 9(4).
          05 WS-REVERSAL-MM          PIC 9(2).
          05 WS-REVERSAL-DD          PIC 9(2).
       01 WS-CALENDAR-EOF-SW         PIC X(1) VALUE "N".
          88 WS-CALENDAR-EOF         VALUE "Y".
       01 WS-HISTORY-EOF-SW          PIC X(1) VALUE "N".
          88 WS-HISTORY-EOF          VALUE "Y".
       01 WS-ALREADY-POSTED-SW       PIC X(1) VALUE "N".
          88 WS-ALREADY-POSTED       VALUE "Y".

      * Weekdays between two dates, Monday to Friday inclusive.
       01 WS-COUNT-FROM-DATE         PIC 9(8).
       01 WS-COUNT-THRU-DATE         PIC 9(8).
       01 WS-COUNT-DAY               PIC 9(7).
       01 WS-COUNT-LAST-DAY          PIC 9(7).
       01 WS-WEEKDAY-COUNT           PIC 9(3).

      * Each pay group whose calendar period runs over month end:
      * the share of the period worked by month end, the run it is
      * priced from, and what it accrues.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 5 TIMES
                                   INDEXED BY WS-GROUP-IDX.
             10 WS-GRP-CODE          PIC X(1).
             10 WS-GRP-PERIOD        PIC 9(8).
             10 WS-GRP-START         PIC 9(8).
             10 WS-GRP-END           PIC 9(8).
             10 WS-GRP-CHECK         PIC 9(8).
             10 WS-GRP-DAYS-WORKED   PIC 9(3).
             10 WS-GRP-DAYS-PERIOD   PIC 9(3).
             10 WS-GRP-FRACTION      PIC 9V9(6).
             10 WS-GRP-LAST-RUN      PIC 9(8).
             10 WS-GRP-EMPLOYEES     PIC 9(5).
             10 WS-GRP-WAGES         PIC S9(9)V99.
             10 WS-GRP-TAXES         PIC S9(9)V99.
       01 WS-GROUP-COUNT             PIC 9(1) VALUE 0.
       01 WS-GROUP-WANTED            PIC X(1).
       01 WS-GROUP-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-GROUP-FOUND          VALUE "Y".

      * Employer FICA matches the employee share withheld.
       01 WS-RUN-FICA                PIC S9(7)V99 VALUE 0.
       01 WS-RUN-SUTA                PIC S9(7)V99 VALUE 0.
       01 WS-SHARE-GROSS             PIC S9(7)V99 VALUE 0.
       01 WS-SHARE-FICA              PIC S9(7)V99 VALUE 0.
       01 WS-SHARE-SUTA              PIC S9(7)V99 VALUE 0.
       01 WS-ACCRUED-WAGE            PIC S9(7)V99 VALUE 0.
       01 WS-ACCRUED-FICA            PIC S9(7)V99 VALUE 0.
       01 WS-ACCRUED-SUTA            PIC S9(7)V99 VALUE 0.
       01 WS-ASG-SUB                 PIC 9(1) VALUE 0.
       01 WS-EMPLOYEE-COUNT          PIC 9(5) VALUE 0.
       01 WS-WAGES-TOTAL             PIC S9(9)V99 VALUE 0.
       01 WS-FICA-TOTAL              PIC S9(9)V99 VALUE 0.
       01 WS-SUTA-TOTAL              PIC S9(9)V99 VALUE 0.

      * Accrual per department; the GL is posted from here.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-DEPT-IDX.
             10 WS-DEPT-CODE         PIC X(4).
             10 WS-DEPT-WAGES        PIC S9(9)V99.
             10 WS-DEPT-FICA         PIC S9(9)V99.
             10 WS-DEPT-SUTA         PIC S9(9)V99.
       01 WS-DEPT-COUNT              PIC 9(2) VALUE 0.
       01 WS-DEPT-WANTED             PIC X(4).
       01 WS-DEPT-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-DEPT-FOUND           VALUE "Y".

       01 WS-ROUND-RAW               PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUND-RESULT            PIC S9(9)V99 VALUE 0.

       01 WS-WA-HEADER.
          05 FILLER                PIC X(36) VALUE
             "-- Accrued Wages at Month End ".
          05 WS-WA-DATE-OUT        PIC 9(8).
          05 FILLER                PIC X(12) VALUE " - company ".
          05 WS-WA-COMPANY-OUT     PIC X(3).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-WA-GROUP-LINE.
          05 FILLER                PIC X(6) VALUE "Group ".
          05 WS-WA-GROUP-OUT       PIC X(1).
          05 FILLER                PIC X(8) VALUE " period ".
          05 WS-WA-START-OUT       PIC 9(8).
          05 FILLER                PIC X(1) VALUE "-".
          05 WS-WA-END-OUT         PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-WA-WORKED-OUT      PIC ZZ9.
          05 FILLER                PIC X(4) VALUE " of ".
          05 WS-WA-PERIOD-DAYS-OUT PIC ZZ9.
          05 FILLER                PIC X(19) VALUE
             " days, priced from ".
          05 WS-WA-LAST-RUN-OUT    PIC 9(8).
       01 WS-WA-GROUP-AMOUNT-LINE.
          05 FILLER                PIC X(8) VALUE SPACES.
          05 WS-WA-EMPS-OUT        PIC ZZZZ9.
          05 FILLER                PIC X(17) VALUE
             " employees, wages".
          05 WS-WA-GRP-WAGES-OUT   PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(11) VALUE "  employer ".
          05 WS-WA-GRP-TAXES-OUT   PIC Z,ZZZ,ZZ9.99-.
       01 WS-WA-COLUMN-HEADING.
          05 FILLER                PIC X(20) VALUE
             "Dept           Wages".
          05 FILLER                PIC X(28) VALUE
             "    Employer FICA       SUTA".
          05 FILLER                PIC X(15) VALUE
             "  Total accrued".
       01 WS-WA-DEPT-LINE.
          05 WS-WA-DEPT-OUT        PIC X(4).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-WA-WAGES-OUT       PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-WA-FICA-OUT        PIC Z,ZZZ,ZZ9.99-.
          05 WS-WA-SUTA-OUT        PIC ZZZ,ZZ9.99-.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-WA-TOTAL-OUT       PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-WA-MESSAGE-LINE       PIC X(80).
       01 WS-WA-REVERSAL-LINE.
          05 FILLER                PIC X(32) VALUE
             "Reversal posted with period date".
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-WA-REVERSAL-OUT    PIC 9(8).

       PROCEDURE DIVISION.
      * Month-end accrual of wages earned but not yet paid.  A
      * weekly or monthly pay period on the calendar that starts on
      * or before month end and finishes after it has part of its
      * pay earned in the old month but booked by the payroll run in
      * the new one.  For each such pay group the share of the
      * period's weekdays that fall by month end is applied to the
      * group's most recent regular payroll run from pay history -
      * gross wages, plus the employer's FICA match and SUTA - and
      * the result is accrued by department.  The reversal goes out
      * in the same batch dated the first of the next month, so the
      * payroll run that actually pays the period nets it off.  A
      * month is accrued once; running the job again in the same
      * month posts nothing.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           PERFORM FIND-MONTH-END.
           OPEN I-O WAGE-ACCRUAL-FILE.
           IF WS-WAGE-ACCRUAL-STATUS = "35"
               OPEN OUTPUT WAGE-ACCRUAL-FILE
               CLOSE WAGE-ACCRUAL-FILE
               OPEN I-O WAGE-ACCRUAL-FILE
           END-IF.
           MOVE WS-SESSION-COMPANY TO WA-COMPANY-CODE.
           MOVE WS-MONTH-END-DATE (1:6) TO WA-ACCRUAL-MONTH.
           READ WAGE-ACCRUAL-FILE
               KEY IS WA-ACCRUAL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ALREADY-POSTED-SW
           END-READ.
           IF WS-ALREADY-POSTED
               DISPLAY "Wages for " WA-ACCRUAL-MONTH " were accrued "
                       "on " WA-RUN-DATE " in GL batch "
                       WA-BATCH-NUMBER " - nothing posted."
               CLOSE WAGE-ACCRUAL-FILE
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-PAY-CALENDAR-STATUS NOT = "00"
               DISPLAY "No pay calendar PAYCAL.DAT on hand - no "
                       "periods to accrue."
               CLOSE WAGE-ACCRUAL-FILE
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           PERFORM FIND-STRADDLING-PERIODS.
           CLOSE PAY-CALENDAR-FILE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file EMPMAST.DAT on hand "
                       "- nothing to accrue."
               CLOSE WAGE-ACCRUAL-FILE
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           IF WS-GROUP-COUNT > 0
               PERFORM FIND-LATEST-RUNS
               PERFORM ACCRUE-LATEST-RUNS
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
           OPEN OUTPUT WAGE-ACCRUAL-REPORT-FILE.
           PERFORM WRITE-ACCRUAL-REPORT.
           PERFORM WRITE-GL-FEED.
           IF WS-GROUP-COUNT > 0
               PERFORM RECORD-MONTH-ACCRUED
           END-IF.

           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE WAGE-ACCRUAL-FILE.
           CLOSE GL-INTERFACE-FILE.
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
           END-IF.
           CLOSE WAGE-ACCRUAL-REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
           PERFORM POST-FILE-CONTROL-UPDATES.
           DISPLAY "Accrued wages complete - " WS-GROUP-COUNT
                   " pay groups, wages " WS-WAGES-TOTAL
                   ", employer taxes " WS-FICA-TOTAL " FICA "
                   WS-SUTA-TOTAL " SUTA."
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

      * The month is the processing date's month; the reversal is
      * dated the first of the month after it.
       FIND-MONTH-END.
           MOVE WS-TODAY-DATE TO WS-REVERSAL-DATE
           MOVE 1 TO WS-REVERSAL-DD
           IF WS-REVERSAL-MM = 12
               ADD 1 TO WS-REVERSAL-YEAR
               MOVE 1 TO WS-REVERSAL-MM
           ELSE
               ADD 1 TO WS-REVERSAL-MM
           END-IF
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (WS-REVERSAL-DATE) - 1).

      * A period straddles month end when it starts by then and
      * ends after it.  One whose check was already paid by month
      * end has nothing left unpaid.
       FIND-STRADDLING-PERIODS.
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
                       IF NOT PC-GROUP-HOLIDAY
                          AND PC-START-DATE NOT > WS-MONTH-END-DATE
                          AND PC-END-DATE > WS-MONTH-END-DATE
                           PERFORM ADD-STRADDLING-PERIOD
                       END-IF
               END-READ
           END-PERFORM.

       ADD-STRADDLING-PERIOD.
           IF PC-CHECK-DATE NOT > WS-MONTH-END-DATE
               DISPLAY "Group " PC-PAY-GROUP " period "
                       PC-PERIOD-NUMBER " paid " PC-CHECK-DATE
                       " - nothing unpaid at month end."
               EXIT PARAGRAPH
           END-IF
           MOVE PC-PAY-GROUP TO WS-GROUP-WANTED
           PERFORM FIND-GROUP-SLOT
           IF NOT WS-GROUP-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE PC-PERIOD-NUMBER TO WS-GRP-PERIOD (WS-GROUP-IDX)
           MOVE PC-START-DATE    TO WS-GRP-START (WS-GROUP-IDX)
           MOVE PC-END-DATE      TO WS-GRP-END (WS-GROUP-IDX)
           MOVE PC-CHECK-DATE    TO WS-GRP-CHECK (WS-GROUP-IDX)
           MOVE PC-START-DATE     TO WS-COUNT-FROM-DATE
           MOVE WS-MONTH-END-DATE TO WS-COUNT-THRU-DATE
           PERFORM COUNT-WEEKDAYS
           MOVE WS-WEEKDAY-COUNT TO WS-GRP-DAYS-WORKED (WS-GROUP-IDX)
           MOVE PC-END-DATE TO WS-COUNT-THRU-DATE
           PERFORM COUNT-WEEKDAYS
           MOVE WS-WEEKDAY-COUNT TO WS-GRP-DAYS-PERIOD (WS-GROUP-IDX)
           IF WS-GRP-DAYS-PERIOD (WS-GROUP-IDX) = 0
               MOVE 0 TO WS-GRP-FRACTION (WS-GROUP-IDX)
           ELSE
               COMPUTE WS-GRP-FRACTION (WS-GROUP-IDX) ROUNDED =
                   WS-GRP-DAYS-WORKED (WS-GROUP-IDX)
                   / WS-GRP-DAYS-PERIOD (WS-GROUP-IDX)
           END-IF.

       FIND-GROUP-SLOT.
           MOVE "N" TO WS-GROUP-FOUND-SW
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                      OR WS-GROUP-FOUND
               IF WS-GRP-CODE (WS-GROUP-IDX) = WS-GROUP-WANTED
                   MOVE "Y" TO WS-GROUP-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-GROUP-FOUND
               SET WS-GROUP-IDX DOWN BY 1
           ELSE
               IF WS-GROUP-COUNT < 5
                   ADD 1 TO WS-GROUP-COUNT
                   SET WS-GROUP-IDX TO WS-GROUP-COUNT
                   INITIALIZE WS-GROUP-ENTRY (WS-GROUP-IDX)
                   MOVE WS-GROUP-WANTED TO WS-GRP-CODE (WS-GROUP-IDX)
                   MOVE "Y" TO WS-GROUP-FOUND-SW
               END-IF
           END-IF.

      * Looks a group up without adding it.
       LOCATE-GROUP.
           MOVE "N" TO WS-GROUP-FOUND-SW
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                      OR WS-GROUP-FOUND
               IF WS-GRP-CODE (WS-GROUP-IDX) = WS-GROUP-WANTED
                   MOVE "Y" TO WS-GROUP-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-GROUP-FOUND
               SET WS-GROUP-IDX DOWN BY 1
           END-IF.

       COUNT-WEEKDAYS.
           MOVE 0 TO WS-WEEKDAY-COUNT
           COMPUTE WS-COUNT-LAST-DAY =
               FUNCTION INTEGER-OF-DATE (WS-COUNT-THRU-DATE)
           PERFORM VARYING WS-COUNT-DAY FROM
                   FUNCTION INTEGER-OF-DATE (WS-COUNT-FROM-DATE)
                   BY 1 UNTIL WS-COUNT-DAY > WS-COUNT-LAST-DAY
               IF FUNCTION MOD (WS-COUNT-DAY, 7) NOT = 0
                  AND FUNCTION MOD (WS-COUNT-DAY, 7) NOT = 6
                   ADD 1 TO WS-WEEKDAY-COUNT
               END-IF
           END-PERFORM.

      * Pay history carries no pay group, so each row is matched to
      * its group through the employee master.  Backed-out runs and
      * off-cycle supplemental pays do not price a period.
       FIND-LATEST-RUNS.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               DISPLAY "No pay history PAYHIST.DAT on hand - "
                       "nothing to price the accrual from."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HISTORY-EOF-SW
           PERFORM UNTIL WS-HISTORY-EOF
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF-SW
                   NOT AT END
                       PERFORM MATCH-HISTORY-GROUP
                       IF WS-GROUP-FOUND
                          AND PH-RUN-DATE >
                              WS-GRP-LAST-RUN (WS-GROUP-IDX)
                           MOVE PH-RUN-DATE
                               TO WS-GRP-LAST-RUN (WS-GROUP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

       MATCH-HISTORY-GROUP.
           MOVE "N" TO WS-GROUP-FOUND-SW
           IF PH-BACKED-OUT OR PH-SUPPLEMENTAL
               EXIT PARAGRAPH
           END-IF
           MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EM-COMPANY-CODE NOT = SPACES
              AND EM-COMPANY-CODE NOT = WS-SESSION-COMPANY
               EXIT PARAGRAPH
           END-IF
           MOVE EM-PAY-GROUP TO WS-GROUP-WANTED
           PERFORM LOCATE-GROUP.

       ACCRUE-LATEST-RUNS.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HISTORY-EOF-SW
           PERFORM UNTIL WS-HISTORY-EOF
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF-SW
                   NOT AT END
                       PERFORM MATCH-HISTORY-GROUP
                       IF WS-GROUP-FOUND
                          AND PH-RUN-DATE =
                              WS-GRP-LAST-RUN (WS-GROUP-IDX)
                           PERFORM ACCRUE-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

      * A pay split across concurrent positions accrues to each
      * position's department in proportion to its gross.
       ACCRUE-HISTORY-RECORD.
           ADD 1 TO WS-GRP-EMPLOYEES (WS-GROUP-IDX)
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE PH-FICA-TAX TO WS-RUN-FICA
           MOVE PH-SUTA-TAX TO WS-RUN-SUTA
           IF PH-ASSIGNMENT-COUNT = 0 OR PH-GROSS-PAY = 0
               MOVE PH-DEPARTMENT-CODE TO WS-DEPT-WANTED
               MOVE PH-GROSS-PAY TO WS-SHARE-GROSS
               MOVE WS-RUN-FICA  TO WS-SHARE-FICA
               MOVE WS-RUN-SUTA  TO WS-SHARE-SUTA
               PERFORM ACCRUE-DEPARTMENT-SHARE
           ELSE
               PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
                       UNTIL WS-ASG-SUB > PH-ASSIGNMENT-COUNT
                          OR WS-ASG-SUB > 5
                   MOVE PH-ASG-DEPARTMENT (WS-ASG-SUB)
                       TO WS-DEPT-WANTED
                   MOVE PH-ASG-GROSS (WS-ASG-SUB) TO WS-SHARE-GROSS
                   COMPUTE WS-SHARE-FICA ROUNDED = WS-RUN-FICA
                       * PH-ASG-GROSS (WS-ASG-SUB) / PH-GROSS-PAY
                   COMPUTE WS-SHARE-SUTA ROUNDED = WS-RUN-SUTA
                       * PH-ASG-GROSS (WS-ASG-SUB) / PH-GROSS-PAY
                   PERFORM ACCRUE-DEPARTMENT-SHARE
               END-PERFORM
           END-IF.

       ACCRUE-DEPARTMENT-SHARE.
           COMPUTE WS-ROUND-RAW =
               WS-SHARE-GROSS * WS-GRP-FRACTION (WS-GROUP-IDX)
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-ACCRUED-WAGE
           COMPUTE WS-ROUND-RAW =
               WS-SHARE-FICA * WS-GRP-FRACTION (WS-GROUP-IDX)
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-ACCRUED-FICA
           COMPUTE WS-ROUND-RAW =
               WS-SHARE-SUTA * WS-GRP-FRACTION (WS-GROUP-IDX)
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-ACCRUED-SUTA
           ADD WS-ACCRUED-WAGE TO WS-GRP-WAGES (WS-GROUP-IDX)
           ADD WS-ACCRUED-FICA TO WS-GRP-TAXES (WS-GROUP-IDX)
           ADD WS-ACCRUED-SUTA TO WS-GRP-TAXES (WS-GROUP-IDX)
           ADD WS-ACCRUED-WAGE TO WS-WAGES-TOTAL
           ADD WS-ACCRUED-FICA TO WS-FICA-TOTAL
           ADD WS-ACCRUED-SUTA TO WS-SUTA-TOTAL
           PERFORM FIND-DEPARTMENT-SLOT
           IF WS-DEPT-FOUND
               ADD WS-ACCRUED-WAGE TO WS-DEPT-WAGES (WS-DEPT-IDX)
               ADD WS-ACCRUED-FICA TO WS-DEPT-FICA (WS-DEPT-IDX)
               ADD WS-ACCRUED-SUTA TO WS-DEPT-SUTA (WS-DEPT-IDX)
           END-IF.

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
                           WS-DEPT-WANTED " left off the accrual."
               END-IF
           END-IF.

       WRITE-ACCRUAL-REPORT.
           MOVE WS-MONTH-END-DATE TO WS-WA-DATE-OUT
           MOVE WS-SESSION-COMPANY TO WS-WA-COMPANY-OUT
           MOVE WS-WA-HEADER TO WAGE-ACCRUAL-REPORT-LINE
           WRITE WAGE-ACCRUAL-REPORT-LINE
           IF WS-GROUP-COUNT = 0
               MOVE "No period runs over month end - nothing accrued."
                   TO WS-WA-MESSAGE-LINE
               MOVE WS-WA-MESSAGE-LINE TO WAGE-ACCRUAL-REPORT-LINE
               WRITE WAGE-ACCRUAL-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               MOVE WS-GRP-CODE (WS-GROUP-IDX) TO WS-WA-GROUP-OUT
               MOVE WS-GRP-START (WS-GROUP-IDX) TO WS-WA-START-OUT
               MOVE WS-GRP-END (WS-GROUP-IDX) TO WS-WA-END-OUT
               MOVE WS-GRP-DAYS-WORKED (WS-GROUP-IDX)
                   TO WS-WA-WORKED-OUT
               MOVE WS-GRP-DAYS-PERIOD (WS-GROUP-IDX)
                   TO WS-WA-PERIOD-DAYS-OUT
               MOVE WS-GRP-LAST-RUN (WS-GROUP-IDX)
                   TO WS-WA-LAST-RUN-OUT
               MOVE WS-WA-GROUP-LINE TO WAGE-ACCRUAL-REPORT-LINE
               WRITE WAGE-ACCRUAL-REPORT-LINE
               MOVE WS-GRP-EMPLOYEES (WS-GROUP-IDX) TO WS-WA-EMPS-OUT
               MOVE WS-GRP-WAGES (WS-GROUP-IDX)
                   TO WS-WA-GRP-WAGES-OUT
               MOVE WS-GRP-TAXES (WS-GROUP-IDX)
                   TO WS-WA-GRP-TAXES-OUT
               MOVE WS-WA-GROUP-AMOUNT-LINE
                   TO WAGE-ACCRUAL-REPORT-LINE
               WRITE WAGE-ACCRUAL-REPORT-LINE
               IF WS-GRP-LAST-RUN (WS-GROUP-IDX) = 0
                   MOVE "  No payroll run on file for this group."
                       TO WS-WA-MESSAGE-LINE
                   MOVE WS-WA-MESSAGE-LINE TO WAGE-ACCRUAL-REPORT-LINE
                   WRITE WAGE-ACCRUAL-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WAGE-ACCRUAL-REPORT-LINE
           WRITE WAGE-ACCRUAL-REPORT-LINE
           MOVE WS-WA-COLUMN-HEADING TO WAGE-ACCRUAL-REPORT-LINE
           WRITE WAGE-ACCRUAL-REPORT-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-WA-DEPT-OUT
               MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO WS-WA-WAGES-OUT
               MOVE WS-DEPT-FICA (WS-DEPT-IDX) TO WS-WA-FICA-OUT
               MOVE WS-DEPT-SUTA (WS-DEPT-IDX) TO WS-WA-SUTA-OUT
               COMPUTE WS-WA-TOTAL-OUT = WS-DEPT-WAGES (WS-DEPT-IDX)
                   + WS-DEPT-FICA (WS-DEPT-IDX)
                   + WS-DEPT-SUTA (WS-DEPT-IDX)
               MOVE WS-WA-DEPT-LINE TO WAGE-ACCRUAL-REPORT-LINE
               WRITE WAGE-ACCRUAL-REPORT-LINE
           END-PERFORM
           MOVE "Total" TO WS-WA-DEPT-OUT
           MOVE WS-WAGES-TOTAL TO WS-WA-WAGES-OUT
           MOVE WS-FICA-TOTAL TO WS-WA-FICA-OUT
           MOVE WS-SUTA-TOTAL TO WS-WA-SUTA-OUT
           COMPUTE WS-WA-TOTAL-OUT =
               WS-WAGES-TOTAL + WS-FICA-TOTAL + WS-SUTA-TOTAL
           MOVE WS-WA-DEPT-LINE TO WAGE-ACCRUAL-REPORT-LINE
           WRITE WAGE-ACCRUAL-REPORT-LINE
           MOVE WS-REVERSAL-DATE TO WS-WA-REVERSAL-OUT
           MOVE WS-WA-REVERSAL-LINE TO WAGE-ACCRUAL-REPORT-LINE
           WRITE WAGE-ACCRUAL-REPORT-LINE.

      * The accrual is dated month end: wages, employer FICA and
      * SUTA expense by department against accrued wages.  The same
      * entries go out again the other way round dated the first of
      * the next month.
       WRITE-GL-FEED.
           MOVE WS-MONTH-END-DATE TO WS-GL-POST-DATE
           MOVE "D" TO WS-ACCRUE-SIDE
           MOVE "C" TO WS-RELIEVE-SIDE
           PERFORM WRITE-ACCRUAL-ENTRIES
           MOVE WS-REVERSAL-DATE TO WS-GL-POST-DATE
           MOVE "C" TO WS-ACCRUE-SIDE
           MOVE "D" TO WS-RELIEVE-SIDE
           PERFORM WRITE-ACCRUAL-ENTRIES.

       WRITE-ACCRUAL-ENTRIES.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-POST-DEPT
               IF WS-DEPT-WAGES (WS-DEPT-IDX) > 0
                   MOVE "6000" TO WS-GL-POST-ACCOUNT
                   MOVE WS-ACCRUE-SIDE TO WS-GL-POST-SIDE
                   MOVE WS-DEPT-WAGES (WS-DEPT-IDX)
                       TO WS-GL-POST-AMOUNT
                   PERFORM WRITE-GL-POSTING
                   MOVE "2195" TO WS-GL-POST-ACCOUNT
                   MOVE WS-RELIEVE-SIDE TO WS-GL-POST-SIDE
                   PERFORM WRITE-GL-POSTING
               END-IF
               IF WS-DEPT-FICA (WS-DEPT-IDX) > 0
                   MOVE "6010" TO WS-GL-POST-ACCOUNT
                   MOVE WS-ACCRUE-SIDE TO WS-GL-POST-SIDE
                   MOVE WS-DEPT-FICA (WS-DEPT-IDX)
                       TO WS-GL-POST-AMOUNT
                   PERFORM WRITE-GL-POSTING
                   MOVE "2195" TO WS-GL-POST-ACCOUNT
                   MOVE WS-RELIEVE-SIDE TO WS-GL-POST-SIDE
                   PERFORM WRITE-GL-POSTING
               END-IF
               IF WS-DEPT-SUTA (WS-DEPT-IDX) > 0
                   MOVE "6030" TO WS-GL-POST-ACCOUNT
                   MOVE WS-ACCRUE-SIDE TO WS-GL-POST-SIDE
                   MOVE WS-DEPT-SUTA (WS-DEPT-IDX)
                       TO WS-GL-POST-AMOUNT
                   PERFORM WRITE-GL-POSTING
                   MOVE "2195" TO WS-GL-POST-ACCOUNT
                   MOVE WS-RELIEVE-SIDE TO WS-GL-POST-SIDE
                   PERFORM WRITE-GL-POSTING
               END-IF
           END-PERFORM.

       WRITE-GL-POSTING.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           INITIALIZE GL-FEED-RECORD
           MOVE "WageAccrual"        TO GL-SOURCE-PROGRAM
           MOVE WS-GL-POST-DATE      TO GL-PERIOD-DATE
           MOVE WS-GL-POST-ACCOUNT   TO GL-ACCOUNT-CODE
           MOVE WS-GL-POST-SIDE      TO GL-DEBIT-CREDIT-SW
           MOVE WS-GL-POST-AMOUNT    TO GL-AMOUNT
           MOVE WS-GL-POST-DEPT      TO GL-DEPARTMENT-CODE
           MOVE WS-GL-BATCH-NUMBER   TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY   TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT.

       RECORD-MONTH-ACCRUED.
           INITIALIZE WAGE-ACCRUAL-RECORD
           MOVE WS-SESSION-COMPANY       TO WA-COMPANY-CODE
           MOVE WS-MONTH-END-DATE (1:6)  TO WA-ACCRUAL-MONTH
           MOVE WS-MONTH-END-DATE        TO WA-MONTH-END-DATE
           MOVE WS-REVERSAL-DATE         TO WA-REVERSAL-DATE
           MOVE WS-GROUP-COUNT           TO WA-GROUP-COUNT
           MOVE WS-EMPLOYEE-COUNT        TO WA-EMPLOYEE-COUNT
           MOVE WS-WAGES-TOTAL           TO WA-ACCRUED-WAGES
           MOVE WS-FICA-TOTAL            TO WA-ACCRUED-FICA
           MOVE WS-SUTA-TOTAL            TO WA-ACCRUED-SUTA
           MOVE WS-GL-BATCH-NUMBER       TO WA-BATCH-NUMBER
           MOVE WS-TODAY-DATE            TO WA-RUN-DATE
           WRITE WAGE-ACCRUAL-RECORD.
