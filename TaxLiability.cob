       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxLiability.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLIAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-LIABILITY-KEY
               FILE STATUS IS WS-TAX-LIABILITY-STATUS.

           SELECT TAX-DEPOSIT-RULE-FILE ASSIGN TO "TAXDEPRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-RULE-KEY
               FILE STATUS IS WS-TAX-DEPOSIT-RULE-STATUS.

           SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CALENDAR-KEY
               FILE STATUS IS WS-PAY-CALENDAR-STATUS.

           SELECT TAX-DUE-REPORT-FILE ASSIGN TO "TAXDUE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-DUE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  TAX-LIABILITY-FILE.
           COPY TAXLIAB.

       FD  TAX-DEPOSIT-RULE-FILE.
           COPY TAXDEPRL.

       FD  PAY-CALENDAR-FILE.
           COPY PAYCAL.

       FD  TAX-DUE-REPORT-FILE.
       01 TAX-DUE-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS      PIC X(2) VALUE "00".
       01 WS-PAY-HISTORY-STATUS      PIC X(2) VALUE "00".
       01 WS-TAX-LIABILITY-STATUS    PIC X(2) VALUE "00".
       01 WS-TAX-DEPOSIT-RULE-STATUS PIC X(2) VALUE "00".
       01 WS-PAY-CALENDAR-STATUS     PIC X(2) VALUE "00".
       01 WS-TAX-DUE-REPORT-STATUS   PIC X(2) VALUE "00".
       01 WS-RULES-AVAILABLE-SW      PIC X(1) VALUE "N".
          88 WS-RULES-AVAILABLE      VALUE "Y".
       01 WS-CALENDAR-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-CALENDAR-AVAILABLE   VALUE "Y".
       01 WS-LEDGER-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LEDGER-EOF           VALUE "Y".

       01 WS-TODAY-DATE              PIC 9(8).
       01 WS-HISTORY-COUNT           PIC 9(7) VALUE 0.
       01 WS-OPEN-COUNT              PIC 9(5) VALUE 0.
       01 WS-OUTSTANDING-TOTAL       PIC S9(11)V99 VALUE 0.
       01 WS-OVERDUE-TOTAL           PIC S9(11)V99 VALUE 0.
       01 WS-ROW-BALANCE             PIC S9(9)V99 VALUE 0.

      * One pay-history row's share of a ledger row.
       01 WS-ADD-TYPE                PIC X(1).
       01 WS-ADD-JURISDICTION        PIC X(4).
       01 WS-ADD-WAGES               PIC S9(9)V99.
       01 WS-ADD-WITHHELD            PIC S9(9)V99.
       01 WS-ADD-FICA                PIC S9(9)V99.

      * Due-date work fields.  Day of week runs from the integer
      * date the way CalendarMaint reads it: 1 Monday through 6
      * Saturday, 0 Sunday.
       01 WS-RULE-SCHEDULE           PIC X(1).
       01 WS-RULE-DUE-DAY            PIC 9(2).
       01 WS-RULE-LAG-DAYS           PIC 9(2).
       01 WS-RULE-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-RULE-FOUND           VALUE "Y".
       01 WS-DATE-INTEGER            PIC 9(7).
       01 WS-DAY-OF-WEEK             PIC 9(1).
       01 WS-DUE-DATE                PIC 9(8).
       01 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
          05 WS-DUE-YEAR             PIC 9(4).
          05 WS-DUE-MONTH            PIC 9(2).
          05 WS-DUE-DAY              PIC 9(2).
       01 WS-PAY-DATE                PIC 9(8).
       01 WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE.
          05 WS-PAY-YEAR             PIC 9(4).
          05 WS-PAY-MONTH            PIC 9(2).
          05 WS-PAY-DAY              PIC 9(2).
       01 WS-QUARTER-END-MONTH       PIC 9(2).
       01 WS-MONTH-LAST-DAY          PIC 9(2).
       01 WS-NEXT-MONTH-START        PIC 9(8).
       01 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
          05 WS-NEXT-YEAR            PIC 9(4).
          05 WS-NEXT-MONTH           PIC 9(2).
          05 WS-NEXT-DAY             PIC 9(2).
       01 WS-BANKING-DAY-SW          PIC X(1) VALUE "N".
          88 WS-BANKING-DAY          VALUE "Y".
       01 WS-SHIFT-TRIES             PIC 9(2).

       01 WS-DUE-HEADER.
          05 FILLER                PIC X(36) VALUE
             "-- Payroll Tax Deposits Due as of ".
          05 WS-DUE-TODAY-OUT      PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-DUE-COLUMN-HEADING.
          05 FILLER                PIC X(31) VALUE
             "T   Jur.  Pay date  S  Due date".
          05 FILLER                PIC X(42) VALUE
             "     Liability     Deposited       Balance".
       01 WS-DUE-LINE.
          05 WS-DUE-TYPE-OUT       PIC X(1).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-DUE-JUR-OUT        PIC X(4).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-DUE-PAY-DATE-OUT   PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-DUE-SCHEDULE-OUT   PIC X(1).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-DUE-DATE-OUT       PIC 9(8).
          05 WS-DUE-LIABILITY-OUT  PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-DUE-DEPOSITED-OUT  PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-DUE-BALANCE-OUT    PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-DUE-FLAG-OUT       PIC X(7).
       01 WS-DUE-TOTAL-LINE.
          05 FILLER                PIC X(20) VALUE
             "Total outstanding: ".
          05 WS-DUE-TOTAL-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(20) VALUE
             "   Overdue:        ".
          05 WS-DUE-OVERDUE-OUT    PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Payroll tax liability ledger.  Run after every payroll run
      * (SalaryCalculator calls it) and on the nightly cycle, it
      * re-sums pay history into one ledger row per pay date for
      * the federal 941 deposit - income tax withheld plus the
      * employee and employer halves of FICA - and one per work
      * state and per locality.  Rebuilding from history rather
      * than adding each run means a backed-out run drops out of
      * the ledger by itself, and a second run on the same day
      * cannot double the liability.  Deposits recorded against a
      * row are kept; a row whose recomputed liability no longer
      * matches what was deposited shows its balance on the report.
      * Each open row's due date is worked out under the deposit
      * rules, and the rows still owing are listed on TAXDUE.PRT.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           CLOSE RUN-CONTROL-FILE.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               DISPLAY "No pay history file PAYHIST.DAT on hand - "
                       "nothing to ledger."
               GOBACK
           END-IF.
           OPEN I-O TAX-LIABILITY-FILE.
           IF WS-TAX-LIABILITY-STATUS = "35"
               OPEN OUTPUT TAX-LIABILITY-FILE
               CLOSE TAX-LIABILITY-FILE
               OPEN I-O TAX-LIABILITY-FILE
           END-IF.
           OPEN INPUT TAX-DEPOSIT-RULE-FILE.
           IF WS-TAX-DEPOSIT-RULE-STATUS = "00"
               MOVE "Y" TO WS-RULES-AVAILABLE-SW
           END-IF.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-PAY-CALENDAR-STATUS = "00"
               MOVE "Y" TO WS-CALENDAR-AVAILABLE-SW
           END-IF.
           OPEN OUTPUT TAX-DUE-REPORT-FILE.

           PERFORM CLEAR-LEDGER-AMOUNTS.

           PERFORM UNTIL WS-PAY-HISTORY-STATUS NOT = "00"
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-PAY-HISTORY-STATUS
                   NOT AT END
                       IF NOT PH-BACKED-OUT
                           PERFORM LEDGER-PAY-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-DEPOSITS-DUE.

           CLOSE PAY-HISTORY-FILE.
           CLOSE TAX-LIABILITY-FILE.
           IF WS-RULES-AVAILABLE
               CLOSE TAX-DEPOSIT-RULE-FILE
           END-IF.
           IF WS-CALENDAR-AVAILABLE
               CLOSE PAY-CALENDAR-FILE
           END-IF.
           CLOSE TAX-DUE-REPORT-FILE.
           DISPLAY "Tax liability ledger rebuilt from "
                   WS-HISTORY-COUNT " pay history rows - "
                   WS-OPEN-COUNT " deposits outstanding for "
                   WS-OUTSTANDING-TOTAL "."
           IF WS-OVERDUE-TOTAL > 0
               DISPLAY "*** Tax deposits past due: "
                       WS-OVERDUE-TOTAL " - see TAXDUE.PRT. ***"
           END-IF.
           GOBACK.

       COPY OPENRCTL.

      * Every row's amounts go back to zero before history is
      * re-summed; the deposit fields are left alone.
       CLEAR-LEDGER-AMOUNTS.
           MOVE "N" TO WS-LEDGER-EOF-SW
           MOVE LOW-VALUES TO TL-LIABILITY-KEY
           START TAX-LIABILITY-FILE KEY IS NOT LESS THAN
                 TL-LIABILITY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-SW
           END-START
           PERFORM UNTIL WS-LEDGER-EOF
               READ TAX-LIABILITY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF-SW
                   NOT AT END
                       MOVE 0 TO TL-WAGES
                       MOVE 0 TO TL-WITHHELD-AMOUNT
                       MOVE 0 TO TL-EMPLOYEE-FICA
                       MOVE 0 TO TL-EMPLOYER-FICA
                       MOVE 0 TO TL-LIABILITY-AMOUNT
                       REWRITE TAX-LIABILITY-RECORD
               END-READ
           END-PERFORM.

      * Employer FICA matches the employee's withholding dollar for
      * dollar, the same figure the payroll run posts to the GL.
       LEDGER-PAY-HISTORY.
           ADD 1 TO WS-HISTORY-COUNT
           MOVE PH-RUN-DATE TO WS-PAY-DATE
           IF PH-FEDERAL-TAX NOT = 0 OR PH-FICA-TAX NOT = 0
               MOVE "F"            TO WS-ADD-TYPE
               MOVE SPACES         TO WS-ADD-JURISDICTION
               MOVE PH-GROSS-PAY   TO WS-ADD-WAGES
               MOVE PH-FEDERAL-TAX TO WS-ADD-WITHHELD
               MOVE PH-FICA-TAX    TO WS-ADD-FICA
               PERFORM ADD-TO-LEDGER-ROW
           END-IF
           IF PH-STATE-TAX NOT = 0 AND PH-WORK-STATE NOT = SPACES
               MOVE "S"            TO WS-ADD-TYPE
               MOVE PH-WORK-STATE  TO WS-ADD-JURISDICTION
               MOVE PH-GROSS-PAY   TO WS-ADD-WAGES
               MOVE PH-STATE-TAX   TO WS-ADD-WITHHELD
               MOVE 0              TO WS-ADD-FICA
               PERFORM ADD-TO-LEDGER-ROW
           END-IF
           IF PH-LOCAL-TAX NOT = 0 AND PH-LOCALITY-CODE NOT = SPACES
               MOVE "L"              TO WS-ADD-TYPE
               MOVE PH-LOCALITY-CODE TO WS-ADD-JURISDICTION
               MOVE PH-LOCAL-WAGES   TO WS-ADD-WAGES
               MOVE PH-LOCAL-TAX     TO WS-ADD-WITHHELD
               MOVE 0                TO WS-ADD-FICA
               PERFORM ADD-TO-LEDGER-ROW
           END-IF.

       ADD-TO-LEDGER-ROW.
           MOVE WS-ADD-TYPE         TO TL-TAX-TYPE
           MOVE WS-ADD-JURISDICTION TO TL-JURISDICTION
           MOVE WS-PAY-DATE         TO TL-PAY-DATE
           READ TAX-LIABILITY-FILE
               KEY IS TL-LIABILITY-KEY
               INVALID KEY
                   INITIALIZE TAX-LIABILITY-RECORD
                   MOVE WS-ADD-TYPE         TO TL-TAX-TYPE
                   MOVE WS-ADD-JURISDICTION TO TL-JURISDICTION
                   MOVE WS-PAY-DATE         TO TL-PAY-DATE
                   PERFORM ACCUMULATE-LEDGER-ROW
                   WRITE TAX-LIABILITY-RECORD
               NOT INVALID KEY
                   PERFORM ACCUMULATE-LEDGER-ROW
                   REWRITE TAX-LIABILITY-RECORD
           END-READ.

       ACCUMULATE-LEDGER-ROW.
           ADD WS-ADD-WAGES    TO TL-WAGES
           ADD WS-ADD-WITHHELD TO TL-WITHHELD-AMOUNT
           ADD WS-ADD-FICA     TO TL-EMPLOYEE-FICA
           ADD WS-ADD-FICA     TO TL-EMPLOYER-FICA
           COMPUTE TL-LIABILITY-AMOUNT =
               TL-WITHHELD-AMOUNT + TL-EMPLOYEE-FICA
               + TL-EMPLOYER-FICA.

      * A row still owing gets its due date worked out afresh, so a
      * change of deposit schedule takes hold at the next run; a
      * row paid in full keeps the date it was paid against.
       WRITE-DEPOSITS-DUE.
           MOVE WS-TODAY-DATE TO WS-DUE-TODAY-OUT
           MOVE WS-DUE-HEADER TO TAX-DUE-REPORT-LINE
           WRITE TAX-DUE-REPORT-LINE
           MOVE WS-DUE-COLUMN-HEADING TO TAX-DUE-REPORT-LINE
           WRITE TAX-DUE-REPORT-LINE
           MOVE "N" TO WS-LEDGER-EOF-SW
           MOVE LOW-VALUES TO TL-LIABILITY-KEY
           START TAX-LIABILITY-FILE KEY IS NOT LESS THAN
                 TL-LIABILITY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-SW
           END-START
           PERFORM UNTIL WS-LEDGER-EOF
               READ TAX-LIABILITY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF-SW
                   NOT AT END
                       PERFORM REVIEW-LEDGER-ROW
               END-READ
           END-PERFORM
           MOVE WS-OUTSTANDING-TOTAL TO WS-DUE-TOTAL-OUT
           MOVE WS-OVERDUE-TOTAL TO WS-DUE-OVERDUE-OUT
           MOVE WS-DUE-TOTAL-LINE TO TAX-DUE-REPORT-LINE
           WRITE TAX-DUE-REPORT-LINE.

       REVIEW-LEDGER-ROW.
           COMPUTE WS-ROW-BALANCE =
               TL-LIABILITY-AMOUNT - TL-DEPOSITED-AMOUNT
           IF WS-ROW-BALANCE > 0
               PERFORM COMPUTE-DUE-DATE
               MOVE WS-RULE-SCHEDULE TO TL-DEPOSIT-SCHEDULE
               MOVE WS-DUE-DATE      TO TL-DUE-DATE
               REWRITE TAX-LIABILITY-RECORD
           END-IF
           IF WS-ROW-BALANCE NOT = 0
               MOVE TL-TAX-TYPE         TO WS-DUE-TYPE-OUT
               MOVE TL-JURISDICTION     TO WS-DUE-JUR-OUT
               MOVE TL-PAY-DATE         TO WS-DUE-PAY-DATE-OUT
               MOVE TL-DEPOSIT-SCHEDULE TO WS-DUE-SCHEDULE-OUT
               MOVE TL-DUE-DATE         TO WS-DUE-DATE-OUT
               MOVE TL-LIABILITY-AMOUNT TO WS-DUE-LIABILITY-OUT
               MOVE TL-DEPOSITED-AMOUNT TO WS-DUE-DEPOSITED-OUT
               MOVE WS-ROW-BALANCE      TO WS-DUE-BALANCE-OUT
               MOVE SPACES TO WS-DUE-FLAG-OUT
               IF WS-ROW-BALANCE < 0
                   MOVE " OVER" TO WS-DUE-FLAG-OUT
               ELSE
                   ADD 1 TO WS-OPEN-COUNT
                   ADD WS-ROW-BALANCE TO WS-OUTSTANDING-TOTAL
                   IF TL-DUE-DATE < WS-TODAY-DATE
                       MOVE " LATE" TO WS-DUE-FLAG-OUT
                       ADD WS-ROW-BALANCE TO WS-OVERDUE-TOTAL
                   END-IF
               END-IF
               MOVE WS-DUE-LINE TO TAX-DUE-REPORT-LINE
               WRITE TAX-DUE-REPORT-LINE
           END-IF.

      * The jurisdiction's own rule first, then the rule kept for
      * every jurisdiction of that type (blank jurisdiction), then
      * the standing default: federal and state monthly by the
      * 15th, cities quarterly by the end of the following month.
       COMPUTE-DUE-DATE.
           MOVE "N" TO WS-RULE-FOUND-SW
           IF WS-RULES-AVAILABLE
               MOVE TL-TAX-TYPE     TO TD-TAX-TYPE
               MOVE TL-JURISDICTION TO TD-JURISDICTION
               PERFORM READ-DEPOSIT-RULE
               IF NOT WS-RULE-FOUND AND NOT TL-TYPE-FEDERAL
                   MOVE TL-TAX-TYPE TO TD-TAX-TYPE
                   MOVE SPACES      TO TD-JURISDICTION
                   PERFORM READ-DEPOSIT-RULE
               END-IF
           END-IF
           IF NOT WS-RULE-FOUND
               MOVE 0 TO WS-RULE-LAG-DAYS
               IF TL-TYPE-LOCAL
                   MOVE "Q" TO WS-RULE-SCHEDULE
                   MOVE 31  TO WS-RULE-DUE-DAY
               ELSE
                   MOVE "M" TO WS-RULE-SCHEDULE
                   MOVE 15  TO WS-RULE-DUE-DAY
               END-IF
           END-IF
           MOVE TL-PAY-DATE TO WS-PAY-DATE
           EVALUATE WS-RULE-SCHEDULE
               WHEN "S"
                   PERFORM DUE-SEMIWEEKLY
               WHEN "Q"
                   COMPUTE WS-QUARTER-END-MONTH =
                       ((WS-PAY-MONTH - 1) / 3 + 1) * 3
                   MOVE WS-PAY-YEAR TO WS-DUE-YEAR
                   COMPUTE WS-DUE-MONTH = WS-QUARTER-END-MONTH + 1
                   PERFORM DUE-ON-DAY-OF-MONTH
               WHEN "P"
                   COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER (
                       FUNCTION INTEGER-OF-DATE (WS-PAY-DATE)
                       + WS-RULE-LAG-DAYS)
               WHEN OTHER
                   MOVE WS-PAY-YEAR TO WS-DUE-YEAR
                   COMPUTE WS-DUE-MONTH = WS-PAY-MONTH + 1
                   PERFORM DUE-ON-DAY-OF-MONTH
           END-EVALUATE
           PERFORM SETTLE-ON-BANKING-DAY.

       READ-DEPOSIT-RULE.
           READ TAX-DEPOSIT-RULE-FILE
               KEY IS TD-RULE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TD-SCHEDULE-VALID
                       MOVE "Y" TO WS-RULE-FOUND-SW
                       MOVE TD-SCHEDULE  TO WS-RULE-SCHEDULE
                       MOVE TD-DUE-DAY   TO WS-RULE-DUE-DAY
                       MOVE TD-LAG-DAYS  TO WS-RULE-LAG-DAYS
                   END-IF
           END-READ.

      * Semiweekly: wages paid Wednesday, Thursday or Friday are
      * deposited by the following Wednesday; Saturday through
      * Tuesday, by the following Friday.
       DUE-SEMIWEEKLY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-PAY-DATE)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DATE-INTEGER, 7)
           EVALUATE WS-DAY-OF-WEEK
               WHEN 3
                   ADD 7 TO WS-DATE-INTEGER
               WHEN 4
                   ADD 6 TO WS-DATE-INTEGER
               WHEN 5
                   ADD 5 TO WS-DATE-INTEGER
               WHEN 6
                   ADD 6 TO WS-DATE-INTEGER
               WHEN 0
                   ADD 5 TO WS-DATE-INTEGER
               WHEN 1
                   ADD 4 TO WS-DATE-INTEGER
               WHEN OTHER
                   ADD 3 TO WS-DATE-INTEGER
           END-EVALUATE
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).

      * WS-DUE-YEAR / WS-DUE-MONTH hold the target month (month 13
      * rolls into January); the rule's day is held to the
      * month's last day.
       DUE-ON-DAY-OF-MONTH.
           IF WS-DUE-MONTH > 12
               SUBTRACT 12 FROM WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           MOVE WS-DUE-YEAR TO WS-NEXT-YEAR
           COMPUTE WS-NEXT-MONTH = WS-DUE-MONTH + 1
           MOVE 1 TO WS-NEXT-DAY
           IF WS-NEXT-MONTH > 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1
           COMPUTE WS-NEXT-MONTH-START =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
           MOVE WS-NEXT-DAY TO WS-MONTH-LAST-DAY
           IF WS-RULE-DUE-DAY = 0
              OR WS-RULE-DUE-DAY > WS-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-DUE-DAY
           ELSE
               MOVE WS-RULE-DUE-DAY TO WS-DUE-DAY
           END-IF.

      * A due date on a weekend or a bank holiday on the pay
      * calendar moves forward to the next banking day.
       SETTLE-ON-BANKING-DAY.
           MOVE "N" TO WS-BANKING-DAY-SW
           MOVE 0 TO WS-SHIFT-TRIES
           PERFORM UNTIL WS-BANKING-DAY OR WS-SHIFT-TRIES > 14
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD (WS-DATE-INTEGER, 7)
               MOVE "Y" TO WS-BANKING-DAY-SW
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   MOVE "N" TO WS-BANKING-DAY-SW
               ELSE
                   PERFORM CHECK-BANK-HOLIDAY
               END-IF
               IF NOT WS-BANKING-DAY
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER + 1)
                   ADD 1 TO WS-SHIFT-TRIES
               END-IF
           END-PERFORM.

       CHECK-BANK-HOLIDAY.
           IF WS-CALENDAR-AVAILABLE
               MOVE "H" TO PC-PAY-GROUP
               MOVE WS-DUE-DATE TO PC-PERIOD-NUMBER
               READ PAY-CALENDAR-FILE
                   KEY IS PC-CALENDAR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-BANK-HOLIDAY
                           MOVE "N" TO WS-BANKING-DAY-SW
                       END-IF
               END-READ
           END-IF.
