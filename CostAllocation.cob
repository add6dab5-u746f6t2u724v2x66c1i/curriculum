       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostAllocation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT ALLOCATION-RULE-FILE ASSIGN TO "ALLOCRUL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-RULE-KEY
               FILE STATUS IS WS-ALLOCATION-RULE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT FILE-CONTROL-SIDE-FILE ASSIGN TO "FILECTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-FILE-NAME
               FILE STATUS IS WS-FILE-CONTROL-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CONTROL-KEY
               FILE STATUS IS WS-GL-CONTROL-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

           SELECT ALLOCATION-REPORT-FILE ASSIGN TO "ALLOCRUN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCATION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ALLOCATION-RULE-FILE.
           COPY ALLOCRUL.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  FILE-CONTROL-SIDE-FILE.
           COPY FILECTL.

       FD  GL-CONTROL-FILE.
           COPY GLCTL.

       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       FD  ALLOCATION-REPORT-FILE.
       01 ALLOCATION-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS      PIC X(2) VALUE "00".
       01 WS-ALLOCATION-RULE-STATUS  PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS  PIC X(2) VALUE "00".
       01 WS-PAY-HISTORY-STATUS      PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS     PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS       PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-ALLOCATION-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME            PIC X(12).
       01 WS-FC-DELTA-COUNT          PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT         PIC S9(13)V99 VALUE 0.
       01 WS-GLFEED-DELTA-COUNT      PIC 9(9) VALUE 0.
       01 WS-GLFEED-DELTA-AMOUNT     PIC S9(13)V99 VALUE 0.
       01 WS-GL-BATCH-NUMBER         PIC 9(7) VALUE 0.
       01 WS-SESSION-COMPANY         PIC X(3) VALUE SPACES.
       01 WS-GL-POST-ACCOUNT         PIC X(10).
       01 WS-GL-POST-SIDE            PIC X(1).
       01 WS-GL-POST-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-GL-POST-DEPT            PIC X(4) VALUE SPACES.

       01 WS-TODAY-DATE              PIC 9(8).
       01 WS-TODAY-MONTH             PIC 9(6).
       01 WS-EOF-SW                  PIC X(1) VALUE "N".
          88 WS-EOF                  VALUE "Y".
       01 WS-EMPLOYEES-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-EMPLOYEES-AVAILABLE  VALUE "Y".
       01 WS-IN-COMPANY-SW           PIC X(1) VALUE "N".
          88 WS-IN-COMPANY           VALUE "Y".
       01 WS-ASG-IDX                 PIC 9(1) VALUE 0.

      * The month's balance in each active rule's pool, gathered
      * from the GL feed before anything is posted.
       01 WS-POOL-TABLE.
          05 WS-POOL-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-POOL-IDX.
             10 WS-POOL-RULE-ID      PIC X(6).
             10 WS-POOL-ACCOUNT      PIC X(10).
             10 WS-POOL-DEPT         PIC X(4).
             10 WS-POOL-AMOUNT       PIC S9(11)V99.
       01 WS-POOL-COUNT              PIC 9(2) VALUE 0.

      * Active headcount and the month's gross wages by department,
      * for the headcount and wages drivers.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-DEPT-IDX.
             10 WS-DEPT-CODE         PIC X(4).
             10 WS-DEPT-HEADCOUNT    PIC 9(5).
             10 WS-DEPT-WAGES        PIC S9(9)V99.
       01 WS-DEPT-COUNT              PIC 9(2) VALUE 0.
       01 WS-DEPT-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-DEPT-FOUND           VALUE "Y".
       01 WS-DEPT-WANTED             PIC X(4).
       01 WS-DEPT-ADD-SW             PIC X(1) VALUE "Y".
          88 WS-DEPT-ADD             VALUE "Y".

      * One rule's targets as they are charged.
       01 WS-TARGET-TABLE.
          05 WS-TARGET-ENTRY OCCURS 20 TIMES
                                   INDEXED BY WS-TARGET-IDX.
             10 WS-TARGET-DEPT       PIC X(4).
             10 WS-TARGET-DRIVER     PIC S9(9)V99.
             10 WS-TARGET-AMOUNT     PIC S9(11)V99.
       01 WS-DRIVER-TOTAL            PIC S9(11)V99 VALUE 0.
       01 WS-ALLOCATED-SO-FAR        PIC S9(11)V99 VALUE 0.
       01 WS-LAST-TARGET             PIC 9(2) VALUE 0.
       01 WS-RULES-POSTED            PIC 9(3) VALUE 0.
       01 WS-ALLOCATED-TOTAL         PIC S9(11)V99 VALUE 0.

       01 WS-ROUND-RAW               PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUND-RESULT            PIC S9(9)V99 VALUE 0.

       01 WS-ALLOC-HEADER.
          05 FILLER                PIC X(33) VALUE
             "-- Cost Allocation Run for month ".
          05 WS-ALLOC-MONTH-OUT    PIC 9(6).
          05 FILLER                PIC X(11) VALUE " - company ".
          05 WS-ALLOC-COMPANY-OUT  PIC X(3).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-ALLOC-RULE-LINE.
          05 FILLER                PIC X(5) VALUE "Rule ".
          05 WS-ALLOC-RULE-OUT     PIC X(6).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-ALLOC-DESC-OUT     PIC X(30).
          05 FILLER                PIC X(8) VALUE " driver ".
          05 WS-ALLOC-DRIVER-OUT   PIC X(16).
       01 WS-ALLOC-POOL-LINE.
          05 FILLER                PIC X(10) VALUE "  Pool    ".
          05 WS-ALLOC-ACCOUNT-OUT  PIC X(10).
          05 FILLER                PIC X(6) VALUE " dept ".
          05 WS-ALLOC-POOL-DEPT-OUT PIC X(4).
          05 FILLER                PIC X(10) VALUE "  balance ".
          05 WS-ALLOC-POOL-OUT     PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-ALLOC-COLUMN-HEADING.
          05 FILLER                PIC X(40) VALUE
             "    Dept     Driver value    Share %".
          05 FILLER                PIC X(20) VALUE
             "    Charged".
       01 WS-ALLOC-TARGET-LINE.
          05 FILLER                PIC X(4) VALUE SPACES.
          05 WS-ALLOC-DEPT-OUT     PIC X(4).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-ALLOC-VALUE-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-ALLOC-SHARE-OUT    PIC ZZ9.9999.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-ALLOC-AMOUNT-OUT   PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-ALLOC-SHARE           PIC S9(3)V9(4) VALUE 0.
       01 WS-ALLOC-NOTE-LINE       PIC X(80).
       01 WS-ALLOC-TOTAL-LINE.
          05 FILLER                PIC X(30) VALUE
             "Total allocated this run:".
          05 WS-ALLOC-TOTAL-OUT    PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Month-end spread of shared costs.  Each active rule in
      * ALLOCRUL names a pool - a GL account as charged to one
      * department, such as rent in the overhead department - and
      * the month's net balance in that pool, from the GL feed, is
      * moved out to the rule's target departments in the same
      * account.  The split follows the rule's driver: fixed
      * percentages, active headcount on the employee master, or
      * the month's gross wages from pay history, by department.
      * Every driver value used is printed beside the charge, so a
      * department head can see why they were charged.  The last
      * target takes the rounding, so each rule's posting
      * balances, and a pool that has been spread reads zero for
      * the month - a second run only picks up cost that landed in
      * the pool since the first.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           MOVE WS-TODAY-DATE (1:6) TO WS-TODAY-MONTH.
           OPEN INPUT ALLOCATION-RULE-FILE.
           IF WS-ALLOCATION-RULE-STATUS NOT = "00"
               DISPLAY "No allocation rules ALLOCRUL.DAT on hand - "
                       "nothing to allocate."
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           PERFORM LOAD-ACTIVE-RULES.
           IF WS-POOL-COUNT = 0
               DISPLAY "No active allocation rules for company "
                       WS-SESSION-COMPANY " - nothing to allocate."
               CLOSE ALLOCATION-RULE-FILE
               CLOSE RUN-CONTROL-FILE
               GOBACK
           END-IF.
           PERFORM TALLY-POOL-BALANCES.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEES-AVAILABLE-SW
               PERFORM COUNT-HEADCOUNT
           END-IF.
           PERFORM TALLY-MONTH-WAGES.

           OPEN EXTEND GL-INTERFACE-FILE.
           PERFORM ACQUIRE-GL-BATCH-NUMBER.
           OPEN OUTPUT ALLOCATION-REPORT-FILE.
           MOVE WS-TODAY-MONTH TO WS-ALLOC-MONTH-OUT.
           MOVE WS-SESSION-COMPANY TO WS-ALLOC-COMPANY-OUT.
           MOVE WS-ALLOC-HEADER TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.

           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
               PERFORM ALLOCATE-ONE-POOL
           END-PERFORM.

           MOVE SPACES TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.
           MOVE WS-ALLOCATED-TOTAL TO WS-ALLOC-TOTAL-OUT.
           MOVE WS-ALLOC-TOTAL-LINE TO ALLOCATION-REPORT-LINE.
           WRITE ALLOCATION-REPORT-LINE.

           CLOSE ALLOCATION-RULE-FILE.
           IF WS-EMPLOYEES-AVAILABLE
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           CLOSE GL-INTERFACE-FILE.
           CLOSE ALLOCATION-REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
           PERFORM POST-FILE-CONTROL-UPDATES.
           DISPLAY "Cost allocation complete - " WS-RULES-POSTED
                   " of " WS-POOL-COUNT " rules posted, "
                   WS-ALLOCATED-TOTAL " allocated (ALLOCRUN.PRT).".
           GOBACK.

       COPY OPENRCTL.

       COPY GLBATCH.

       COPY FCUPDT.

       COPY ROUNDCTL.

       POST-FILE-CONTROL-UPDATES.
           MOVE "GLFEED" TO WS-FC-FILE-NAME
           MOVE WS-GLFEED-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-GLFEED-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL.

       LOAD-ACTIVE-RULES.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-SESSION-COMPANY TO AL-COMPANY-CODE
           MOVE LOW-VALUES TO AL-RULE-ID
           START ALLOCATION-RULE-FILE KEY IS NOT LESS THAN AL-RULE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF
               READ ALLOCATION-RULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF AL-COMPANY-CODE NOT = WS-SESSION-COMPANY
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           IF AL-ACTIVE
                               PERFORM ADD-POOL-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-POOL-ENTRY.
           IF WS-POOL-COUNT = 50
               DISPLAY "More than 50 active rules - rule "
                       AL-RULE-ID " not run."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POOL-COUNT
           SET WS-POOL-IDX TO WS-POOL-COUNT
           MOVE AL-RULE-ID TO WS-POOL-RULE-ID (WS-POOL-IDX)
           MOVE AL-SOURCE-ACCOUNT TO WS-POOL-ACCOUNT (WS-POOL-IDX)
           MOVE AL-SOURCE-DEPARTMENT TO WS-POOL-DEPT (WS-POOL-IDX)
           MOVE 0 TO WS-POOL-AMOUNT (WS-POOL-IDX).

      * Net debits to the pool account and department in the
      * processing month, earlier allocations included, so what
      * has already gone out is not sent again.
       TALLY-POOL-BALANCES.
           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-INTERFACE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ GL-INTERFACE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF GL-COMPANY-CODE = WS-SESSION-COMPANY
                          AND GL-PERIOD-DATE (1:6) = WS-TODAY-MONTH
                           PERFORM TALLY-POOL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-INTERFACE-FILE.

       TALLY-POOL-RECORD.
           IF GL-IS-CREDIT
               COMPUTE GL-AMOUNT = 0 - GL-AMOUNT
           END-IF
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
               IF GL-ACCOUNT-CODE = WS-POOL-ACCOUNT (WS-POOL-IDX)
                  AND GL-DEPARTMENT-CODE = WS-POOL-DEPT (WS-POOL-IDX)
                   ADD GL-AMOUNT TO WS-POOL-AMOUNT (WS-POOL-IDX)
               END-IF
           END-PERFORM.

       COUNT-HEADCOUNT.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN
                 EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF EM-ACTIVE
                          AND (EM-COMPANY-CODE = SPACES
                           OR EM-COMPANY-CODE = WS-SESSION-COMPANY)
                           MOVE EM-DEPARTMENT-CODE TO WS-DEPT-WANTED
                           PERFORM FIND-DEPARTMENT-SLOT
                           IF WS-DEPT-FOUND
                               ADD 1 TO WS-DEPT-HEADCOUNT (WS-DEPT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Gross by the department it was earned in - each concurrent
      * assignment's own department where the pay was split.
       TALLY-MONTH-WAGES.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF PH-RUN-DATE (1:6) = WS-TODAY-MONTH
                          AND NOT PH-BACKED-OUT
                           PERFORM TALLY-PAY-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

       TALLY-PAY-HISTORY-RECORD.
           MOVE "Y" TO WS-IN-COMPANY-SW
           IF WS-EMPLOYEES-AVAILABLE
               MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER-FILE
                   KEY IS EM-EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-COMPANY-CODE NOT = SPACES
                          AND EM-COMPANY-CODE NOT = WS-SESSION-COMPANY
                           MOVE "N" TO WS-IN-COMPANY-SW
                       END-IF
               END-READ
           END-IF
           IF NOT WS-IN-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF PH-ASSIGNMENT-COUNT = 0
               MOVE PH-DEPARTMENT-CODE TO WS-DEPT-WANTED
               PERFORM FIND-DEPARTMENT-SLOT
               IF WS-DEPT-FOUND
                   ADD PH-GROSS-PAY TO WS-DEPT-WAGES (WS-DEPT-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > PH-ASSIGNMENT-COUNT
                      OR WS-ASG-IDX > 5
               MOVE PH-ASG-DEPARTMENT (WS-ASG-IDX) TO WS-DEPT-WANTED
               PERFORM FIND-DEPARTMENT-SLOT
               IF WS-DEPT-FOUND
                   ADD PH-ASG-GROSS (WS-ASG-IDX)
                       TO WS-DEPT-WAGES (WS-DEPT-IDX)
               END-IF
           END-PERFORM.

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
               IF WS-DEPT-ADD AND WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   INITIALIZE WS-DEPT-ENTRY (WS-DEPT-IDX)
                   MOVE WS-DEPT-WANTED TO WS-DEPT-CODE (WS-DEPT-IDX)
                   MOVE "Y" TO WS-DEPT-FOUND-SW
               ELSE
                   IF WS-DEPT-ADD
                       DISPLAY "More than 50 departments - department "
                               WS-DEPT-WANTED " has no driver value."
                   END-IF
               END-IF
           END-IF.

       ALLOCATE-ONE-POOL.
           MOVE WS-SESSION-COMPANY TO AL-COMPANY-CODE
           MOVE WS-POOL-RULE-ID (WS-POOL-IDX) TO AL-RULE-ID
           READ ALLOCATION-RULE-FILE
               KEY IS AL-RULE-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO ALLOCATION-REPORT-LINE
           WRITE ALLOCATION-REPORT-LINE
           MOVE AL-RULE-ID TO WS-ALLOC-RULE-OUT
           MOVE AL-DESCRIPTION TO WS-ALLOC-DESC-OUT
           EVALUATE TRUE
               WHEN AL-DRIVER-PERCENT
                   MOVE "fixed percent" TO WS-ALLOC-DRIVER-OUT
               WHEN AL-DRIVER-HEADCOUNT
                   MOVE "active headcount" TO WS-ALLOC-DRIVER-OUT
               WHEN OTHER
                   MOVE "gross wages" TO WS-ALLOC-DRIVER-OUT
           END-EVALUATE
           MOVE WS-ALLOC-RULE-LINE TO ALLOCATION-REPORT-LINE
           WRITE ALLOCATION-REPORT-LINE
           MOVE AL-SOURCE-ACCOUNT TO WS-ALLOC-ACCOUNT-OUT
           MOVE AL-SOURCE-DEPARTMENT TO WS-ALLOC-POOL-DEPT-OUT
           MOVE WS-POOL-AMOUNT (WS-POOL-IDX) TO WS-ALLOC-POOL-OUT
           MOVE WS-ALLOC-POOL-LINE TO ALLOCATION-REPORT-LINE
           WRITE ALLOCATION-REPORT-LINE
           PERFORM LOAD-TARGET-DRIVERS
           IF WS-POOL-AMOUNT (WS-POOL-IDX) = 0
               MOVE "  Nothing in the pool this month - not posted."
                   TO WS-ALLOC-NOTE-LINE
               PERFORM WRITE-ALLOCATION-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-DRIVER-TOTAL NOT > 0
               MOVE "  Driver totals zero across the targets - not "
                   TO WS-ALLOC-NOTE-LINE
               MOVE "posted." TO WS-ALLOC-NOTE-LINE (47:7)
               PERFORM WRITE-ALLOCATION-NOTE
               PERFORM WRITE-TARGET-LINES
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-POOL
           PERFORM WRITE-TARGET-LINES
           PERFORM POST-ALLOCATION
           ADD 1 TO WS-RULES-POSTED
           ADD WS-POOL-AMOUNT (WS-POOL-IDX) TO WS-ALLOCATED-TOTAL.

      * A department with no employees or no wages this month has
      * a zero driver and is charged nothing.
       LOAD-TARGET-DRIVERS.
           MOVE 0 TO WS-DRIVER-TOTAL
           MOVE "N" TO WS-DEPT-ADD-SW
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > AL-TARGET-COUNT
               MOVE AL-TARGET-DEPARTMENT (WS-TARGET-IDX)
                   TO WS-TARGET-DEPT (WS-TARGET-IDX)
               MOVE 0 TO WS-TARGET-DRIVER (WS-TARGET-IDX)
               MOVE 0 TO WS-TARGET-AMOUNT (WS-TARGET-IDX)
               MOVE AL-TARGET-DEPARTMENT (WS-TARGET-IDX)
                   TO WS-DEPT-WANTED
               PERFORM FIND-DEPARTMENT-SLOT
               EVALUATE TRUE
                   WHEN AL-DRIVER-PERCENT
                       MOVE AL-TARGET-PERCENT (WS-TARGET-IDX)
                           TO WS-TARGET-DRIVER (WS-TARGET-IDX)
                   WHEN AL-DRIVER-HEADCOUNT AND WS-DEPT-FOUND
                       MOVE WS-DEPT-HEADCOUNT (WS-DEPT-IDX)
                           TO WS-TARGET-DRIVER (WS-TARGET-IDX)
                   WHEN AL-DRIVER-WAGES AND WS-DEPT-FOUND
                       MOVE WS-DEPT-WAGES (WS-DEPT-IDX)
                           TO WS-TARGET-DRIVER (WS-TARGET-IDX)
               END-EVALUATE
               ADD WS-TARGET-DRIVER (WS-TARGET-IDX) TO WS-DRIVER-TOTAL
           END-PERFORM
           MOVE "Y" TO WS-DEPT-ADD-SW.

      * Each target's share rounds to the penny; the last target
      * with a driver value takes what is left, so the charges add
      * back to the pool exactly.
       SPLIT-POOL.
           MOVE 0 TO WS-ALLOCATED-SO-FAR
           MOVE 0 TO WS-LAST-TARGET
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > AL-TARGET-COUNT
               IF WS-TARGET-DRIVER (WS-TARGET-IDX) > 0
                   COMPUTE WS-ROUND-RAW = WS-POOL-AMOUNT (WS-POOL-IDX)
                       * WS-TARGET-DRIVER (WS-TARGET-IDX)
                       / WS-DRIVER-TOTAL
                   PERFORM APPLY-ROUNDING-MODE
                   MOVE WS-ROUND-RESULT
                       TO WS-TARGET-AMOUNT (WS-TARGET-IDX)
                   ADD WS-ROUND-RESULT TO WS-ALLOCATED-SO-FAR
                   SET WS-LAST-TARGET TO WS-TARGET-IDX
               END-IF
           END-PERFORM
           IF WS-LAST-TARGET > 0
               COMPUTE WS-TARGET-AMOUNT (WS-LAST-TARGET) =
                   WS-TARGET-AMOUNT (WS-LAST-TARGET)
                   + WS-POOL-AMOUNT (WS-POOL-IDX)
                   - WS-ALLOCATED-SO-FAR
           END-IF.

       WRITE-TARGET-LINES.
           MOVE WS-ALLOC-COLUMN-HEADING TO ALLOCATION-REPORT-LINE
           WRITE ALLOCATION-REPORT-LINE
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > AL-TARGET-COUNT
               MOVE WS-TARGET-DEPT (WS-TARGET-IDX) TO WS-ALLOC-DEPT-OUT
               MOVE WS-TARGET-DRIVER (WS-TARGET-IDX)
                   TO WS-ALLOC-VALUE-OUT
               MOVE 0 TO WS-ALLOC-SHARE
               IF WS-DRIVER-TOTAL > 0
                   COMPUTE WS-ALLOC-SHARE ROUNDED =
                       WS-TARGET-DRIVER (WS-TARGET-IDX) * 100
                       / WS-DRIVER-TOTAL
               END-IF
               MOVE WS-ALLOC-SHARE TO WS-ALLOC-SHARE-OUT
               MOVE WS-TARGET-AMOUNT (WS-TARGET-IDX)
                   TO WS-ALLOC-AMOUNT-OUT
               MOVE WS-ALLOC-TARGET-LINE TO ALLOCATION-REPORT-LINE
               WRITE ALLOCATION-REPORT-LINE
           END-PERFORM.

       WRITE-ALLOCATION-NOTE.
           MOVE WS-ALLOC-NOTE-LINE TO ALLOCATION-REPORT-LINE
           WRITE ALLOCATION-REPORT-LINE.

      * The pool account is charged to each target department and
      * relieved from the pool department; a credit balance in the
      * pool goes out the other way round.
       POST-ALLOCATION.
           MOVE AL-SOURCE-ACCOUNT TO WS-GL-POST-ACCOUNT
           PERFORM VARYING WS-TARGET-IDX FROM 1 BY 1
                   UNTIL WS-TARGET-IDX > AL-TARGET-COUNT
               IF WS-TARGET-AMOUNT (WS-TARGET-IDX) NOT = 0
                   MOVE WS-TARGET-DEPT (WS-TARGET-IDX)
                       TO WS-GL-POST-DEPT
                   IF WS-TARGET-AMOUNT (WS-TARGET-IDX) > 0
                       MOVE "D" TO WS-GL-POST-SIDE
                       MOVE WS-TARGET-AMOUNT (WS-TARGET-IDX)
                           TO WS-GL-POST-AMOUNT
                   ELSE
                       MOVE "C" TO WS-GL-POST-SIDE
                       COMPUTE WS-GL-POST-AMOUNT =
                           0 - WS-TARGET-AMOUNT (WS-TARGET-IDX)
                   END-IF
                   PERFORM WRITE-GL-POSTING
               END-IF
           END-PERFORM
           MOVE AL-SOURCE-DEPARTMENT TO WS-GL-POST-DEPT
           IF WS-POOL-AMOUNT (WS-POOL-IDX) > 0
               MOVE "C" TO WS-GL-POST-SIDE
               MOVE WS-POOL-AMOUNT (WS-POOL-IDX) TO WS-GL-POST-AMOUNT
           ELSE
               MOVE "D" TO WS-GL-POST-SIDE
               COMPUTE WS-GL-POST-AMOUNT =
                   0 - WS-POOL-AMOUNT (WS-POOL-IDX)
           END-IF
           PERFORM WRITE-GL-POSTING.

       WRITE-GL-POSTING.
           INITIALIZE GL-FEED-RECORD
           MOVE "CostAllocation"     TO GL-SOURCE-PROGRAM
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
