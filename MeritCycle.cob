       IDENTIFICATION DIVISION.
       PROGRAM-ID. MeritCycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO WS-EMPMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT PAY-GRADE-FILE ASSIGN TO "PAYGRADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-GRADE-CODE
               FILE STATUS IS WS-PAY-GRADE-STATUS.

           SELECT MERIT-WORKSHEET-FILE ASSIGN TO WS-MERITWS-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-EMPLOYEE-ID
               FILE STATUS IS WS-MERIT-WORKSHEET-STATUS.

           SELECT STAGED-RATE-FILE ASSIGN TO WS-RATESTG-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-STAGED-KEY
               FILE STATUS IS WS-STAGED-RATE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  PAY-GRADE-FILE.
           COPY PAYGRADE.

       FD  MERIT-WORKSHEET-FILE.
           COPY MERITWS.

       FD  STAGED-RATE-FILE.
           COPY RATESTG.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PAY-GRADE-STATUS      PIC X(2) VALUE "00".
       01 WS-MERIT-WORKSHEET-STATUS PIC X(2) VALUE "00".
       01 WS-STAGED-RATE-STATUS    PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
       01 WS-SIGNON-VALID-SW       PIC X(1) VALUE "N".
          88 WS-SIGNON-VALID       VALUE "Y".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-PROPOSE      VALUE "P" "p".
          88 WS-MAINT-ADJUST       VALUE "A" "a".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-STAGE        VALUE "S" "s".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-NEW-VALUE-X           PIC X(30).

       01 WS-PAY-GRADES-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-PAY-GRADES-AVAILABLE VALUE "Y".
       01 WS-GRADE-FOUND-SW        PIC X(1) VALUE "N".
          88 WS-GRADE-FOUND        VALUE "Y".
       01 WS-ABOVE-MAXIMUM-SW      PIC X(1) VALUE "N".
          88 WS-ABOVE-MAXIMUM      VALUE "Y".
       01 WS-EMPLOYEE-EOF-SW       PIC X(1) VALUE "N".
          88 WS-EMPLOYEE-EOF       VALUE "Y".
       01 WS-SHEET-EOF-SW          PIC X(1) VALUE "N".
          88 WS-SHEET-EOF          VALUE "Y".
       01 WS-DEPT-STAGED-SW        PIC X(1) VALUE "N".
          88 WS-DEPT-STAGED        VALUE "Y".

       01 WS-DEPARTMENT-CODE       PIC X(4).
       01 WS-EMPLOYEE-ID           PIC 9(5).
       01 WS-EXCLUDE-EMPLOYEE-ID   PIC 9(5) VALUE 0.
       01 WS-BUDGET-PERCENT        PIC 9(2)V99 VALUE 0.
       01 WS-RATING                PIC 9(1) VALUE 0.
       01 WS-RATING-FACTOR         PIC 9V99 VALUE 0.
       01 WS-NEW-RATE              PIC S9(7)V99 VALUE 0.
       01 WS-EFFECTIVE-DATE        PIC 9(8) VALUE 0.
       01 WS-ANNUAL-FACTOR         PIC 9(2) VALUE 52.
       01 WS-ANNUAL-CURRENT        PIC S9(9)V99 VALUE 0.
       01 WS-ANNUAL-PROPOSED       PIC S9(9)V99 VALUE 0.
       01 WS-ANNUAL-INCREASE       PIC S9(9)V99 VALUE 0.
       01 WS-COMPA-BEFORE          PIC 9(3)V9 VALUE 0.
       01 WS-COMPA-AFTER           PIC 9(3)V9 VALUE 0.
       01 WS-INCREASE-PERCENT      PIC S9(3)V99 VALUE 0.
       01 WS-POOL-AMOUNT           PIC S9(11)V99 VALUE 0.
       01 WS-POOL-USED             PIC S9(11)V99 VALUE 0.
       01 WS-POOL-LEFT             PIC S9(11)V99 VALUE 0.
       01 WS-SHEET-SAVE-AREA       PIC X(48).
       01 WS-PROPOSED-COUNT        PIC 9(5) VALUE 0.
       01 WS-STAGED-COUNT          PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(5) VALUE 0.

       01 WS-RATE-OUT              PIC Z,ZZZ,ZZ9.99-.
       01 WS-PROPOSED-OUT          PIC Z,ZZZ,ZZ9.99-.
       01 WS-PERCENT-OUT           PIC ZZ9.99-.
       01 WS-COMPA-BEFORE-OUT      PIC ZZ9.9.
       01 WS-COMPA-AFTER-OUT       PIC ZZ9.9.
       01 WS-FLAG-OUT              PIC X(12).
       01 WS-POOL-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-USED-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-LEFT-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.
       01 WS-EMPMAST-FN               PIC X(12) VALUE "EMPMAST.DAT".
       01 WS-MERITWS-FN               PIC X(12) VALUE "MERITWS.DAT".
       01 WS-RATESTG-FN               PIC X(12) VALUE "RATESTG.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The annual merit cycle.  A department's proposal is built
      * from its budget percent and each employee's performance
      * rating, managers move individual increases around inside
      * the department pool, and a supervisor stages the result as
      * future-dated rate changes for the payroll run to apply on
      * the effective date.  The master itself is never written
      * here - every increase reaches EM-PAY-RATE through the
      * payroll rate-change path and its rate audit trail.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM SET-TRAINING-FILE-NAMES.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file on hand - nothing "
                       "to review."
               CLOSE RUN-CONTROL-FILE
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF.
           OPEN INPUT PAY-GRADE-FILE.
           IF WS-PAY-GRADE-STATUS = "00"
               MOVE "Y" TO WS-PAY-GRADES-AVAILABLE-SW
           ELSE
               DISPLAY "No salary grade file PAYGRADE.DAT on hand - "
                       "compa-ratios will not be shown."
           END-IF.
           OPEN I-O MERIT-WORKSHEET-FILE.
           IF WS-MERIT-WORKSHEET-STATUS = "35"
               OPEN OUTPUT MERIT-WORKSHEET-FILE
               CLOSE MERIT-WORKSHEET-FILE
               OPEN I-O MERIT-WORKSHEET-FILE
           END-IF.
           OPEN I-O STAGED-RATE-FILE.
           IF WS-STAGED-RATE-STATUS = "35"
               OPEN OUTPUT STAGED-RATE-FILE
               CLOSE STAGED-RATE-FILE
               OPEN I-O STAGED-RATE-FILE
           END-IF.

           DISPLAY "Merit cycle - (P)ropose department, (A)djust "
                   "employee, (L)ist department, (S)tage "
                   "increases, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-PROPOSE
                       PERFORM PROPOSE-DEPARTMENT
                   WHEN WS-MAINT-ADJUST
                       PERFORM ADJUST-EMPLOYEE
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-DEPARTMENT
                   WHEN WS-MAINT-STAGE
                       PERFORM STAGE-DEPARTMENT
                   WHEN OTHER
                       DISPLAY "Please enter P, A, L, S, or Q."
               END-EVALUATE
               DISPLAY "Merit cycle - (P)ropose department, (A)djust "
                       "employee, (L)ist department, (S)tage "
                       "increases, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-PAY-GRADES-AVAILABLE
               CLOSE PAY-GRADE-FILE
           END-IF.
           CLOSE MERIT-WORKSHEET-FILE.
           CLOSE STAGED-RATE-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       SET-TRAINING-FILE-NAMES.
           IF SL-TRAINING
               MOVE "EMPMAST.TRN" TO WS-EMPMAST-FN
               MOVE "MERITWS.TRN" TO WS-MERITWS-FN
               MOVE "RATESTG.TRN" TO WS-RATESTG-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
           END-IF.

       COPY OPENRCTL.

      * A new proposal replaces the department's worksheet rows.
      * Rows already staged belong to an earlier cycle, so
      * starting over on them takes a deliberate yes.  Every
      * active employee in the department is rated 1 to 5 and
      * offered the budget percent scaled by the rating.
       PROPOSE-DEPARTMENT.
           DISPLAY "Department code (4 characters): "
           ACCEPT WS-DEPARTMENT-CODE
           DISPLAY "Merit budget percent (2 digits, 2 decimals): "
           ACCEPT WS-BUDGET-PERCENT
           PERFORM CHECK-DEPARTMENT-STAGED
           IF WS-DEPT-STAGED
               DISPLAY "Department " WS-DEPARTMENT-CODE " has "
                       "increases staged from an earlier cycle - "
                       "start a new cycle? (Y/N): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X (1:1) NOT = "Y"
                  AND WS-NEW-VALUE-X (1:1) NOT = "y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CLEAR-DEPARTMENT-ROWS
           MOVE 0 TO WS-PROPOSED-COUNT
           MOVE "N" TO WS-EMPLOYEE-EOF-SW
           MOVE 0 TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN
                 EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-EOF-SW
           END-START
           PERFORM UNTIL WS-EMPLOYEE-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EMPLOYEE-EOF-SW
                   NOT AT END
                       IF EM-DEPARTMENT-CODE = WS-DEPARTMENT-CODE
                          AND EM-ACTIVE
                          AND (SL-COMPANY-CODE = SPACES
                               OR EM-COMPANY-CODE = SL-COMPANY-CODE)
                           PERFORM PROPOSE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROPOSED-COUNT = 0
               DISPLAY "No active employees in department "
                       WS-DEPARTMENT-CODE "."
           ELSE
               MOVE 0 TO WS-EXCLUDE-EMPLOYEE-ID
               PERFORM SUM-DEPARTMENT-POOL
               PERFORM SHOW-POOL-POSITION
           END-IF.

       CHECK-DEPARTMENT-STAGED.
           MOVE "N" TO WS-DEPT-STAGED-SW
           MOVE "N" TO WS-SHEET-EOF-SW
           MOVE 0 TO MW-EMPLOYEE-ID
           START MERIT-WORKSHEET-FILE KEY IS NOT LESS THAN
                 MW-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-SHEET-EOF-SW
           END-START
           PERFORM UNTIL WS-SHEET-EOF
               READ MERIT-WORKSHEET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SHEET-EOF-SW
                   NOT AT END
                       IF MW-DEPARTMENT-CODE = WS-DEPARTMENT-CODE
                          AND MW-STAGED
                           MOVE "Y" TO WS-DEPT-STAGED-SW
                       END-IF
               END-READ
           END-PERFORM.

       CLEAR-DEPARTMENT-ROWS.
           MOVE "N" TO WS-SHEET-EOF-SW
           MOVE 0 TO MW-EMPLOYEE-ID
           START MERIT-WORKSHEET-FILE KEY IS NOT LESS THAN
                 MW-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-SHEET-EOF-SW
           END-START
           PERFORM UNTIL WS-SHEET-EOF
               READ MERIT-WORKSHEET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SHEET-EOF-SW
                   NOT AT END
                       IF MW-DEPARTMENT-CODE = WS-DEPARTMENT-CODE
                           DELETE MERIT-WORKSHEET-FILE
                       END-IF
               END-READ
           END-PERFORM.

      * Rating 1 earns nothing, 3 the budget percent, 5 half as
      * much again; the pool is what the budget percent buys
      * across the whole department, so managers trade between
      * people rather than add to the total.
       PROPOSE-ONE-EMPLOYEE.
           DISPLAY "Employee " EM-EMPLOYEE-ID " " EM-EMPLOYEE-NAME
                   " grade " EM-PAY-GRADE " rate " EM-PAY-RATE
           DISPLAY "Performance rating (1-5): "
           ACCEPT WS-RATING
           PERFORM UNTIL WS-RATING >= 1 AND WS-RATING <= 5
               DISPLAY "Rating must be 1 to 5: "
               ACCEPT WS-RATING
           END-PERFORM
           EVALUATE WS-RATING
               WHEN 1
                   MOVE 0    TO WS-RATING-FACTOR
               WHEN 2
                   MOVE 0.50 TO WS-RATING-FACTOR
               WHEN 3
                   MOVE 1.00 TO WS-RATING-FACTOR
               WHEN 4
                   MOVE 1.25 TO WS-RATING-FACTOR
               WHEN OTHER
                   MOVE 1.50 TO WS-RATING-FACTOR
           END-EVALUATE
           INITIALIZE MERIT-WORKSHEET-RECORD
           MOVE EM-EMPLOYEE-ID     TO MW-EMPLOYEE-ID
           MOVE EM-DEPARTMENT-CODE TO MW-DEPARTMENT-CODE
           MOVE EM-PAY-GRADE       TO MW-PAY-GRADE
           MOVE EM-PAY-GROUP       TO MW-PAY-GROUP
           MOVE WS-RATING          TO MW-PERFORMANCE-RATING
           MOVE WS-BUDGET-PERCENT  TO MW-BUDGET-PERCENT
           MOVE EM-PAY-RATE        TO MW-CURRENT-RATE
           COMPUTE MW-PROPOSED-RATE ROUNDED =
               EM-PAY-RATE * (1 + (WS-BUDGET-PERCENT *
                                   WS-RATING-FACTOR / 100))
           MOVE "N"                TO MW-ADJUSTED-SW
           MOVE WS-OPERATOR-ID     TO MW-PREPARED-BY
           MOVE "P"                TO MW-STATUS
           WRITE MERIT-WORKSHEET-RECORD
               INVALID KEY
                   REWRITE MERIT-WORKSHEET-RECORD
           END-WRITE
           ADD 1 TO WS-PROPOSED-COUNT
           PERFORM COMPUTE-COMPA-RATIOS
           PERFORM SHOW-WORKSHEET-LINE.

      * A manager's figure replaces the proposal only while the
      * department's increases, this one included, still fit the
      * pool.  The pool walk reads the same worksheet file, so the
      * row is saved around it.
       ADJUST-EMPLOYEE.
           DISPLAY "Employee ID (5 digits): "
           ACCEPT WS-EMPLOYEE-ID
           MOVE WS-EMPLOYEE-ID TO MW-EMPLOYEE-ID
           READ MERIT-WORKSHEET-FILE
               KEY IS MW-EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "Employee " WS-EMPLOYEE-ID " is not on "
                           "the merit worksheet."
                   EXIT PARAGRAPH
           END-READ
           IF MW-STAGED
               DISPLAY "Increase for employee " WS-EMPLOYEE-ID
                       " is already staged - not changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-COMPA-RATIOS
           PERFORM SHOW-WORKSHEET-LINE
           DISPLAY "New proposed rate (7 digits, 2 decimals, blank "
                   "to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO WS-NEW-RATE
           IF WS-NEW-RATE < MW-CURRENT-RATE
               DISPLAY "Proposed rate is below the current rate - "
                       "not changed."
               EXIT PARAGRAPH
           END-IF
           MOVE MERIT-WORKSHEET-RECORD TO WS-SHEET-SAVE-AREA
           MOVE MW-DEPARTMENT-CODE TO WS-DEPARTMENT-CODE
           MOVE WS-EMPLOYEE-ID TO WS-EXCLUDE-EMPLOYEE-ID
           PERFORM SUM-DEPARTMENT-POOL
           MOVE WS-SHEET-SAVE-AREA TO MERIT-WORKSHEET-RECORD
           MOVE 0 TO WS-EXCLUDE-EMPLOYEE-ID
           PERFORM COMPUTE-ANNUAL-FACTOR
           COMPUTE WS-ANNUAL-INCREASE =
               (WS-NEW-RATE - MW-CURRENT-RATE) * WS-ANNUAL-FACTOR
           IF WS-POOL-USED + WS-ANNUAL-INCREASE > WS-POOL-AMOUNT
               COMPUTE WS-POOL-LEFT = WS-POOL-AMOUNT - WS-POOL-USED
               MOVE WS-POOL-LEFT TO WS-LEFT-OUT
               DISPLAY "Increase would overspend the department "
                       "pool - " WS-LEFT-OUT " a year is left for "
                       "this employee.  Not changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-RATE TO MW-PROPOSED-RATE
           MOVE "Y" TO MW-ADJUSTED-SW
           REWRITE MERIT-WORKSHEET-RECORD
           PERFORM COMPUTE-COMPA-RATIOS
           PERFORM SHOW-WORKSHEET-LINE
           DISPLAY "Employee " WS-EMPLOYEE-ID " adjusted.".

       LIST-DEPARTMENT.
           DISPLAY "Department code (4 characters): "
           ACCEPT WS-DEPARTMENT-CODE
           DISPLAY "Emp   R      Current     Proposed   Incr%  "
                   "Compa  After"
           MOVE 0 TO WS-PROPOSED-COUNT
           MOVE "N" TO WS-SHEET-EOF-SW
           MOVE 0 TO MW-EMPLOYEE-ID
           START MERIT-WORKSHEET-FILE KEY IS NOT LESS THAN
                 MW-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-SHEET-EOF-SW
           END-START
           PERFORM UNTIL WS-SHEET-EOF
               READ MERIT-WORKSHEET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SHEET-EOF-SW
                   NOT AT END
                       IF MW-DEPARTMENT-CODE = WS-DEPARTMENT-CODE
                           ADD 1 TO WS-PROPOSED-COUNT
                           PERFORM COMPUTE-COMPA-RATIOS
                           PERFORM SHOW-WORKSHEET-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROPOSED-COUNT = 0
               DISPLAY "No merit worksheet rows for department "
                       WS-DEPARTMENT-CODE "."
           ELSE
               MOVE 0 TO WS-EXCLUDE-EMPLOYEE-ID
               PERFORM SUM-DEPARTMENT-POOL
               PERFORM SHOW-POOL-POSITION
           END-IF.

      * Staging is the approval: a supervisor sign-on, a department
      * inside its pool, and an employee whose rate has not moved
      * since the proposal was built.  Each increase becomes one
      * pending row on the staged rate file for the payroll run to
      * apply once the effective date arrives.
       STAGE-DEPARTMENT.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Staging merit increases requires a "
                       "supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Department code (4 characters): "
           ACCEPT WS-DEPARTMENT-CODE
           MOVE 0 TO WS-EXCLUDE-EMPLOYEE-ID
           PERFORM SUM-DEPARTMENT-POOL
           IF WS-POOL-USED > WS-POOL-AMOUNT
               PERFORM SHOW-POOL-POSITION
               DISPLAY "Department is over its merit pool - adjust "
                       "before staging."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Effective date (YYYYMMDD, 0 for today): "
           ACCEPT WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = 0
               MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE 0 TO WS-STAGED-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE "N" TO WS-SHEET-EOF-SW
           MOVE 0 TO MW-EMPLOYEE-ID
           START MERIT-WORKSHEET-FILE KEY IS NOT LESS THAN
                 MW-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-SHEET-EOF-SW
           END-START
           PERFORM UNTIL WS-SHEET-EOF
               READ MERIT-WORKSHEET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SHEET-EOF-SW
                   NOT AT END
                       IF MW-DEPARTMENT-CODE = WS-DEPARTMENT-CODE
                          AND MW-PROPOSED
                           PERFORM STAGE-ONE-INCREASE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Increases staged: " WS-STAGED-COUNT
                   " effective " WS-EFFECTIVE-DATE
                   " - skipped: " WS-SKIPPED-COUNT ".".

       STAGE-ONE-INCREASE.
           MOVE MW-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "Employee " MW-EMPLOYEE-ID " no longer "
                           "on file - skipped."
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF EM-PAY-RATE NOT = MW-CURRENT-RATE
               DISPLAY "Employee " MW-EMPLOYEE-ID " rate has changed "
                       "since the proposal - propose again. Skipped."
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF MW-PROPOSED-RATE > MW-CURRENT-RATE
               INITIALIZE STAGED-RATE-RECORD
               MOVE MW-EMPLOYEE-ID    TO SR-EMPLOYEE-ID
               MOVE WS-EFFECTIVE-DATE TO SR-EFFECTIVE-DATE
               MOVE MW-CURRENT-RATE   TO SR-OLD-RATE
               MOVE MW-PROPOSED-RATE  TO SR-NEW-RATE
               MOVE "M"               TO SR-SOURCE
               MOVE WS-TODAY-DATE     TO SR-STAGED-DATE
               MOVE WS-OPERATOR-ID    TO SR-APPROVED-BY
               MOVE "P"               TO SR-STATUS
               WRITE STAGED-RATE-RECORD
                   INVALID KEY
                       DISPLAY "Employee " MW-EMPLOYEE-ID " already "
                               "has a rate change staged for "
                               WS-EFFECTIVE-DATE " - skipped."
                       ADD 1 TO WS-SKIPPED-COUNT
                       EXIT PARAGRAPH
               END-WRITE
               ADD 1 TO WS-STAGED-COUNT
           END-IF
           MOVE "S" TO MW-STATUS
           REWRITE MERIT-WORKSHEET-RECORD.

      * The pool is what the budget percent buys across the
      * department's current annual pay; used is the annualized
      * total of the proposed increases.  One employee can be left
      * out so an adjustment can be measured against the rest.
       SUM-DEPARTMENT-POOL.
           MOVE 0 TO WS-POOL-AMOUNT
           MOVE 0 TO WS-POOL-USED
           MOVE "N" TO WS-SHEET-EOF-SW
           MOVE 0 TO MW-EMPLOYEE-ID
           START MERIT-WORKSHEET-FILE KEY IS NOT LESS THAN
                 MW-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-SHEET-EOF-SW
           END-START
           PERFORM UNTIL WS-SHEET-EOF
               READ MERIT-WORKSHEET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SHEET-EOF-SW
                   NOT AT END
                       IF MW-DEPARTMENT-CODE = WS-DEPARTMENT-CODE
                           PERFORM COMPUTE-ANNUAL-FACTOR
                           COMPUTE WS-POOL-AMOUNT ROUNDED =
                               WS-POOL-AMOUNT + (MW-CURRENT-RATE *
                               WS-ANNUAL-FACTOR * MW-BUDGET-PERCENT
                               / 100)
                           IF MW-EMPLOYEE-ID NOT =
                              WS-EXCLUDE-EMPLOYEE-ID
                               COMPUTE WS-POOL-USED =
                                   WS-POOL-USED + ((MW-PROPOSED-RATE
                                   - MW-CURRENT-RATE) *
                                   WS-ANNUAL-FACTOR)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-POOL-POSITION.
           COMPUTE WS-POOL-LEFT = WS-POOL-AMOUNT - WS-POOL-USED
           MOVE WS-POOL-AMOUNT TO WS-POOL-OUT
           MOVE WS-POOL-USED   TO WS-USED-OUT
           MOVE WS-POOL-LEFT   TO WS-LEFT-OUT
           DISPLAY "Department " WS-DEPARTMENT-CODE " pool "
                   WS-POOL-OUT " proposed " WS-USED-OUT
                   " left " WS-LEFT-OUT
           IF WS-POOL-LEFT < 0
               DISPLAY "*** Proposals exceed the pool - adjust "
                       "before staging. ***"
           END-IF.

       COMPUTE-ANNUAL-FACTOR.
           IF MW-PAY-GROUP = "M"
               MOVE 12 TO WS-ANNUAL-FACTOR
           ELSE
               MOVE 52 TO WS-ANNUAL-FACTOR
           END-IF.

      * Compa-ratio is annual pay over the grade midpoint, as a
      * percent; an increase taking annual pay past the range
      * maximum is flagged for the manager, not refused.
       COMPUTE-COMPA-RATIOS.
           PERFORM COMPUTE-ANNUAL-FACTOR
           COMPUTE WS-ANNUAL-CURRENT =
               MW-CURRENT-RATE * WS-ANNUAL-FACTOR
           COMPUTE WS-ANNUAL-PROPOSED =
               MW-PROPOSED-RATE * WS-ANNUAL-FACTOR
           MOVE 0 TO WS-COMPA-BEFORE
           MOVE 0 TO WS-COMPA-AFTER
           MOVE "N" TO WS-GRADE-FOUND-SW
           MOVE "N" TO WS-ABOVE-MAXIMUM-SW
           IF WS-PAY-GRADES-AVAILABLE
              AND MW-PAY-GRADE NOT = SPACES
               MOVE MW-PAY-GRADE TO PG-GRADE-CODE
               READ PAY-GRADE-FILE
                   KEY IS PG-GRADE-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-GRADE-FOUND-SW
               END-READ
           END-IF
           IF WS-GRADE-FOUND AND PG-RANGE-MIDPOINT > 0
               COMPUTE WS-COMPA-BEFORE ROUNDED =
                   WS-ANNUAL-CURRENT * 100 / PG-RANGE-MIDPOINT
               COMPUTE WS-COMPA-AFTER ROUNDED =
                   WS-ANNUAL-PROPOSED * 100 / PG-RANGE-MIDPOINT
               IF WS-ANNUAL-PROPOSED > PG-RANGE-MAXIMUM
                   MOVE "Y" TO WS-ABOVE-MAXIMUM-SW
               END-IF
           END-IF.

       SHOW-WORKSHEET-LINE.
           MOVE 0 TO WS-INCREASE-PERCENT
           IF MW-CURRENT-RATE > 0
               COMPUTE WS-INCREASE-PERCENT ROUNDED =
                   (MW-PROPOSED-RATE - MW-CURRENT-RATE) * 100
                   / MW-CURRENT-RATE
           END-IF
           MOVE MW-CURRENT-RATE     TO WS-RATE-OUT
           MOVE MW-PROPOSED-RATE    TO WS-PROPOSED-OUT
           MOVE WS-INCREASE-PERCENT TO WS-PERCENT-OUT
           MOVE WS-COMPA-BEFORE     TO WS-COMPA-BEFORE-OUT
           MOVE WS-COMPA-AFTER      TO WS-COMPA-AFTER-OUT
           MOVE SPACES TO WS-FLAG-OUT
           EVALUATE TRUE
               WHEN WS-ABOVE-MAXIMUM
                   MOVE "ABOVE MAX" TO WS-FLAG-OUT
               WHEN NOT WS-GRADE-FOUND
                   MOVE "NO GRADE" TO WS-FLAG-OUT
               WHEN MW-MANAGER-ADJUSTED
                   MOVE "ADJUSTED" TO WS-FLAG-OUT
           END-EVALUATE
           IF MW-STAGED
               MOVE "STAGED" TO WS-FLAG-OUT
           END-IF
           DISPLAY MW-EMPLOYEE-ID " " MW-PERFORMANCE-RATING " "
                   WS-RATE-OUT WS-PROPOSED-OUT " " WS-PERCENT-OUT
                   " " WS-COMPA-BEFORE-OUT "  " WS-COMPA-AFTER-OUT
                   " " WS-FLAG-OUT.
