       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO "POSMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-POSITION-NUMBER
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT POSITION-REPORT-FILE ASSIGN TO "POSVAC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
           COPY POSITION.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  POSITION-REPORT-FILE.
       01 POSITION-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-POSITION-STATUS       PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-POSITION-REPORT-STATUS PIC X(2) VALUE "00".

       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-POSITION-FOUND-SW     PIC X(1) VALUE "N".
          88 WS-POSITION-FOUND     VALUE "Y".
       01 WS-FIRST-FOR-DEPT-SW     PIC X(1) VALUE "N".
          88 WS-FIRST-FOR-DEPT     VALUE "Y".
       01 WS-ANNUAL-PAY            PIC S9(11)V99 VALUE 0.
       01 WS-DEPARTMENT-CODE       PIC X(4).

      * Every authorized position with what is actually sitting in
      * it - headcount at one FTE per employee and the incumbents'
      * pay annualized from the period rate their pay group uses.
       01 WS-POSITION-TABLE.
          05 WS-POSITION-ENTRY OCCURS 500 TIMES
                                    INDEXED BY WS-PSN-IDX
                                               WS-PSN-SCAN-IDX.
             10 WS-PSN-NUMBER        PIC 9(6).
             10 WS-PSN-DEPARTMENT    PIC X(4).
             10 WS-PSN-TITLE         PIC X(30).
             10 WS-PSN-AUTHORIZED    PIC 9(3)V99.
             10 WS-PSN-FILLED        PIC 9(3)V99.
             10 WS-PSN-BUDGET        PIC S9(11)V99.
             10 WS-PSN-ACTUAL        PIC S9(11)V99.
       01 WS-POSITION-COUNT        PIC 9(3) VALUE 0.

       01 WS-DEPT-AUTHORIZED       PIC 9(5)V99 VALUE 0.
       01 WS-DEPT-FILLED           PIC 9(5)V99 VALUE 0.
       01 WS-DEPT-BUDGET           PIC S9(11)V99 VALUE 0.
       01 WS-DEPT-ACTUAL           PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-AUTHORIZED      PIC 9(5)V99 VALUE 0.
       01 WS-GRAND-FILLED          PIC 9(5)V99 VALUE 0.
       01 WS-GRAND-BUDGET          PIC S9(11)V99 VALUE 0.
       01 WS-GRAND-ACTUAL          PIC S9(11)V99 VALUE 0.
       01 WS-VACANT-COUNT          PIC 9(5) VALUE 0.
       01 WS-OVERHIRE-COUNT        PIC 9(5) VALUE 0.
       01 WS-UNTIED-COUNT          PIC 9(5) VALUE 0.
       01 WS-UNTIED-ACTUAL         PIC S9(11)V99 VALUE 0.

       01 WS-PVR-HEADER            PIC X(44) VALUE
          "-- Position Vacancy / Over-Hire Report --".
       01 WS-PVR-HEADING.
          05 FILLER                PIC X(32) VALUE
             "Posn   Dept Job title".
          05 FILLER                PIC X(21) VALUE
             " Auth   Fill   Diff".
          05 FILLER                PIC X(26) VALUE
             "       Budget       Actual".
       01 WS-PVR-LINE.
          05 WS-PVR-NUMBER-OUT     PIC 9(6).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PVR-DEPT-OUT       PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PVR-TITLE-OUT      PIC X(18).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PVR-AUTH-OUT       PIC ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PVR-FILL-OUT       PIC ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PVR-DIFF-OUT       PIC ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PVR-BUDGET-OUT     PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PVR-ACTUAL-OUT     PIC ZZZ,ZZZ,ZZ9-.
       01 WS-PVR-DEPT-LINE.
          05 FILLER                PIC X(7) VALUE "  Dept ".
          05 WS-PVD-DEPT-OUT       PIC X(4).
          05 FILLER                PIC X(18) VALUE " total".
          05 WS-PVD-AUTH-OUT       PIC ZZZZ9.99.
          05 WS-PVD-FILL-OUT       PIC ZZZ9.99.
          05 WS-PVD-DIFF-OUT       PIC ZZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PVD-BUDGET-OUT     PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PVD-ACTUAL-OUT     PIC ZZZ,ZZZ,ZZ9-.
       01 WS-PVR-UNTIED-LINE.
          05 FILLER                PIC X(37) VALUE
             "Active employees with no position:  ".
          05 WS-PVU-COUNT-OUT      PIC ZZ,ZZ9.
          05 FILLER                PIC X(20) VALUE
             "   annualized pay   ".
          05 WS-PVU-ACTUAL-OUT     PIC ZZZ,ZZZ,ZZ9-.
       01 WS-PVR-TOTAL-LINE.
          05 FILLER                PIC X(11) VALUE "Positions: ".
          05 WS-PVT-COUNT-OUT      PIC ZZ9.
          05 FILLER                PIC X(10) VALUE "  vacant: ".
          05 WS-PVT-VACANT-OUT     PIC ZZ,ZZ9.
          05 FILLER                PIC X(15) VALUE "  over-hired: ".
          05 WS-PVT-OVER-OUT       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      * Finance's view of headcount against the plan: for each
      * department, every authorized position with its filled FTE
      * and the gap either way - a vacancy the budget is carrying
      * or an over-hire it is not - and the budgeted against the
      * actual annualized pay of the people in the seats.  Anyone
      * active who is not tied to a position is totalled at the
      * end, since their pay is outside every department's plan.
       RUN-START.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "No position file POSMAST.DAT on hand - "
                       "nothing to report."
               GOBACK
           END-IF.
           PERFORM LOAD-POSITIONS.
           CLOSE POSITION-FILE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS = "00"
               PERFORM TALLY-INCUMBENTS
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

           OPEN OUTPUT POSITION-REPORT-FILE.
           MOVE WS-PVR-HEADER TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE WS-PVR-HEADING TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           PERFORM VARYING WS-PSN-IDX FROM 1 BY 1
                   UNTIL WS-PSN-IDX > WS-POSITION-COUNT
               PERFORM CHECK-FIRST-FOR-DEPT
               IF WS-FIRST-FOR-DEPT
                   MOVE WS-PSN-DEPARTMENT (WS-PSN-IDX) TO
                       WS-DEPARTMENT-CODE
                   PERFORM WRITE-DEPARTMENT
               END-IF
           END-PERFORM.

           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE "ALL"                TO WS-PVD-DEPT-OUT.
           MOVE WS-GRAND-AUTHORIZED  TO WS-PVD-AUTH-OUT.
           MOVE WS-GRAND-FILLED      TO WS-PVD-FILL-OUT.
           COMPUTE WS-PVD-DIFF-OUT =
               WS-GRAND-FILLED - WS-GRAND-AUTHORIZED.
           MOVE WS-GRAND-BUDGET      TO WS-PVD-BUDGET-OUT.
           MOVE WS-GRAND-ACTUAL      TO WS-PVD-ACTUAL-OUT.
           MOVE WS-PVR-DEPT-LINE TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE WS-UNTIED-COUNT  TO WS-PVU-COUNT-OUT.
           MOVE WS-UNTIED-ACTUAL TO WS-PVU-ACTUAL-OUT.
           MOVE WS-PVR-UNTIED-LINE TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE WS-POSITION-COUNT TO WS-PVT-COUNT-OUT.
           MOVE WS-VACANT-COUNT   TO WS-PVT-VACANT-OUT.
           MOVE WS-OVERHIRE-COUNT TO WS-PVT-OVER-OUT.
           MOVE WS-PVR-TOTAL-LINE TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           CLOSE POSITION-REPORT-FILE.
           DISPLAY "Position report complete - " WS-POSITION-COUNT
                   " positions, " WS-VACANT-COUNT " with vacancies, "
                   WS-OVERHIRE-COUNT " over-hired, " WS-UNTIED-COUNT
                   " employees with no position (POSVAC.PRT).".
           GOBACK.

       LOAD-POSITIONS.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE 0 TO PS-POSITION-NUMBER
           START POSITION-FILE KEY IS NOT LESS THAN
                 PS-POSITION-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ POSITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF WS-POSITION-COUNT < 500
                           ADD 1 TO WS-POSITION-COUNT
                           SET WS-PSN-IDX TO WS-POSITION-COUNT
                           MOVE PS-POSITION-NUMBER TO
                               WS-PSN-NUMBER (WS-PSN-IDX)
                           MOVE PS-DEPARTMENT-CODE TO
                               WS-PSN-DEPARTMENT (WS-PSN-IDX)
                           MOVE PS-JOB-TITLE TO
                               WS-PSN-TITLE (WS-PSN-IDX)
                           MOVE PS-AUTHORIZED-FTE TO
                               WS-PSN-AUTHORIZED (WS-PSN-IDX)
                           MOVE PS-BUDGETED-ANNUAL-PAY TO
                               WS-PSN-BUDGET (WS-PSN-IDX)
                           MOVE 0 TO WS-PSN-FILLED (WS-PSN-IDX)
                           MOVE 0 TO WS-PSN-ACTUAL (WS-PSN-IDX)
                       END-IF
               END-READ
           END-PERFORM.

      * A monthly employee's rate is the month's pay and a weekly
      * employee's the week's, the same way the payroll run reads
      * them.
       TALLY-INCUMBENTS.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE 0 TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN
                 EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF NOT EM-TERMINATED
                           PERFORM TALLY-ONE-INCUMBENT
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-INCUMBENT.
           IF EM-GROUP-MONTHLY
               COMPUTE WS-ANNUAL-PAY = EM-PAY-RATE * 12
           ELSE
               COMPUTE WS-ANNUAL-PAY = EM-PAY-RATE * 52
           END-IF
           MOVE "N" TO WS-POSITION-FOUND-SW
           PERFORM VARYING WS-PSN-IDX FROM 1 BY 1
                   UNTIL WS-PSN-IDX > WS-POSITION-COUNT
                      OR WS-POSITION-FOUND
               IF WS-PSN-NUMBER (WS-PSN-IDX) = EM-POSITION-NUMBER
                   MOVE "Y" TO WS-POSITION-FOUND-SW
                   ADD 1 TO WS-PSN-FILLED (WS-PSN-IDX)
                   ADD WS-ANNUAL-PAY TO WS-PSN-ACTUAL (WS-PSN-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-POSITION-FOUND
               ADD 1 TO WS-UNTIED-COUNT
               ADD WS-ANNUAL-PAY TO WS-UNTIED-ACTUAL
           END-IF.

       CHECK-FIRST-FOR-DEPT.
           MOVE "Y" TO WS-FIRST-FOR-DEPT-SW
           PERFORM VARYING WS-PSN-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-PSN-SCAN-IDX >= WS-PSN-IDX
                      OR NOT WS-FIRST-FOR-DEPT
               IF WS-PSN-DEPARTMENT (WS-PSN-SCAN-IDX) =
                  WS-PSN-DEPARTMENT (WS-PSN-IDX)
                   MOVE "N" TO WS-FIRST-FOR-DEPT-SW
               END-IF
           END-PERFORM.

       WRITE-DEPARTMENT.
           MOVE 0 TO WS-DEPT-AUTHORIZED
           MOVE 0 TO WS-DEPT-FILLED
           MOVE 0 TO WS-DEPT-BUDGET
           MOVE 0 TO WS-DEPT-ACTUAL
           MOVE SPACES TO POSITION-REPORT-LINE
           WRITE POSITION-REPORT-LINE
           PERFORM VARYING WS-PSN-SCAN-IDX FROM WS-PSN-IDX BY 1
                   UNTIL WS-PSN-SCAN-IDX > WS-POSITION-COUNT
               IF WS-PSN-DEPARTMENT (WS-PSN-SCAN-IDX) =
                  WS-DEPARTMENT-CODE
                   PERFORM WRITE-POSITION-LINE
               END-IF
           END-PERFORM
           MOVE WS-DEPARTMENT-CODE TO WS-PVD-DEPT-OUT
           MOVE WS-DEPT-AUTHORIZED TO WS-PVD-AUTH-OUT
           MOVE WS-DEPT-FILLED     TO WS-PVD-FILL-OUT
           COMPUTE WS-PVD-DIFF-OUT =
               WS-DEPT-FILLED - WS-DEPT-AUTHORIZED
           MOVE WS-DEPT-BUDGET     TO WS-PVD-BUDGET-OUT
           MOVE WS-DEPT-ACTUAL     TO WS-PVD-ACTUAL-OUT
           MOVE WS-PVR-DEPT-LINE TO POSITION-REPORT-LINE
           WRITE POSITION-REPORT-LINE
           ADD WS-DEPT-AUTHORIZED TO WS-GRAND-AUTHORIZED
           ADD WS-DEPT-FILLED     TO WS-GRAND-FILLED
           ADD WS-DEPT-BUDGET     TO WS-GRAND-BUDGET
           ADD WS-DEPT-ACTUAL     TO WS-GRAND-ACTUAL.

       WRITE-POSITION-LINE.
           MOVE WS-PSN-NUMBER (WS-PSN-SCAN-IDX) TO WS-PVR-NUMBER-OUT
           MOVE WS-DEPARTMENT-CODE TO WS-PVR-DEPT-OUT
           MOVE WS-PSN-TITLE (WS-PSN-SCAN-IDX) TO WS-PVR-TITLE-OUT
           MOVE WS-PSN-AUTHORIZED (WS-PSN-SCAN-IDX) TO WS-PVR-AUTH-OUT
           MOVE WS-PSN-FILLED (WS-PSN-SCAN-IDX) TO WS-PVR-FILL-OUT
           COMPUTE WS-PVR-DIFF-OUT =
               WS-PSN-FILLED (WS-PSN-SCAN-IDX)
               - WS-PSN-AUTHORIZED (WS-PSN-SCAN-IDX)
           MOVE WS-PSN-BUDGET (WS-PSN-SCAN-IDX) TO WS-PVR-BUDGET-OUT
           MOVE WS-PSN-ACTUAL (WS-PSN-SCAN-IDX) TO WS-PVR-ACTUAL-OUT
           MOVE WS-PVR-LINE TO POSITION-REPORT-LINE
           WRITE POSITION-REPORT-LINE
           IF WS-PSN-FILLED (WS-PSN-SCAN-IDX) <
              WS-PSN-AUTHORIZED (WS-PSN-SCAN-IDX)
               ADD 1 TO WS-VACANT-COUNT
           END-IF
           IF WS-PSN-FILLED (WS-PSN-SCAN-IDX) >
              WS-PSN-AUTHORIZED (WS-PSN-SCAN-IDX)
               ADD 1 TO WS-OVERHIRE-COUNT
           END-IF
           ADD WS-PSN-AUTHORIZED (WS-PSN-SCAN-IDX) TO
               WS-DEPT-AUTHORIZED
           ADD WS-PSN-FILLED (WS-PSN-SCAN-IDX) TO WS-DEPT-FILLED
           ADD WS-PSN-BUDGET (WS-PSN-SCAN-IDX) TO WS-DEPT-BUDGET
           ADD WS-PSN-ACTUAL (WS-PSN-SCAN-IDX) TO WS-DEPT-ACTUAL.
