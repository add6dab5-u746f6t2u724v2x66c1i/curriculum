       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetirementMatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIREMENT-PLAN-FILE ASSIGN TO "RETPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CONTROL-KEY
               FILE STATUS IS WS-RETIREMENT-PLAN-STATUS.

           SELECT RETIREMENT-MATCH-FILE ASSIGN TO WS-RETMATCH-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MATCH-KEY
               FILE STATUS IS WS-RETIREMENT-MATCH-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO WS-EMPMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT REMIT-DETAIL-FILE ASSIGN TO WS-REMITDET-FN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-DETAIL-STATUS.

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

           SELECT FILE-CONTROL-SIDE-FILE ASSIGN TO WS-FILECTL-FN
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

           SELECT GL-CONTROL-FILE ASSIGN TO WS-GLCTL-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CONTROL-KEY
               FILE STATUS IS WS-GL-CONTROL-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO WS-GLFEED-FN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

           SELECT TRUEUP-REPORT-FILE ASSIGN TO "RETTRUE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRUEUP-REPORT-STATUS.

           SELECT VESTING-REPORT-FILE ASSIGN TO "RETVEST.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VESTING-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETIREMENT-PLAN-FILE.
           COPY RETPLAN.

       FD  RETIREMENT-MATCH-FILE.
           COPY RETMATCH.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  REMIT-DETAIL-FILE.
           COPY REMITDET.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

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

       FD  TRUEUP-REPORT-FILE.
       01 TRUEUP-REPORT-LINE       PIC X(80).

       FD  VESTING-REPORT-FILE.
       01 VESTING-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RETIREMENT-PLAN-STATUS PIC X(2) VALUE "00".
       01 WS-RETIREMENT-MATCH-STATUS PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-REMIT-DETAIL-STATUS   PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-TRUEUP-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-VESTING-REPORT-STATUS PIC X(2) VALUE "00".
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
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "RetirementMatch".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-PARAMETERS   VALUE "P" "p".
          88 WS-MAINT-TRUEUP       VALUE "T" "t".
          88 WS-MAINT-VESTING      VALUE "V" "v".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CONFIRM               PIC X(1).
       01 WS-NEW-VALUE-X           PIC X(20).
       01 WS-CODE-SUB              PIC 9(1).
       01 WS-VEST-SUB              PIC 9(1).
       01 WS-MATCH-EOF-SW          PIC X(1) VALUE "N".
          88 WS-MATCH-EOF          VALUE "Y".
       01 WS-MASTER-EOF-SW         PIC X(1) VALUE "N".
          88 WS-MASTER-EOF         VALUE "Y".

       01 WS-PLAN-YEAR             PIC 9(4).
       01 WS-PAY-CAP               PIC S9(9)V99.
       01 WS-REQUIRED-MATCH        PIC S9(7)V99.
       01 WS-TRUEUP-AMOUNT         PIC S9(7)V99.
       01 WS-TRUEUP-COUNT          PIC 9(5) VALUE 0.
       01 WS-TRUEUP-TOTAL          PIC S9(9)V99 VALUE 0.

       01 WS-HIRE-DATE             PIC 9(8).
       01 WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.
          05 WS-HIRE-YEAR          PIC 9(4).
          05 WS-HIRE-MONTH-DAY     PIC 9(4).
       01 WS-END-DATE              PIC 9(8).
       01 WS-END-DATE-R REDEFINES WS-END-DATE.
          05 WS-END-YEAR           PIC 9(4).
          05 WS-END-MONTH-DAY      PIC 9(4).
       01 WS-SERVICE-YEARS         PIC S9(3).
       01 WS-VESTED-PERCENT        PIC 9(3).
       01 WS-EMPLOYEE-MATCH        PIC S9(9)V99.
       01 WS-FORFEITURE            PIC S9(9)V99.
       01 WS-VESTING-COUNT         PIC 9(5) VALUE 0.
       01 WS-FORFEITURE-TOTAL      PIC S9(9)V99 VALUE 0.

       01 WS-RTR-HEADER.
          05 FILLER                PIC X(40) VALUE
             "-- Employer Match Year-End True-Up  Plan".
          05 FILLER                PIC X(6) VALUE " year ".
          05 WS-RTR-YEAR-OUT       PIC 9(4).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-RTR-HEADING.
          05 FILLER                PIC X(40) VALUE
             "  Emp          YTD pay  Deferrals  Match".
          05 FILLER                PIC X(30) VALUE
             " paid      Earned     True-up".
       01 WS-RTR-DETAIL-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RTD-EMPLOYEE-OUT   PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RTD-PAY-OUT        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RTD-DEFERRAL-OUT   PIC ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RTD-PAID-OUT       PIC ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RTD-EARNED-OUT     PIC ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RTD-TRUEUP-OUT     PIC ZZZ,ZZ9.99-.
       01 WS-RTR-TOTAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "Employees trued up:   ".
          05 WS-RTT-COUNT-OUT      PIC ZZ,ZZ9.
          05 FILLER                PIC X(12) VALUE "  total:    ".
          05 WS-RTT-TOTAL-OUT      PIC Z,ZZZ,ZZ9.99-.

       01 WS-RVR-HEADER.
          05 FILLER                PIC X(40) VALUE
             "-- Employer Match Vesting and Forfeiture".
          05 FILLER                PIC X(7) VALUE "  as of".
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RVR-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-RVR-HEADING.
          05 FILLER                PIC X(40) VALUE
             "  Emp   Name                 Termed   Yr".
          05 FILLER                PIC X(30) VALUE
             "s Vest      Match  Forfeited".
       01 WS-RVR-DETAIL-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-RVD-EMPLOYEE-OUT   PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RVD-NAME-OUT       PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RVD-TERM-OUT       PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RVD-YEARS-OUT      PIC Z9.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RVD-PERCENT-OUT    PIC ZZ9.
          05 FILLER                PIC X(2) VALUE "% ".
          05 WS-RVD-MATCH-OUT      PIC ZZZ,ZZ9.99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-RVD-FORFEIT-OUT    PIC ZZZ,ZZ9.99-.
       01 WS-RVR-TOTAL-LINE.
          05 FILLER                PIC X(22) VALUE
             "Terminated with match:".
          05 WS-RVT-COUNT-OUT      PIC ZZ,ZZ9.
          05 FILLER                PIC X(16) VALUE
             "  forfeited:    ".
          05 WS-RVT-TOTAL-OUT      PIC Z,ZZZ,ZZ9.99-.

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.
       01 WS-RETMATCH-FN              PIC X(12) VALUE "RETMATCH.DAT".
       01 WS-EMPMAST-FN               PIC X(12) VALUE "EMPMAST.DAT".
       01 WS-REMITDET-FN              PIC X(12) VALUE "REMITDET.DAT".
       01 WS-FILECTL-FN               PIC X(12) VALUE "FILECTL.DAT".
       01 WS-GLCTL-FN                 PIC X(12) VALUE "GLCTL.DAT".
       01 WS-GLFEED-FN                PIC X(12) VALUE "GLFEED.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The employer side of the retirement plan.  Payroll figures
      * the match each period from the formula kept here; at year
      * end the true-up tops up anyone whose deferrals were bunched
      * early in the year and so hit the per-period cap, and the
      * vesting report shows what each terminated employee keeps
      * of the match and what goes back to the plan as forfeiture.
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
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file on hand - nothing "
                       "to match."
               CLOSE RUN-CONTROL-FILE
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF.
           PERFORM OPEN-RETIREMENT-PLAN.
           OPEN I-O RETIREMENT-MATCH-FILE.
           IF WS-RETIREMENT-MATCH-STATUS = "35"
               OPEN OUTPUT RETIREMENT-MATCH-FILE
               CLOSE RETIREMENT-MATCH-FILE
               OPEN I-O RETIREMENT-MATCH-FILE
           END-IF.

           DISPLAY "Retirement match - (P)arameters, (T)rue-up, "
                   "(V)esting forfeitures, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-PARAMETERS
                       PERFORM MAINTAIN-PARAMETERS
                   WHEN WS-MAINT-TRUEUP
                       PERFORM RUN-YEAR-END-TRUEUP
                   WHEN WS-MAINT-VESTING
                       PERFORM WRITE-VESTING-REPORT
                   WHEN OTHER
                       DISPLAY "Please enter P, T, V, or Q."
               END-EVALUATE
               DISPLAY "Retirement match - (P)arameters, "
                       "(T)rue-up, (V)esting forfeitures, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE RETIREMENT-MATCH-FILE.
           CLOSE RETIREMENT-PLAN-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       SET-TRAINING-FILE-NAMES.
           IF SL-TRAINING
               MOVE "RETMATCH.TRN" TO WS-RETMATCH-FN
               MOVE "EMPMAST.TRN" TO WS-EMPMAST-FN
               MOVE "REMITDET.TRN" TO WS-REMITDET-FN
               MOVE "FILECTL.TRN" TO WS-FILECTL-FN
               MOVE "GLCTL.TRN" TO WS-GLCTL-FN
               MOVE "GLFEED.TRN" TO WS-GLFEED-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
           END-IF.

       COPY OPENRCTL.

       COPY GLBATCH.

       COPY FCUPDT.

       COPY GLMAPRES.

      * The plan record is created the first time the file is used
      * with the common safe-harbor shape - half of deferrals up to
      * six percent of pay, vesting 20 percent a year from the
      * second year - and no deferral codes, so nothing is matched
      * until the codes are keyed.
       OPEN-RETIREMENT-PLAN.
           OPEN I-O RETIREMENT-PLAN-FILE
           IF WS-RETIREMENT-PLAN-STATUS = "35"
               OPEN OUTPUT RETIREMENT-PLAN-FILE
               CLOSE RETIREMENT-PLAN-FILE
               OPEN I-O RETIREMENT-PLAN-FILE
           END-IF
           MOVE "1" TO RP-CONTROL-KEY
           READ RETIREMENT-PLAN-FILE
               KEY IS RP-CONTROL-KEY
               INVALID KEY
                   MOVE "1"    TO RP-CONTROL-KEY
                   MOVE SPACES TO RP-DEFERRAL-CODES
                   MOVE "MTCH" TO RP-MATCH-CODE
                   MOVE 50.00  TO RP-MATCH-PERCENT
                   MOVE 6.00   TO RP-PAY-CAP-PERCENT
                   MOVE 0      TO RP-VEST-PERCENT (1)
                   MOVE 20     TO RP-VEST-PERCENT (2)
                   MOVE 40     TO RP-VEST-PERCENT (3)
                   MOVE 60     TO RP-VEST-PERCENT (4)
                   MOVE 80     TO RP-VEST-PERCENT (5)
                   MOVE 100    TO RP-VEST-PERCENT (6)
                   MOVE 100    TO RP-VEST-PERCENT (7)
                   WRITE RETIREMENT-PLAN-RECORD
           END-READ.

       MAINTAIN-PARAMETERS.
           DISPLAY "Match " RP-MATCH-PERCENT "% of deferrals up to "
                   RP-PAY-CAP-PERCENT "% of pay, remitted as "
                   RP-MATCH-CODE
           DISPLAY "Deferral deduction codes: "
                   RP-DEFERRAL-CODE (1) " " RP-DEFERRAL-CODE (2) " "
                   RP-DEFERRAL-CODE (3)
           DISPLAY "Vested % by completed years 0-6+: "
                   RP-VEST-PERCENT (1) " " RP-VEST-PERCENT (2) " "
                   RP-VEST-PERCENT (3) " " RP-VEST-PERCENT (4) " "
                   RP-VEST-PERCENT (5) " " RP-VEST-PERCENT (6) " "
                   RP-VEST-PERCENT (7)
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Changing the match formula requires a "
                       "supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Match percent of deferrals (blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               IF FUNCTION NUMVAL (WS-NEW-VALUE-X) < 0
                  OR FUNCTION NUMVAL (WS-NEW-VALUE-X) > 200
                   DISPLAY "Match percent must be 0 to 200 - "
                           "unchanged."
               ELSE
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO RP-MATCH-PERCENT
               END-IF
           END-IF
           DISPLAY "Matched up to percent of pay (blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               IF FUNCTION NUMVAL (WS-NEW-VALUE-X) < 0
                  OR FUNCTION NUMVAL (WS-NEW-VALUE-X) > 25
                   DISPLAY "Pay cap must be 0 to 25 percent - "
                           "unchanged."
               ELSE
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO RP-PAY-CAP-PERCENT
               END-IF
           END-IF
           DISPLAY "Match remittance code (blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:4) TO RP-MATCH-CODE
           END-IF
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 3
               DISPLAY "Deferral deduction code " WS-CODE-SUB
                       " (blank to keep, NONE to clear): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X (1:4) = "NONE"
                   MOVE SPACES TO RP-DEFERRAL-CODE (WS-CODE-SUB)
               ELSE
                   IF WS-NEW-VALUE-X NOT = SPACES
                       MOVE WS-NEW-VALUE-X (1:4)
                           TO RP-DEFERRAL-CODE (WS-CODE-SUB)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VEST-SUB FROM 1 BY 1
                   UNTIL WS-VEST-SUB > 7
               COMPUTE WS-CODE-SUB = WS-VEST-SUB - 1
               DISPLAY "Vested percent at " WS-CODE-SUB
                       " completed years (blank to keep): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X NOT = SPACES
                   IF FUNCTION NUMVAL (WS-NEW-VALUE-X) < 0
                      OR FUNCTION NUMVAL (WS-NEW-VALUE-X) > 100
                       DISPLAY "Vested percent must be 0 to 100 - "
                               "unchanged."
                   ELSE
                       MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                           TO RP-VEST-PERCENT (WS-VEST-SUB)
                   END-IF
               END-IF
           END-PERFORM
           REWRITE RETIREMENT-PLAN-RECORD
           DISPLAY "Retirement match parameters saved.".

      * The per-period match is capped on each period's pay, so an
      * employee who deferred heavily early and then stopped was
      * matched on less than the full year's pay would allow.  The
      * true-up reruns the formula on the year's totals and pays
      * the shortfall; what was already paid counts, so running it
      * a second time finds nothing more to pay.
       RUN-YEAR-END-TRUEUP.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "The match true-up requires a supervisor "
                       "sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Plan year to true up (YYYY): "
           ACCEPT WS-PLAN-YEAR
           IF WS-PLAN-YEAR = 0 OR WS-PLAN-YEAR > WS-TODAY-DATE (1:4)
               DISPLAY "Plan year must be this year or earlier."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "True up the employer match for " WS-PLAN-YEAR
                   " (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TRUEUP-COUNT
           MOVE 0 TO WS-TRUEUP-TOTAL
           OPEN OUTPUT TRUEUP-REPORT-FILE
           OPEN EXTEND REMIT-DETAIL-FILE
           IF WS-REMIT-DETAIL-STATUS = "35"
               OPEN OUTPUT REMIT-DETAIL-FILE
           END-IF
           MOVE WS-PLAN-YEAR TO WS-RTR-YEAR-OUT
           MOVE WS-RTR-HEADER TO TRUEUP-REPORT-LINE
           WRITE TRUEUP-REPORT-LINE
           MOVE WS-RTR-HEADING TO TRUEUP-REPORT-LINE
           WRITE TRUEUP-REPORT-LINE
           MOVE "N" TO WS-MATCH-EOF-SW
           MOVE LOW-VALUES TO RM-MATCH-KEY
           START RETIREMENT-MATCH-FILE KEY IS NOT LESS THAN
                 RM-MATCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MATCH-EOF-SW
           END-START
           PERFORM UNTIL WS-MATCH-EOF
               READ RETIREMENT-MATCH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MATCH-EOF-SW
                   NOT AT END
                       IF RM-PLAN-YEAR = WS-PLAN-YEAR
                           PERFORM TRUE-UP-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TRUEUP-COUNT TO WS-RTT-COUNT-OUT
           MOVE WS-TRUEUP-TOTAL TO WS-RTT-TOTAL-OUT
           MOVE WS-RTR-TOTAL-LINE TO TRUEUP-REPORT-LINE
           WRITE TRUEUP-REPORT-LINE
           CLOSE REMIT-DETAIL-FILE
           CLOSE TRUEUP-REPORT-FILE
           IF WS-TRUEUP-TOTAL NOT = 0
               PERFORM WRITE-TRUEUP-GL-FEED
           END-IF
           DISPLAY WS-TRUEUP-COUNT " employees trued up, total "
                   WS-RTT-TOTAL-OUT " - see RETTRUE.PRT.".

       TRUE-UP-ONE-EMPLOYEE.
           COMPUTE WS-PAY-CAP ROUNDED =
               RM-YTD-PAY * RP-PAY-CAP-PERCENT / 100
           IF RM-YTD-DEFERRAL < WS-PAY-CAP
               COMPUTE WS-REQUIRED-MATCH ROUNDED =
                   RM-YTD-DEFERRAL * RP-MATCH-PERCENT / 100
           ELSE
               COMPUTE WS-REQUIRED-MATCH ROUNDED =
                   WS-PAY-CAP * RP-MATCH-PERCENT / 100
           END-IF
           COMPUTE WS-TRUEUP-AMOUNT = WS-REQUIRED-MATCH - RM-YTD-MATCH
           IF WS-TRUEUP-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE RM-EMPLOYEE-ID   TO WS-RTD-EMPLOYEE-OUT
           MOVE RM-YTD-PAY       TO WS-RTD-PAY-OUT
           MOVE RM-YTD-DEFERRAL  TO WS-RTD-DEFERRAL-OUT
           MOVE RM-YTD-MATCH     TO WS-RTD-PAID-OUT
           MOVE WS-REQUIRED-MATCH TO WS-RTD-EARNED-OUT
           MOVE WS-TRUEUP-AMOUNT TO WS-RTD-TRUEUP-OUT
           MOVE WS-RTR-DETAIL-LINE TO TRUEUP-REPORT-LINE
           WRITE TRUEUP-REPORT-LINE
           ADD WS-TRUEUP-AMOUNT TO RM-YTD-MATCH
           ADD WS-TRUEUP-AMOUNT TO RM-TRUEUP-AMOUNT
           MOVE WS-TODAY-DATE    TO RM-TRUEUP-DATE
           REWRITE RETIREMENT-MATCH-RECORD
           INITIALIZE REMIT-DETAIL-RECORD
           MOVE RP-MATCH-CODE    TO DR-DEDUCTION-CODE
           MOVE RM-EMPLOYEE-ID   TO DR-EMPLOYEE-ID
           MOVE WS-TODAY-DATE    TO DR-RUN-DATE
           MOVE WS-TRUEUP-AMOUNT TO DR-AMOUNT
           MOVE "N"              TO DR-REMITTED-SW
           MOVE 0                TO DR-CHECK-NUMBER
           WRITE REMIT-DETAIL-RECORD
           ADD 1 TO WS-TRUEUP-COUNT
           ADD WS-TRUEUP-AMOUNT TO WS-TRUEUP-TOTAL.

      * The true-up is employer cost owed to the plan: retirement
      * match expense against deductions payable, which the
      * remittance run clears when it pays the plan.
       WRITE-TRUEUP-GL-FEED.
           OPEN EXTEND GL-INTERFACE-FILE
           PERFORM ACQUIRE-GL-BATCH-NUMBER
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-GL-MAP-STATUS = "00"
               MOVE "Y" TO WS-GL-MAP-AVAILABLE-SW
           END-IF
           OPEN INPUT CHART-ACCOUNT-FILE
           IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE-SW
           END-IF
           INITIALIZE GL-FEED-RECORD
           MOVE "RetirementMatch"   TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
           MOVE "6045" TO WS-GL-POST-ACCOUNT
           MOVE "6045" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
           MOVE "D"                  TO GL-DEBIT-CREDIT-SW
           MOVE WS-TRUEUP-TOTAL      TO GL-AMOUNT
           MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
           INITIALIZE GL-FEED-RECORD
           MOVE "RetirementMatch"   TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
           MOVE "2130" TO WS-GL-POST-ACCOUNT
           MOVE "2130" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
           MOVE "C"                  TO GL-DEBIT-CREDIT-SW
           MOVE WS-TRUEUP-TOTAL      TO GL-AMOUNT
           MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
           CLOSE GL-INTERFACE-FILE
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
               MOVE "N" TO WS-GL-MAP-AVAILABLE-SW
           END-IF
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
               MOVE "N" TO WS-CHART-AVAILABLE-SW
           END-IF
           MOVE "GLFEED" TO WS-FC-FILE-NAME
           MOVE WS-GLFEED-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-GLFEED-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL
           MOVE 0 TO WS-GLFEED-DELTA-COUNT
           MOVE 0 TO WS-GLFEED-DELTA-AMOUNT.

      * Every terminated employee with match on file, all plan
      * years together, vested by completed years of service from
      * hire to termination under the plan schedule; the unvested
      * part is the forfeiture.
       WRITE-VESTING-REPORT.
           MOVE 0 TO WS-VESTING-COUNT
           MOVE 0 TO WS-FORFEITURE-TOTAL
           OPEN OUTPUT VESTING-REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-RVR-DATE-OUT
           MOVE WS-RVR-HEADER TO VESTING-REPORT-LINE
           WRITE VESTING-REPORT-LINE
           MOVE WS-RVR-HEADING TO VESTING-REPORT-LINE
           WRITE VESTING-REPORT-LINE
           MOVE "N" TO WS-MASTER-EOF-SW
           MOVE 0 TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN
                 EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SW
           END-START
           PERFORM UNTIL WS-MASTER-EOF
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-SW
                   NOT AT END
                       IF EM-TERMINATED
                           PERFORM VEST-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-VESTING-COUNT    TO WS-RVT-COUNT-OUT
           MOVE WS-FORFEITURE-TOTAL TO WS-RVT-TOTAL-OUT
           MOVE WS-RVR-TOTAL-LINE TO VESTING-REPORT-LINE
           WRITE VESTING-REPORT-LINE
           CLOSE VESTING-REPORT-FILE
           DISPLAY WS-VESTING-COUNT " terminated employees, "
                   "forfeitures " WS-RVT-TOTAL-OUT
                   " - see RETVEST.PRT.".

       VEST-ONE-EMPLOYEE.
           MOVE 0 TO WS-EMPLOYEE-MATCH
           MOVE "N" TO WS-MATCH-EOF-SW
           MOVE EM-EMPLOYEE-ID TO RM-EMPLOYEE-ID
           MOVE 0 TO RM-PLAN-YEAR
           START RETIREMENT-MATCH-FILE KEY IS NOT LESS THAN
                 RM-MATCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MATCH-EOF-SW
           END-START
           PERFORM UNTIL WS-MATCH-EOF
               READ RETIREMENT-MATCH-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MATCH-EOF-SW
                   NOT AT END
                       IF RM-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                           MOVE "Y" TO WS-MATCH-EOF-SW
                       ELSE
                           ADD RM-YTD-MATCH TO WS-EMPLOYEE-MATCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPLOYEE-MATCH NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE EM-HIRE-DATE TO WS-HIRE-DATE
           MOVE EM-TERMINATION-DATE TO WS-END-DATE
           IF WS-END-DATE = 0
               MOVE WS-TODAY-DATE TO WS-END-DATE
           END-IF
           COMPUTE WS-SERVICE-YEARS = WS-END-YEAR - WS-HIRE-YEAR
           IF WS-END-MONTH-DAY < WS-HIRE-MONTH-DAY
               SUBTRACT 1 FROM WS-SERVICE-YEARS
           END-IF
           IF WS-SERVICE-YEARS < 0
               MOVE 0 TO WS-SERVICE-YEARS
           END-IF
           IF WS-SERVICE-YEARS > 6
               MOVE 7 TO WS-VEST-SUB
           ELSE
               COMPUTE WS-VEST-SUB = WS-SERVICE-YEARS + 1
           END-IF
           MOVE RP-VEST-PERCENT (WS-VEST-SUB) TO WS-VESTED-PERCENT
           COMPUTE WS-FORFEITURE ROUNDED =
               WS-EMPLOYEE-MATCH * (100 - WS-VESTED-PERCENT) / 100
           MOVE EM-EMPLOYEE-ID      TO WS-RVD-EMPLOYEE-OUT
           MOVE EM-EMPLOYEE-NAME    TO WS-RVD-NAME-OUT
           MOVE EM-TERMINATION-DATE TO WS-RVD-TERM-OUT
           MOVE WS-SERVICE-YEARS    TO WS-RVD-YEARS-OUT
           MOVE WS-VESTED-PERCENT   TO WS-RVD-PERCENT-OUT
           MOVE WS-EMPLOYEE-MATCH   TO WS-RVD-MATCH-OUT
           MOVE WS-FORFEITURE       TO WS-RVD-FORFEIT-OUT
           MOVE WS-RVR-DETAIL-LINE TO VESTING-REPORT-LINE
           WRITE VESTING-REPORT-LINE
           ADD 1 TO WS-VESTING-COUNT
           ADD WS-FORFEITURE TO WS-FORFEITURE-TOTAL.
