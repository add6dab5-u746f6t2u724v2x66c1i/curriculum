       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcaMeasure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO WS-EMPMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO WS-DEDMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEDUCTION-KEY
               FILE STATUS IS WS-DEDUCTION-MASTER-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO WS-PAYHIST-FN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-HISTORY-STATUS.

           SELECT ACA-STATUS-FILE ASSIGN TO WS-ACASTAT-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-EMPLOYEE-ID
               FILE STATUS IS WS-ACA-STATUS-STATUS.

           SELECT ACA-CONTROL-FILE ASSIGN TO "ACACTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CONTROL-KEY
               FILE STATUS IS WS-ACA-CONTROL-STATUS.

           SELECT MEASUREMENT-REPORT-FILE ASSIGN TO "ACAMEAS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEASUREMENT-REPORT-STATUS.

           SELECT COVERAGE-STATEMENT-FILE ASSIGN TO "ACASTMT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVERAGE-STATEMENT-STATUS.

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

       FD  DEDUCTION-MASTER-FILE.
           COPY DEDMAST.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST.

       FD  ACA-STATUS-FILE.
           COPY ACASTAT.

       FD  ACA-CONTROL-FILE.
           COPY ACACTL.

       FD  MEASUREMENT-REPORT-FILE.
       01 MEASUREMENT-REPORT-LINE  PIC X(80).

       FD  COVERAGE-STATEMENT-FILE.
       01 COVERAGE-STATEMENT-LINE  PIC X(80).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-DEDUCTION-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PAY-HISTORY-STATUS    PIC X(2) VALUE "00".
       01 WS-ACA-STATUS-STATUS     PIC X(2) VALUE "00".
       01 WS-ACA-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-MEASUREMENT-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-COVERAGE-STATEMENT-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-PARAMETERS   VALUE "P" "p".
          88 WS-MAINT-MEASURE      VALUE "M" "m".
          88 WS-MAINT-STATEMENT    VALUE "S" "s".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-NEW-VALUE-X           PIC X(20).
       01 WS-CODE-SUB              PIC 9(1).

       01 WS-DEDMAST-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-DEDMAST-AVAILABLE  VALUE "Y".
       01 WS-MASTER-EOF-SW         PIC X(1) VALUE "N".
          88 WS-MASTER-EOF         VALUE "Y".
       01 WS-DEDUCTION-EOF-SW      PIC X(1) VALUE "N".
          88 WS-DEDUCTION-EOF      VALUE "Y".
       01 WS-STATUS-EXISTS-SW      PIC X(1) VALUE "N".
          88 WS-STATUS-EXISTS      VALUE "Y".
       01 WS-WAS-FULL-TIME-SW      PIC X(1) VALUE "N".
          88 WS-WAS-FULL-TIME      VALUE "Y".
       01 WS-COVERED-SW            PIC X(1) VALUE "N".
          88 WS-COVERED            VALUE "Y".
       01 WS-COVERAGE-CODE-SW      PIC X(1) VALUE "N".
          88 WS-COVERAGE-CODE      VALUE "Y".
       01 WS-EMPLOYED-SW           PIC X(1) VALUE "N".
          88 WS-EMPLOYED           VALUE "Y".
       01 WS-MONTH-FULL-TIME-SW    PIC X(1) VALUE "N".
          88 WS-MONTH-FULL-TIME    VALUE "Y".
       01 WS-REPORTABLE-SW         PIC X(1) VALUE "N".
          88 WS-REPORTABLE         VALUE "Y".

      * The look-back period ends on the processing date and runs
      * back the configured number of months.
       01 WS-PERIOD-START          PIC 9(8).
       01 WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START.
          05 WS-START-YEAR         PIC 9(4).
          05 WS-START-MONTH        PIC 9(2).
          05 WS-START-DAY          PIC 9(2).
       01 WS-PERIOD-MONTH          PIC S9(3).
       01 WS-PERIOD-WEEKS          PIC 9(3)V99.
       01 WS-AVERAGE-HOURS         PIC 9(3)V99.
       01 WS-COVER-FROM            PIC 9(8).
       01 WS-COVER-TO              PIC 9(8).

      * Hours worked in the period per employee, from pay history;
      * an employee paid salaried on any run in it is full time.
       01 WS-HOURS-TABLE.
          05 WS-HOURS-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY WS-HRS-IDX.
             10 WS-HRS-EMPLOYEE-ID   PIC 9(5).
             10 WS-HRS-TOTAL         PIC 9(7)V99.
             10 WS-HRS-SALARIED-SW   PIC X(1).
       01 WS-HOURS-COUNT           PIC 9(4) VALUE 0.
       01 WS-FIND-EMPLOYEE-ID      PIC 9(5).
       01 WS-HOURS-FOUND-SW        PIC X(1) VALUE "N".
          88 WS-HOURS-FOUND        VALUE "Y".

       01 WS-MEASURED-COUNT        PIC 9(5) VALUE 0.
       01 WS-FULL-TIME-COUNT       PIC 9(5) VALUE 0.
       01 WS-NEWLY-ELIGIBLE-COUNT  PIC 9(5) VALUE 0.
       01 WS-TO-ENROLL-COUNT       PIC 9(5) VALUE 0.
       01 WS-DROPPED-COUNT         PIC 9(5) VALUE 0.
       01 WS-STATEMENT-COUNT       PIC 9(5) VALUE 0.

       01 WS-STATEMENT-YEAR        PIC 9(4).
       01 WS-MONTH                 PIC 9(2).
       01 WS-MONTH-START           PIC 9(8).
       01 WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
          05 WS-MS-YEAR            PIC 9(4).
          05 WS-MS-MONTH           PIC 9(2).
          05 WS-MS-DAY             PIC 9(2).
       01 WS-MONTH-END             PIC 9(8).
       01 WS-MONTH-END-PARTS REDEFINES WS-MONTH-END.
          05 WS-ME-YEAR            PIC 9(4).
          05 WS-ME-MONTH           PIC 9(2).
          05 WS-ME-DAY             PIC 9(2).

       01 WS-AMR-HEADER.
          05 FILLER                PIC X(36) VALUE
             "-- ACA Full-Time Measurement  from ".
          05 WS-AMR-START-OUT      PIC 9(8).
          05 FILLER                PIC X(4) VALUE " to ".
          05 WS-AMR-END-OUT        PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-AMR-HEADING.
          05 FILLER                PIC X(40) VALUE
             "  Emp   Name                        Avg".
          05 FILLER                PIC X(30) VALUE
             " hrs/wk  Status".
       01 WS-AMR-DETAIL-LINE.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-AMD-EMPLOYEE-OUT   PIC 9(5).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AMD-NAME-OUT       PIC X(30).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-AMD-HOURS-OUT      PIC ZZ9.99.
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-AMD-STATUS-OUT     PIC X(30).
       01 WS-AMR-TOTAL-LINE.
          05 FILLER                PIC X(10) VALUE "Measured: ".
          05 WS-AMT-MEASURED-OUT   PIC ZZ,ZZ9.
          05 FILLER                PIC X(13) VALUE "  full time: ".
          05 WS-AMT-FULL-OUT       PIC ZZ,ZZ9.
          05 FILLER                PIC X(17) VALUE
             "  newly eligible:".
          05 WS-AMT-NEW-OUT        PIC ZZ,ZZ9.
          05 FILLER                PIC X(11) VALUE "  to enrol:".
          05 WS-AMT-ENROLL-OUT     PIC ZZ,ZZ9.

       01 WS-ACS-HEADER.
          05 FILLER                PIC X(42) VALUE
             "-- Employer Offer of Coverage Statement  ".
          05 FILLER                PIC X(5) VALUE "year ".
          05 WS-ACS-YEAR-OUT       PIC 9(4).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-ACS-EMPLOYER-LINE.
          05 FILLER                PIC X(10) VALUE "Employer  ".
          05 WS-ACS-FEIN-OUT       PIC 9(9).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-ACS-NAME-OUT       PIC X(30).
       01 WS-ACS-EMPLOYEE-LINE.
          05 FILLER                PIC X(9) VALUE "Employee ".
          05 WS-ACS-EMPLOYEE-OUT   PIC 9(5).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-ACS-EMP-NAME-OUT   PIC X(30).
       01 WS-ACS-MONTH-HEADING.
          05 FILLER                PIC X(44) VALUE
             "          Jan   Feb   Mar   Apr   May   Jun".
          05 FILLER                PIC X(36) VALUE
             "   Jul   Aug   Sep   Oct   Nov   Dec".
       01 WS-ACS-GRID-LINE.
          05 WS-ACS-GRID-LABEL     PIC X(10).
          05 WS-ACS-GRID-CELLS     PIC X(72).
       01 WS-ACS-OFFER-ROW.
          05 WS-ACS-OFFER-CELL     PIC X(6) OCCURS 12 TIMES.
       01 WS-ACS-FULL-TIME-ROW.
          05 WS-ACS-FT-CELL        PIC X(6) OCCURS 12 TIMES.
       01 WS-ACS-ENROLLED-ROW.
          05 WS-ACS-ENR-CELL       PIC X(6) OCCURS 12 TIMES.

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.
       01 WS-EMPMAST-FN               PIC X(12) VALUE "EMPMAST.DAT".
       01 WS-DEDMAST-FN               PIC X(12) VALUE "DEDMAST.DAT".
       01 WS-PAYHIST-FN               PIC X(12) VALUE "PAYHIST.DAT".
       01 WS-ACASTAT-FN               PIC X(12) VALUE "ACASTAT.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Affordable Care Act full-time tracking.  A measurement run
      * averages each variable-hour employee's weekly hours from
      * pay history over the look-back period, records who is full
      * time, and lists anyone newly eligible - with those not yet
      * carrying a health election called out for enrollment.  At
      * year end the statement shows, month by month, whether each
      * full-time or covered employee was offered and enrolled in
      * coverage, from the elections on the deduction master.
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
                       "to measure."
               CLOSE RUN-CONTROL-FILE
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF.
           OPEN INPUT DEDUCTION-MASTER-FILE.
           IF WS-DEDUCTION-MASTER-STATUS = "00"
               MOVE "Y" TO WS-DEDMAST-AVAILABLE-SW
           END-IF.
           OPEN I-O ACA-STATUS-FILE.
           IF WS-ACA-STATUS-STATUS = "35"
               OPEN OUTPUT ACA-STATUS-FILE
               CLOSE ACA-STATUS-FILE
               OPEN I-O ACA-STATUS-FILE
           END-IF.
           PERFORM OPEN-ACA-CONTROL.

           DISPLAY "ACA - (P)arameters, (M)easure full time, "
                   "(S)tatement of coverage, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-PARAMETERS
                       PERFORM MAINTAIN-PARAMETERS
                   WHEN WS-MAINT-MEASURE
                       PERFORM MEASURE-FULL-TIME
                   WHEN WS-MAINT-STATEMENT
                       PERFORM WRITE-COVERAGE-STATEMENTS
                   WHEN OTHER
                       DISPLAY "Please enter P, M, S, or Q."
               END-EVALUATE
               DISPLAY "ACA - (P)arameters, (M)easure full time, "
                       "(S)tatement of coverage, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-DEDMAST-AVAILABLE
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.
           CLOSE ACA-STATUS-FILE.
           CLOSE ACA-CONTROL-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       SET-TRAINING-FILE-NAMES.
           IF SL-TRAINING
               MOVE "EMPMAST.TRN" TO WS-EMPMAST-FN
               MOVE "DEDMAST.TRN" TO WS-DEDMAST-FN
               MOVE "PAYHIST.TRN" TO WS-PAYHIST-FN
               MOVE "ACASTAT.TRN" TO WS-ACASTAT-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
           END-IF.

       COPY OPENRCTL.

      * The parameter record is created with a twelve-month look-
      * back and the 30-hour line the first time the file is used.
       OPEN-ACA-CONTROL.
           OPEN I-O ACA-CONTROL-FILE
           IF WS-ACA-CONTROL-STATUS = "35"
               OPEN OUTPUT ACA-CONTROL-FILE
               CLOSE ACA-CONTROL-FILE
               OPEN I-O ACA-CONTROL-FILE
           END-IF
           MOVE "1" TO AC-CONTROL-KEY
           READ ACA-CONTROL-FILE
               KEY IS AC-CONTROL-KEY
               INVALID KEY
                   MOVE "1"    TO AC-CONTROL-KEY
                   MOVE 12     TO AC-LOOKBACK-MONTHS
                   MOVE 30.00  TO AC-FULL-TIME-HOURS
                   MOVE SPACES TO AC-COVERAGE-CODES
                   MOVE "1E"   TO AC-OFFER-CODE
                   MOVE "1H"   TO AC-NO-OFFER-CODE
                   WRITE ACA-CONTROL-RECORD
           END-READ.

       MAINTAIN-PARAMETERS.
           DISPLAY "Look-back months " AC-LOOKBACK-MONTHS
                   "  full-time hours/week " AC-FULL-TIME-HOURS
           DISPLAY "Health coverage deduction codes: "
                   AC-COVERAGE-CODE (1) " " AC-COVERAGE-CODE (2) " "
                   AC-COVERAGE-CODE (3) " " AC-COVERAGE-CODE (4) " "
                   AC-COVERAGE-CODE (5)
           DISPLAY "Offer code " AC-OFFER-CODE
                   "  no-offer code " AC-NO-OFFER-CODE
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Changing ACA parameters requires a "
                       "supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Look-back months (3-12, blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               IF FUNCTION NUMVAL (WS-NEW-VALUE-X) < 3
                  OR FUNCTION NUMVAL (WS-NEW-VALUE-X) > 12
                   DISPLAY "Look-back must be 3 to 12 months - "
                           "unchanged."
               ELSE
                   MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                       TO AC-LOOKBACK-MONTHS
               END-IF
           END-IF
           DISPLAY "Full-time average hours per week (blank to "
                   "keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO AC-FULL-TIME-HOURS
           END-IF
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 5
               DISPLAY "Coverage deduction code " WS-CODE-SUB
                       " (blank to keep, NONE to clear): "
               ACCEPT WS-NEW-VALUE-X
               IF WS-NEW-VALUE-X (1:4) = "NONE"
                   MOVE SPACES TO AC-COVERAGE-CODE (WS-CODE-SUB)
               ELSE
                   IF WS-NEW-VALUE-X NOT = SPACES
                       MOVE WS-NEW-VALUE-X (1:4)
                           TO AC-COVERAGE-CODE (WS-CODE-SUB)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Offer code for a month offered (blank to "
                   "keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:2) TO AC-OFFER-CODE
           END-IF
           DISPLAY "Code for a month not offered (blank to keep): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE WS-NEW-VALUE-X (1:2) TO AC-NO-OFFER-CODE
           END-IF
           REWRITE ACA-CONTROL-RECORD
           DISPLAY "ACA parameters saved.".

      * One measurement run: total each employee's hours over the
      * look-back period, then walk the active employees setting
      * each one's full-time status.
       MEASURE-FULL-TIME.
           PERFORM SET-LOOKBACK-PERIOD
           PERFORM LOAD-PERIOD-HOURS
           MOVE 0 TO WS-MEASURED-COUNT
           MOVE 0 TO WS-FULL-TIME-COUNT
           MOVE 0 TO WS-NEWLY-ELIGIBLE-COUNT
           MOVE 0 TO WS-TO-ENROLL-COUNT
           MOVE 0 TO WS-DROPPED-COUNT
           OPEN OUTPUT MEASUREMENT-REPORT-FILE
           MOVE WS-PERIOD-START TO WS-AMR-START-OUT
           MOVE WS-TODAY-DATE   TO WS-AMR-END-OUT
           MOVE WS-AMR-HEADER TO MEASUREMENT-REPORT-LINE
           WRITE MEASUREMENT-REPORT-LINE
           MOVE WS-AMR-HEADING TO MEASUREMENT-REPORT-LINE
           WRITE MEASUREMENT-REPORT-LINE
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
                       IF EM-ACTIVE
                           PERFORM MEASURE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO MEASUREMENT-REPORT-LINE
           WRITE MEASUREMENT-REPORT-LINE
           MOVE WS-MEASURED-COUNT       TO WS-AMT-MEASURED-OUT
           MOVE WS-FULL-TIME-COUNT      TO WS-AMT-FULL-OUT
           MOVE WS-NEWLY-ELIGIBLE-COUNT TO WS-AMT-NEW-OUT
           MOVE WS-TO-ENROLL-COUNT      TO WS-AMT-ENROLL-OUT
           MOVE WS-AMR-TOTAL-LINE TO MEASUREMENT-REPORT-LINE
           WRITE MEASUREMENT-REPORT-LINE
           CLOSE MEASUREMENT-REPORT-FILE
           DISPLAY "Measurement complete - " WS-MEASURED-COUNT
                   " measured, " WS-FULL-TIME-COUNT " full time, "
                   WS-NEWLY-ELIGIBLE-COUNT " newly eligible ("
                   WS-TO-ENROLL-COUNT " to enroll), "
                   WS-DROPPED-COUNT " no longer full time.  "
                   "Listing ACAMEAS.PRT.".

      * Month arithmetic back from the processing date; a day past
      * the end of the earlier month falls back to the 28th.
       SET-LOOKBACK-PERIOD.
           MOVE WS-TODAY-DATE TO WS-PERIOD-START
           COMPUTE WS-PERIOD-MONTH =
               WS-START-MONTH - AC-LOOKBACK-MONTHS
           IF WS-PERIOD-MONTH < 1
               ADD 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-START-YEAR
           END-IF
           MOVE WS-PERIOD-MONTH TO WS-START-MONTH
           IF WS-START-DAY > 28
               MOVE 28 TO WS-START-DAY
           END-IF
           COMPUTE WS-PERIOD-WEEKS =
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START)) / 7.

       LOAD-PERIOD-HOURS.
           INITIALIZE WS-HOURS-TABLE
           MOVE 0 TO WS-HOURS-COUNT
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-PAY-HISTORY-STATUS NOT = "00"
               DISPLAY "No pay history on hand - hourly staff "
                       "measure at zero hours."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAY-HISTORY-STATUS NOT = "00"
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-PAY-HISTORY-STATUS
                   NOT AT END
                       IF PH-RUN-DATE > WS-PERIOD-START
                          AND PH-RUN-DATE <= WS-TODAY-DATE
                          AND NOT PH-BACKED-OUT
                           PERFORM TALLY-PERIOD-HOURS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

       TALLY-PERIOD-HOURS.
           MOVE PH-EMPLOYEE-ID TO WS-FIND-EMPLOYEE-ID
           PERFORM FIND-HOURS-ENTRY
           IF NOT WS-HOURS-FOUND
               IF WS-HOURS-COUNT < 1000
                   ADD 1 TO WS-HOURS-COUNT
                   SET WS-HRS-IDX TO WS-HOURS-COUNT
                   MOVE PH-EMPLOYEE-ID TO
                       WS-HRS-EMPLOYEE-ID (WS-HRS-IDX)
                   MOVE 0 TO WS-HRS-TOTAL (WS-HRS-IDX)
                   MOVE "N" TO WS-HRS-SALARIED-SW (WS-HRS-IDX)
                   MOVE "Y" TO WS-HOURS-FOUND-SW
               ELSE
                   DISPLAY "Hours table full - employee "
                           PH-EMPLOYEE-ID " not measured."
               END-IF
           END-IF
           IF WS-HOURS-FOUND
               ADD PH-HOURS-WORKED TO WS-HRS-TOTAL (WS-HRS-IDX)
               IF PH-MODE-SALARIED
                   MOVE "Y" TO WS-HRS-SALARIED-SW (WS-HRS-IDX)
               END-IF
           END-IF.

       FIND-HOURS-ENTRY.
           MOVE "N" TO WS-HOURS-FOUND-SW
           SET WS-HRS-IDX TO 1
           SEARCH WS-HOURS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HRS-IDX > WS-HOURS-COUNT
                   CONTINUE
               WHEN WS-HRS-EMPLOYEE-ID (WS-HRS-IDX) =
                    WS-FIND-EMPLOYEE-ID
                   MOVE "Y" TO WS-HOURS-FOUND-SW
           END-SEARCH.

      * Full time at or over the line, salaried staff always.  An
      * employee crossing the line for the first time is newly
      * eligible; one already carrying a health election needs no
      * enrollment, anyone else is called out for it.
       MEASURE-ONE-EMPLOYEE.
           ADD 1 TO WS-MEASURED-COUNT
           MOVE EM-EMPLOYEE-ID TO WS-FIND-EMPLOYEE-ID
           PERFORM FIND-HOURS-ENTRY
           MOVE EM-EMPLOYEE-ID TO AS-EMPLOYEE-ID
           MOVE "N" TO WS-STATUS-EXISTS-SW
           MOVE "N" TO WS-WAS-FULL-TIME-SW
           READ ACA-STATUS-FILE
               KEY IS AS-EMPLOYEE-ID
               INVALID KEY
                   INITIALIZE ACA-STATUS-RECORD
                   MOVE EM-EMPLOYEE-ID TO AS-EMPLOYEE-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-STATUS-EXISTS-SW
                   MOVE AS-FULL-TIME-SW TO WS-WAS-FULL-TIME-SW
           END-READ
           MOVE 0 TO WS-AVERAGE-HOURS
           MOVE "N" TO AS-SALARIED-SW
           IF WS-HOURS-FOUND
               IF WS-HRS-SALARIED-SW (WS-HRS-IDX) = "Y"
                   MOVE "Y" TO AS-SALARIED-SW
               END-IF
               IF WS-PERIOD-WEEKS > 0
                   COMPUTE WS-AVERAGE-HOURS ROUNDED =
                       WS-HRS-TOTAL (WS-HRS-IDX) / WS-PERIOD-WEEKS
               END-IF
           END-IF
           MOVE WS-TODAY-DATE    TO AS-MEASURED-ON
           MOVE WS-PERIOD-START  TO AS-PERIOD-START
           MOVE WS-AVERAGE-HOURS TO AS-AVERAGE-WEEKLY-HOURS
           MOVE EM-EMPLOYEE-ID   TO WS-AMD-EMPLOYEE-OUT
           MOVE EM-EMPLOYEE-NAME TO WS-AMD-NAME-OUT
           MOVE WS-AVERAGE-HOURS TO WS-AMD-HOURS-OUT
           IF AS-SALARIED
              OR WS-AVERAGE-HOURS >= AC-FULL-TIME-HOURS
               MOVE "Y" TO AS-FULL-TIME-SW
               ADD 1 TO WS-FULL-TIME-COUNT
               IF WS-WAS-FULL-TIME
                   MOVE "full time" TO WS-AMD-STATUS-OUT
               ELSE
                   ADD 1 TO WS-NEWLY-ELIGIBLE-COUNT
                   MOVE WS-TODAY-DATE TO AS-FULL-TIME-SINCE
                   MOVE 0 TO AS-PART-TIME-SINCE
                   MOVE WS-TODAY-DATE TO WS-COVER-FROM WS-COVER-TO
                   PERFORM CHECK-COVERAGE-IN-FORCE
                   IF WS-COVERED
                       MOVE "NEWLY ELIGIBLE - already covered"
                           TO WS-AMD-STATUS-OUT
                   ELSE
                       ADD 1 TO WS-TO-ENROLL-COUNT
                       MOVE "NEWLY ELIGIBLE - ENROLL"
                           TO WS-AMD-STATUS-OUT
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO AS-FULL-TIME-SW
               IF WS-WAS-FULL-TIME
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE WS-TODAY-DATE TO AS-PART-TIME-SINCE
                   MOVE "no longer full time" TO WS-AMD-STATUS-OUT
               ELSE
                   MOVE "part time" TO WS-AMD-STATUS-OUT
               END-IF
           END-IF
           IF WS-STATUS-EXISTS
               REWRITE ACA-STATUS-RECORD
           ELSE
               WRITE ACA-STATUS-RECORD
           END-IF
           MOVE WS-AMR-DETAIL-LINE TO MEASUREMENT-REPORT-LINE
           WRITE MEASUREMENT-REPORT-LINE.

      * Covered when a health election for the employee overlaps
      * WS-COVER-FROM through WS-COVER-TO - started on or before the
      * end and not stopped before the start.
       CHECK-COVERAGE-IN-FORCE.
           MOVE "N" TO WS-COVERED-SW
           IF NOT WS-DEDMAST-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DEDUCTION-EOF-SW
           MOVE EM-EMPLOYEE-ID TO DM-EMPLOYEE-ID
           MOVE LOW-VALUES     TO DM-DEDUCTION-CODE
           MOVE 0              TO DM-START-DATE
           START DEDUCTION-MASTER-FILE KEY IS NOT LESS THAN
                 DM-DEDUCTION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DEDUCTION-EOF-SW
           END-START
           PERFORM UNTIL WS-DEDUCTION-EOF OR WS-COVERED
               READ DEDUCTION-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DEDUCTION-EOF-SW
                   NOT AT END
                       IF DM-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                           MOVE "Y" TO WS-DEDUCTION-EOF-SW
                       ELSE
                           PERFORM CHECK-COVERAGE-CODE
                           IF WS-COVERAGE-CODE
                              AND DM-START-DATE <= WS-COVER-TO
                              AND (DM-STOP-DATE = 0
                                   OR DM-STOP-DATE >= WS-COVER-FROM)
                               MOVE "Y" TO WS-COVERED-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-COVERAGE-CODE.
           MOVE "N" TO WS-COVERAGE-CODE-SW
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 5
               IF AC-COVERAGE-CODE (WS-CODE-SUB) NOT = SPACES
                  AND AC-COVERAGE-CODE (WS-CODE-SUB) =
                      DM-DEDUCTION-CODE
                   MOVE "Y" TO WS-COVERAGE-CODE-SW
               END-IF
           END-PERFORM.

      * The year-end statement: every employee full time or covered
      * in any month of the year gets a month-by-month grid of the
      * offer code, full-time status and enrollment.  Full time in
      * a month follows the measured status dates; a month the
      * employee was not on the payroll is never offered.
       WRITE-COVERAGE-STATEMENTS.
           MOVE WS-TODAY-DATE (1:4) TO WS-STATEMENT-YEAR
           DISPLAY "Statement year (YYYY, blank for "
                   WS-STATEMENT-YEAR "): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO WS-STATEMENT-YEAR
           END-IF
           IF AC-COVERAGE-CODES = SPACES
               DISPLAY "No health coverage deduction codes are set "
                       "- enrollment will show as none."
           END-IF
           MOVE 0 TO WS-STATEMENT-COUNT
           OPEN OUTPUT COVERAGE-STATEMENT-FILE
           MOVE WS-STATEMENT-YEAR TO WS-ACS-YEAR-OUT
           MOVE WS-ACS-HEADER TO COVERAGE-STATEMENT-LINE
           WRITE COVERAGE-STATEMENT-LINE
           MOVE RC-EMPLOYER-FEIN TO WS-ACS-FEIN-OUT
           MOVE RC-EMPLOYER-NAME TO WS-ACS-NAME-OUT
           MOVE WS-ACS-EMPLOYER-LINE TO COVERAGE-STATEMENT-LINE
           WRITE COVERAGE-STATEMENT-LINE
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
                       PERFORM BUILD-EMPLOYEE-STATEMENT
               END-READ
           END-PERFORM
           CLOSE COVERAGE-STATEMENT-FILE
           DISPLAY "Coverage statements for " WS-STATEMENT-YEAR
                   " written for " WS-STATEMENT-COUNT
                   " employees to ACASTMT.PRT.".

       BUILD-EMPLOYEE-STATEMENT.
           MOVE EM-EMPLOYEE-ID TO AS-EMPLOYEE-ID
           READ ACA-STATUS-FILE
               KEY IS AS-EMPLOYEE-ID
               INVALID KEY
                   INITIALIZE ACA-STATUS-RECORD
                   MOVE EM-EMPLOYEE-ID TO AS-EMPLOYEE-ID
           END-READ
           MOVE "N" TO WS-REPORTABLE-SW
           MOVE SPACES TO WS-ACS-OFFER-ROW
           MOVE SPACES TO WS-ACS-FULL-TIME-ROW
           MOVE SPACES TO WS-ACS-ENROLLED-ROW
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               PERFORM BUILD-STATEMENT-MONTH
           END-PERFORM
           IF WS-REPORTABLE
               ADD 1 TO WS-STATEMENT-COUNT
               MOVE SPACES TO COVERAGE-STATEMENT-LINE
               WRITE COVERAGE-STATEMENT-LINE
               MOVE EM-EMPLOYEE-ID   TO WS-ACS-EMPLOYEE-OUT
               MOVE EM-EMPLOYEE-NAME TO WS-ACS-EMP-NAME-OUT
               MOVE WS-ACS-EMPLOYEE-LINE TO COVERAGE-STATEMENT-LINE
               WRITE COVERAGE-STATEMENT-LINE
               MOVE WS-ACS-MONTH-HEADING TO COVERAGE-STATEMENT-LINE
               WRITE COVERAGE-STATEMENT-LINE
               MOVE "  Offer" TO WS-ACS-GRID-LABEL
               MOVE WS-ACS-OFFER-ROW TO WS-ACS-GRID-CELLS
               MOVE WS-ACS-GRID-LINE TO COVERAGE-STATEMENT-LINE
               WRITE COVERAGE-STATEMENT-LINE
               MOVE "  Full tm" TO WS-ACS-GRID-LABEL
               MOVE WS-ACS-FULL-TIME-ROW TO WS-ACS-GRID-CELLS
               MOVE WS-ACS-GRID-LINE TO COVERAGE-STATEMENT-LINE
               WRITE COVERAGE-STATEMENT-LINE
               MOVE "  Enrolled" TO WS-ACS-GRID-LABEL
               MOVE WS-ACS-ENROLLED-ROW TO WS-ACS-GRID-CELLS
               MOVE WS-ACS-GRID-LINE TO COVERAGE-STATEMENT-LINE
               WRITE COVERAGE-STATEMENT-LINE
           END-IF.

       BUILD-STATEMENT-MONTH.
           MOVE WS-STATEMENT-YEAR TO WS-MS-YEAR WS-ME-YEAR
           MOVE WS-MONTH TO WS-MS-MONTH WS-ME-MONTH
           MOVE 1  TO WS-MS-DAY
           MOVE 31 TO WS-ME-DAY
           MOVE "N" TO WS-EMPLOYED-SW
           IF EM-HIRE-DATE <= WS-MONTH-END
              AND (EM-TERMINATION-DATE = 0
                   OR EM-TERMINATION-DATE >= WS-MONTH-START)
               MOVE "Y" TO WS-EMPLOYED-SW
           END-IF
           MOVE "N" TO WS-MONTH-FULL-TIME-SW
           MOVE "N" TO WS-COVERED-SW
           IF WS-EMPLOYED
               IF AS-SALARIED
                   MOVE "Y" TO WS-MONTH-FULL-TIME-SW
               END-IF
               IF AS-FULL-TIME-SINCE NOT = 0
                  AND AS-FULL-TIME-SINCE <= WS-MONTH-END
                  AND (AS-FULL-TIME
                       OR AS-PART-TIME-SINCE > WS-MONTH-START)
                   MOVE "Y" TO WS-MONTH-FULL-TIME-SW
               END-IF
               MOVE WS-MONTH-START TO WS-COVER-FROM
               MOVE WS-MONTH-END   TO WS-COVER-TO
               PERFORM CHECK-COVERAGE-IN-FORCE
           END-IF
           IF WS-COVERED OR WS-MONTH-FULL-TIME
               MOVE "Y" TO WS-REPORTABLE-SW
               MOVE AC-OFFER-CODE TO WS-ACS-OFFER-CELL (WS-MONTH)
           ELSE
               MOVE AC-NO-OFFER-CODE TO WS-ACS-OFFER-CELL (WS-MONTH)
           END-IF
           IF WS-MONTH-FULL-TIME
               MOVE "Y" TO WS-ACS-FT-CELL (WS-MONTH)
           ELSE
               MOVE "N" TO WS-ACS-FT-CELL (WS-MONTH)
           END-IF
           IF WS-COVERED
               MOVE "Y" TO WS-ACS-ENR-CELL (WS-MONTH)
           ELSE
               MOVE "N" TO WS-ACS-ENR-CELL (WS-MONTH)
           END-IF.
