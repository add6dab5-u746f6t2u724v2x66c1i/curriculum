               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-REVIEW-STATUS.

           SELECT STEP-HISTORY-FILE ASSIGN TO "STEPHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-HISTORY-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERROR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
                  BY ==JOB-LOG-REVIEW-RECORD==
                     LEADING ==JL== BY ==JR==.

       FD  STEP-HISTORY-FILE.
           COPY STEPHIST.

       FD  ERROR-LOG-FILE.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-JOB-SCHEDULE-STATUS   PIC X(2) VALUE "00".
       01 WS-JOB-LOG-STATUS        PIC X(2) VALUE "00".
       01 WS-JOB-LOG-REVIEW-STATUS PIC X(2) VALUE "00".
       01 WS-STEP-HISTORY-STATUS   PIC X(2) VALUE "00".
       01 WS-ERROR-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-LOG-PROGRAM-NAME      PIC X(20) VALUE "EODCycle".
       01 WS-LOG-FIELD-NAME        PIC X(20).
       01 WS-LOG-BAD-VALUE         PIC X(20).

      * The loaded schedule: one slot per enabled-or-held step in
      * sequence order, with the day's verdict alongside.
             10 WS-CYCLE-ENABLED    PIC X(1).
             10 WS-CYCLE-STOP-FAIL  PIC X(1).
             10 WS-CYCLE-LAST-STATUS PIC X(10).
             10 WS-CYCLE-EXPECTED-MIN PIC 9(4).
       01 WS-CYCLE-STEP-COUNT      PIC 9(3) VALUE 0.
       01 WS-CYCLE-STEP-NUMBER     PIC 9(3) VALUE 0.
       01 WS-SCHED-EOF-SW          PIC X(1) VALUE "N".
          88 WS-STEP-DUE           VALUE "Y".
       01 WS-POSTING-MONTH-NO      PIC 9(2).

      * Clock times around each step, for the run-time history and
      * the overrun check against the step's expected minutes.
       01 WS-STEP-START-DATE       PIC 9(8).
       01 WS-STEP-START-TIME       PIC 9(8).
       01 WS-STEP-END-DATE         PIC 9(8).
       01 WS-STEP-END-TIME         PIC 9(8).
       01 WS-STEP-CLOCK.
          05 WS-CLOCK-HH           PIC 9(2).
          05 WS-CLOCK-MM           PIC 9(2).
          05 WS-CLOCK-SS           PIC 9(2).
          05 WS-CLOCK-HS           PIC 9(2).
       01 WS-START-SECONDS         PIC 9(5).
       01 WS-END-SECONDS           PIC 9(5).
       01 WS-STEP-ELAPSED-SECONDS  PIC 9(7) VALUE 0.
       01 WS-STEP-ELAPSED-MINUTES  PIC 9(5) VALUE 0.
       01 WS-STEP-OVERRUN-SW       PIC X(1) VALUE "N".
          88 WS-STEP-OVERRUN       VALUE "Y".

           COPY SIGNONLK.

           COPY USAGELK.

       PROCEDURE DIVISION.
      * The cycle runs off the schedule file instead of a table
      * compiled into the program: every step carries its run
               DISPLAY "Sign-on cancelled - cycle not started."
               GOBACK
           END-IF.
           MOVE "EODCycle" TO UB-LAUNCHED-FROM.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           PERFORM LOAD-JOB-SCHEDULE.
           PERFORM CHECK-FOR-INCOMPLETE-CYCLE.
           OPEN EXTEND JOB-LOG-FILE.
           OPEN EXTEND STEP-HISTORY-FILE.
           OPEN EXTEND ERROR-LOG-FILE.
           PERFORM UNTIL WS-CYCLE-STEP-NUMBER =
                         WS-CYCLE-STEP-COUNT
                      OR WS-STEP-ABENDED
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           CLOSE JOB-LOG-FILE.
           CLOSE STEP-HISTORY-FILE.
           CLOSE ERROR-LOG-FILE.
           GOBACK.

       COPY OPENRCTL.

       COPY USAGEPRC.

       COPY LOGERROR.

      * A missing or empty schedule file is seeded with the
      * four-step chain this cycle always ran, so the data-driven
      * schedule starts from known ground instead of nothing.
                               WS-CYCLE-STOP-FAIL (WS-CYCLE-IDX)
                           MOVE SPACES TO
                               WS-CYCLE-LAST-STATUS (WS-CYCLE-IDX)
                           MOVE JS-EXPECTED-MINUTES TO
                               WS-CYCLE-EXPECTED-MIN (WS-CYCLE-IDX)
                       END-IF
               END-READ
           END-PERFORM.
                   "four-step chain.".

       WRITE-SEED-STEP.
           MOVE 0 TO JS-EXPECTED-MINUTES
           WRITE JOB-SCHEDULE-RECORD
               INVALID KEY
                   CONTINUE
                       WS-CYCLE-NAME (WS-CYCLE-IDX)
                       " starting."
               PERFORM LOG-JOB-STEP-STARTED
               MOVE WS-CYCLE-NAME (WS-CYCLE-IDX) TO UB-PROGRAM-NAME
               PERFORM LOG-PROGRAM-START
               ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STEP-START-TIME FROM TIME
               PERFORM DISPATCH-CYCLE-STEP
               PERFORM LOG-PROGRAM-END
               PERFORM TIME-CYCLE-STEP
               IF RETURN-CODE NOT = 0
                   DISPLAY "Step " WS-CYCLE-STEP-NUMBER ": "
                           WS-CYCLE-NAME (WS-CYCLE-IDX)
                           " ABENDED with return code "
                           RETURN-CODE "."
                   PERFORM LOG-JOB-STEP-ABENDED
                   MOVE "ABENDED" TO SH-STEP-STATUS
                   PERFORM WRITE-STEP-HISTORY
                   MOVE 0 TO RETURN-CODE
                   IF WS-CYCLE-STOP-FAIL (WS-CYCLE-IDX) = "Y"
                       DISPLAY "Stopping the chain."
                           WS-CYCLE-NAME (WS-CYCLE-IDX)
                           " complete."
                   PERFORM LOG-JOB-STEP-COMPLETE
                   MOVE "COMPLETE" TO SH-STEP-STATUS
                   PERFORM WRITE-STEP-HISTORY
               END-IF
           END-IF
           END-IF.
                   CALL "InterCompany"
               WHEN "PositivePay"
                   CALL "PositivePay"
               WHEN "ReorderCalc"
                   CALL "ReorderCalc"
               WHEN "RebateAccrual"
                   CALL "RebateAccrual"
               WHEN "RevenueRecognition"
                   CALL "RevenueRecognition"
               WHEN "ARKpiSnapshot"
                   CALL "ARKpiSnapshot"
               WHEN "EInvoiceSend"
                   CALL "EInvoiceSend"
               WHEN "CashReapply"
                   CALL "CashReapply"
               WHEN "DepositSlip"
                   CALL "DepositSlip"
               WHEN "NewHireReport"
                   CALL "NewHireReport"
               WHEN "CertExpiry"
                   CALL "CertExpiry"
               WHEN "PtoLiability"
                   CALL "PtoLiability"
               WHEN "TaxLiability"
                   CALL "TaxLiability"
               WHEN "AssetDepreciation"
                   CALL "AssetDepreciation"
               WHEN "WageAccrual"
                   CALL "WageAccrual"
               WHEN "CostAllocation"
                   CALL "CostAllocation"
               WHEN "AbcClassify"
                   CALL "AbcClassify"
               WHEN OTHER
                   DISPLAY "Unknown step name "
                           WS-CYCLE-NAME (WS-CYCLE-IDX)
                           " on the schedule - nothing run."
           END-EVALUATE.

      * The elapsed time runs from the clock at the CALL to the
      * clock at its return, across midnight if the step does.  An
      * overrun goes on the job log - ahead of the step's final
      * status, so the resume check still sees that status last -
      * and on the error log for the morning's worklist.
       TIME-CYCLE-STEP.
           ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-END-TIME FROM TIME
           MOVE WS-STEP-START-TIME TO WS-STEP-CLOCK
           COMPUTE WS-START-SECONDS =
               WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS
           MOVE WS-STEP-END-TIME TO WS-STEP-CLOCK
           COMPUTE WS-END-SECONDS =
               WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS
           COMPUTE WS-STEP-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE (WS-STEP-END-DATE)
                - FUNCTION INTEGER-OF-DATE (WS-STEP-START-DATE))
               * 86400 + WS-END-SECONDS - WS-START-SECONDS
           MOVE "N" TO WS-STEP-OVERRUN-SW
           IF WS-CYCLE-EXPECTED-MIN (WS-CYCLE-IDX) > 0
              AND WS-STEP-ELAPSED-SECONDS >
                  WS-CYCLE-EXPECTED-MIN (WS-CYCLE-IDX) * 60
               MOVE "Y" TO WS-STEP-OVERRUN-SW
               COMPUTE WS-STEP-ELAPSED-MINUTES =
                   (WS-STEP-ELAPSED-SECONDS + 59) / 60
               DISPLAY "Step " WS-CYCLE-STEP-NUMBER ": "
                       WS-CYCLE-NAME (WS-CYCLE-IDX)
                       " ran " WS-STEP-ELAPSED-MINUTES
                       " minutes - expected "
                       WS-CYCLE-EXPECTED-MIN (WS-CYCLE-IDX) "."
               PERFORM LOG-JOB-STEP-OVERRUN
               MOVE "STEP-OVERRUN" TO WS-LOG-FIELD-NAME
               MOVE WS-CYCLE-NAME (WS-CYCLE-IDX) TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           END-IF.

       WRITE-STEP-HISTORY.
           MOVE RC-PROCESSING-DATE TO SH-RUN-DATE
           MOVE WS-CYCLE-NAME (WS-CYCLE-IDX) TO SH-STEP-NAME
           MOVE WS-STEP-START-DATE TO SH-START-DATE
           MOVE WS-STEP-START-TIME TO SH-START-TIME
           MOVE WS-STEP-END-DATE TO SH-END-DATE
           MOVE WS-STEP-END-TIME TO SH-END-TIME
           MOVE WS-STEP-ELAPSED-SECONDS TO SH-ELAPSED-SECONDS
           MOVE WS-CYCLE-EXPECTED-MIN (WS-CYCLE-IDX)
               TO SH-EXPECTED-MINUTES
           MOVE WS-STEP-OVERRUN-SW TO SH-OVERRUN-SW
           WRITE STEP-HISTORY-RECORD.

       LOG-JOB-STEP-OVERRUN.
           MOVE "OVERRUN" TO JL-STEP-STATUS
           PERFORM WRITE-JOB-LOG-RECORD.

       LOG-JOB-STEP-STARTED.
           MOVE "STARTED" TO JL-STEP-STATUS
           PERFORM WRITE-JOB-LOG-RECORD.
