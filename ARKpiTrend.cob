       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARKpiTrend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLES-KPI-FILE ASSIGN TO "ARKPI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KP-SNAPSHOT-KEY
               FILE STATUS IS WS-RECEIVABLES-KPI-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT TREND-REPORT-FILE ASSIGN TO "ARKPI.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLES-KPI-FILE.
           COPY ARKPI.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  TREND-REPORT-FILE.
       01 TREND-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RECEIVABLES-KPI-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-TREND-REPORT-STATUS   PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-DEFAULT-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-WANTED-COMPANY        PIC X(3) VALUE SPACES.
       01 WS-END-MONTH             PIC 9(6) VALUE 0.
       01 WS-MONTH-WORK            PIC 9(6) VALUE 0.
       01 WS-MONTH-WORK-PARTS REDEFINES WS-MONTH-WORK.
          05 WS-MONTH-WORK-YYYY    PIC 9(4).
          05 WS-MONTH-WORK-MM      PIC 9(2).
       01 WS-MONTH-STEP            PIC 9(2) VALUE 0.
       01 WS-MONTHS-FOUND          PIC 9(2) VALUE 0.

      * The thirteen months, oldest first, as read from the
      * snapshot file; a month with no snapshot stays flagged
      * missing.
       01 WS-TREND-TABLE.
          05 WS-TR-ENTRY OCCURS 13 TIMES
                                   INDEXED BY WS-TR-IDX.
             10 WS-TR-MONTH         PIC 9(6).
             10 WS-TR-FOUND-SW      PIC X(1).
                88 WS-TR-FOUND      VALUE "Y".
             10 WS-TR-CURRENT       PIC S9(11)V99.
             10 WS-TR-1-30          PIC S9(11)V99.
             10 WS-TR-31-60         PIC S9(11)V99.
             10 WS-TR-61-90         PIC S9(11)V99.
             10 WS-TR-OVER-90       PIC S9(11)V99.
             10 WS-TR-TOTAL         PIC S9(11)V99.
             10 WS-TR-SALES         PIC S9(11)V99.
             10 WS-TR-CASH          PIC S9(11)V99.
             10 WS-TR-WRITE-OFFS    PIC S9(11)V99.
             10 WS-TR-DISPUTED      PIC S9(11)V99.
             10 WS-TR-DSO           PIC S9(5)V9.
             10 WS-TR-PCT-PAST-DUE  PIC S9(3)V9.
             10 WS-TR-CEI           PIC S9(3)V9.
             10 WS-TR-DAYS-TO-PAY   PIC S9(5).
       01 WS-PRIOR-IDX             PIC 9(2) VALUE 0.

       01 WS-TREND-HEADER.
          05 FILLER                PIC X(29) VALUE
             "-- Receivables KPI Trend for ".
          05 WS-TRH-COMPANY-OUT    PIC X(3).
          05 FILLER                PIC X(15) VALUE
             ", 13 months to ".
          05 WS-TRH-MONTH-OUT      PIC 9(6).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-KPI-HEADING-1.
          05 FILLER                PIC X(7) VALUE "Month".
          05 FILLER                PIC X(12) VALUE "    AR total".
          05 FILLER                PIC X(7) VALUE "    %PD".
          05 FILLER                PIC X(8) VALUE "     DSO".
          05 FILLER                PIC X(7) VALUE "    CEI".
          05 FILLER                PIC X(6) VALUE "  Days".
          05 FILLER                PIC X(13) VALUE "        Sales".
          05 FILLER                PIC X(13) VALUE "         Cash".
       01 WS-KPI-HEADING-2         PIC X(80) VALUE
          "(<< DSO and percent past due both up on the month before)".
       01 WS-KPI-LINE.
          05 WS-KPL-MONTH-OUT      PIC 9(6).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-KPL-TOTAL-OUT      PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-KPL-PCT-OUT        PIC ZZ9.9-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-KPL-DSO-OUT        PIC ZZZ9.9-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-KPL-CEI-OUT        PIC ZZ9.9-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-KPL-DAYS-OUT       PIC ZZZ9-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-KPL-SALES-OUT      PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-KPL-CASH-OUT       PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-KPL-FLAG-OUT       PIC X(2).
       01 WS-AGING-HEADING.
          05 FILLER                PIC X(6) VALUE "Month".
          05 FILLER                PIC X(10) VALUE "   Current".
          05 FILLER                PIC X(10) VALUE "      1-30".
          05 FILLER                PIC X(10) VALUE "     31-60".
          05 FILLER                PIC X(10) VALUE "     61-90".
          05 FILLER                PIC X(10) VALUE "   Over 90".
          05 FILLER                PIC X(10) VALUE " Write-off".
          05 FILLER                PIC X(10) VALUE "  Disputed".
       01 WS-AGING-LINE.
          05 WS-AGL-MONTH-OUT      PIC 9(6).
          05 WS-AGL-CURRENT-OUT    PIC ZZZZZZZZ9-.
          05 WS-AGL-1-30-OUT       PIC ZZZZZZZZ9-.
          05 WS-AGL-31-60-OUT      PIC ZZZZZZZZ9-.
          05 WS-AGL-61-90-OUT      PIC ZZZZZZZZ9-.
          05 WS-AGL-OVER-90-OUT    PIC ZZZZZZZZ9-.
          05 WS-AGL-WRITE-OFF-OUT  PIC ZZZZZZZZ9-.
          05 WS-AGL-DISPUTED-OUT   PIC ZZZZZZZZ9-.
       01 WS-MISSING-LINE.
          05 WS-MSL-MONTH-OUT      PIC 9(6).
          05 FILLER                PIC X(20) VALUE
             "  (no snapshot)".

       PROCEDURE DIVISION.
      * Thirteen months of the month-end receivables snapshots for
      * one company, oldest first, so a slide shows as a column
      * creeping the wrong way: AR balance, percent past due, DSO,
      * collection effectiveness, days-to-pay, sales and cash,
      * then the aging behind the balance with write-offs and
      * disputes.  A month whose DSO and percent past due both
      * rose over the month before is marked.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-DEFAULT-COMPANY.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Company code (blank for " WS-DEFAULT-COMPANY
                   "): ".
           ACCEPT WS-WANTED-COMPANY.
           IF WS-WANTED-COMPANY = SPACES
               MOVE WS-DEFAULT-COMPANY TO WS-WANTED-COMPANY
           END-IF.
           DISPLAY "Last month to show (YYYYMM, 0 for this month): ".
           ACCEPT WS-END-MONTH.
           IF WS-END-MONTH = 0
               MOVE WS-TODAY-DATE (1:6) TO WS-END-MONTH
           END-IF.

           PERFORM LOAD-TREND-MONTHS.
           PERFORM WRITE-TREND-REPORT.
           DISPLAY "Receivables KPI trend complete - "
                   WS-MONTHS-FOUND " of 13 months on file (see "
                   "ARKPI.PRT).".
           GOBACK.

       COPY OPENRCTL.

      * Steps back twelve months from the last month asked for,
      * then reads the thirteen snapshots forward.
       LOAD-TREND-MONTHS.
           INITIALIZE WS-TREND-TABLE
           MOVE WS-END-MONTH TO WS-MONTH-WORK
           PERFORM VARYING WS-MONTH-STEP FROM 1 BY 1
                   UNTIL WS-MONTH-STEP > 12
               IF WS-MONTH-WORK-MM = 1
                   MOVE 12 TO WS-MONTH-WORK-MM
                   SUBTRACT 1 FROM WS-MONTH-WORK-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-WORK-MM
               END-IF
           END-PERFORM
           OPEN INPUT RECEIVABLES-KPI-FILE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > 13
               MOVE WS-MONTH-WORK TO WS-TR-MONTH (WS-TR-IDX)
               IF WS-RECEIVABLES-KPI-STATUS NOT = "35"
                   PERFORM READ-ONE-SNAPSHOT
               END-IF
               IF WS-MONTH-WORK-MM = 12
                   MOVE 1 TO WS-MONTH-WORK-MM
                   ADD 1 TO WS-MONTH-WORK-YYYY
               ELSE
                   ADD 1 TO WS-MONTH-WORK-MM
               END-IF
           END-PERFORM
           IF WS-RECEIVABLES-KPI-STATUS NOT = "35"
               CLOSE RECEIVABLES-KPI-FILE
           END-IF.

       READ-ONE-SNAPSHOT.
           MOVE WS-TR-MONTH (WS-TR-IDX) TO KP-SNAPSHOT-MONTH
           MOVE WS-WANTED-COMPANY       TO KP-COMPANY-CODE
           READ RECEIVABLES-KPI-FILE
               KEY IS KP-SNAPSHOT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-MONTHS-FOUND
                   MOVE "Y" TO WS-TR-FOUND-SW (WS-TR-IDX)
                   MOVE KP-AR-CURRENT   TO WS-TR-CURRENT (WS-TR-IDX)
                   MOVE KP-AR-1-30      TO WS-TR-1-30 (WS-TR-IDX)
                   MOVE KP-AR-31-60     TO WS-TR-31-60 (WS-TR-IDX)
                   MOVE KP-AR-61-90     TO WS-TR-61-90 (WS-TR-IDX)
                   MOVE KP-AR-OVER-90   TO WS-TR-OVER-90 (WS-TR-IDX)
                   MOVE KP-AR-TOTAL     TO WS-TR-TOTAL (WS-TR-IDX)
                   MOVE KP-MONTH-SALES  TO WS-TR-SALES (WS-TR-IDX)
                   MOVE KP-CASH-COLLECTED TO WS-TR-CASH (WS-TR-IDX)
                   MOVE KP-WRITE-OFFS   TO
                       WS-TR-WRITE-OFFS (WS-TR-IDX)
                   MOVE KP-DISPUTED-AMOUNT TO
                       WS-TR-DISPUTED (WS-TR-IDX)
                   MOVE KP-DSO          TO WS-TR-DSO (WS-TR-IDX)
                   MOVE KP-PCT-PAST-DUE TO
                       WS-TR-PCT-PAST-DUE (WS-TR-IDX)
                   MOVE KP-CEI          TO WS-TR-CEI (WS-TR-IDX)
                   MOVE KP-AVG-DAYS-TO-PAY TO
                       WS-TR-DAYS-TO-PAY (WS-TR-IDX)
           END-READ.

       WRITE-TREND-REPORT.
           OPEN OUTPUT TREND-REPORT-FILE
           MOVE WS-WANTED-COMPANY TO WS-TRH-COMPANY-OUT
           MOVE WS-END-MONTH      TO WS-TRH-MONTH-OUT
           MOVE WS-TREND-HEADER TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE WS-KPI-HEADING-2 TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE WS-KPI-HEADING-1 TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > 13
               PERFORM WRITE-KPI-LINE
           END-PERFORM
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE WS-AGING-HEADING TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > 13
               PERFORM WRITE-AGING-LINE
           END-PERFORM
           CLOSE TREND-REPORT-FILE.

       WRITE-KPI-LINE.
           IF NOT WS-TR-FOUND (WS-TR-IDX)
               MOVE WS-TR-MONTH (WS-TR-IDX) TO WS-MSL-MONTH-OUT
               MOVE WS-MISSING-LINE TO TREND-REPORT-LINE
           ELSE
               MOVE WS-TR-MONTH (WS-TR-IDX) TO WS-KPL-MONTH-OUT
               MOVE WS-TR-TOTAL (WS-TR-IDX) TO WS-KPL-TOTAL-OUT
               MOVE WS-TR-PCT-PAST-DUE (WS-TR-IDX) TO WS-KPL-PCT-OUT
               MOVE WS-TR-DSO (WS-TR-IDX)   TO WS-KPL-DSO-OUT
               MOVE WS-TR-CEI (WS-TR-IDX)   TO WS-KPL-CEI-OUT
               MOVE WS-TR-DAYS-TO-PAY (WS-TR-IDX) TO WS-KPL-DAYS-OUT
               MOVE WS-TR-SALES (WS-TR-IDX) TO WS-KPL-SALES-OUT
               MOVE WS-TR-CASH (WS-TR-IDX)  TO WS-KPL-CASH-OUT
               MOVE SPACES TO WS-KPL-FLAG-OUT
               SET WS-PRIOR-IDX TO WS-TR-IDX
               SUBTRACT 1 FROM WS-PRIOR-IDX
               IF WS-PRIOR-IDX > 0
                   IF WS-TR-FOUND (WS-PRIOR-IDX)
                      AND WS-TR-DSO (WS-TR-IDX) >
                          WS-TR-DSO (WS-PRIOR-IDX)
                      AND WS-TR-PCT-PAST-DUE (WS-TR-IDX) >
                          WS-TR-PCT-PAST-DUE (WS-PRIOR-IDX)
                       MOVE "<<" TO WS-KPL-FLAG-OUT
                   END-IF
               END-IF
               MOVE WS-KPI-LINE TO TREND-REPORT-LINE
           END-IF
           WRITE TREND-REPORT-LINE.

       WRITE-AGING-LINE.
           IF NOT WS-TR-FOUND (WS-TR-IDX)
               MOVE WS-TR-MONTH (WS-TR-IDX) TO WS-MSL-MONTH-OUT
               MOVE WS-MISSING-LINE TO TREND-REPORT-LINE
           ELSE
               MOVE WS-TR-MONTH (WS-TR-IDX)   TO WS-AGL-MONTH-OUT
               MOVE WS-TR-CURRENT (WS-TR-IDX) TO WS-AGL-CURRENT-OUT
               MOVE WS-TR-1-30 (WS-TR-IDX)    TO WS-AGL-1-30-OUT
               MOVE WS-TR-31-60 (WS-TR-IDX)   TO WS-AGL-31-60-OUT
               MOVE WS-TR-61-90 (WS-TR-IDX)   TO WS-AGL-61-90-OUT
               MOVE WS-TR-OVER-90 (WS-TR-IDX) TO WS-AGL-OVER-90-OUT
               MOVE WS-TR-WRITE-OFFS (WS-TR-IDX) TO
                   WS-AGL-WRITE-OFF-OUT
               MOVE WS-TR-DISPUTED (WS-TR-IDX) TO WS-AGL-DISPUTED-OUT
               MOVE WS-AGING-LINE TO TREND-REPORT-LINE
           END-IF
           WRITE TREND-REPORT-LINE.
