       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevenueRecognition.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT DEFERRED-REVENUE-FILE ASSIGN TO "DEFREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-INVOICE-NUMBER
               FILE STATUS IS WS-DEFERRED-REVENUE-STATUS.

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

           SELECT ROLL-FORWARD-REPORT-FILE ASSIGN TO "DEFREV.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-FORWARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  DEFERRED-REVENUE-FILE.
           COPY DEFREV.

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

       FD  ROLL-FORWARD-REPORT-FILE.
       01 ROLL-FORWARD-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS      PIC X(2) VALUE "00".
       01 WS-DEFERRED-REVENUE-STATUS PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS     PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-ROLL-FORWARD-STATUS   PIC X(2) VALUE "00".
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
       01 WS-GL-MAP-PROGRAM        PIC X(20)
                                   VALUE "RevenueRecognition".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).
       01 WS-GL-POST-SIDE          PIC X(1).
       01 WS-GL-POST-AMOUNT        PIC S9(9)V99 VALUE 0.

       01 WS-TODAY-DATE              PIC 9(8).
       01 WS-CURRENT-MONTH           PIC 9(6).
       01 WS-DEFREV-EOF-SW           PIC X(1) VALUE "N".
          88 WS-DEFREV-EOF           VALUE "Y".
       01 WS-MONTH-WORK-DATE         PIC 9(8).
       01 WS-MONTH-WORK-PARTS REDEFINES WS-MONTH-WORK-DATE.
          05 WS-MONTH-WORK-YYYY      PIC 9(4).
          05 WS-MONTH-WORK-MM        PIC 9(2).
          05 WS-MONTH-WORK-DD        PIC 9(2).
       01 WS-MONTH-INDEX-TODAY       PIC 9(7) VALUE 0.
       01 WS-MONTH-INDEX-START       PIC 9(7) VALUE 0.
       01 WS-MONTHS-EARNED           PIC S9(3) VALUE 0.
       01 WS-TARGET-RECOGNIZED       PIC S9(9)V99 VALUE 0.
       01 WS-RECOGNIZE-NOW           PIC S9(9)V99 VALUE 0.
       01 WS-ROW-BALANCE             PIC S9(9)V99 VALUE 0.
       01 WS-RECOGNIZED-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-SCHEDULE-COUNT          PIC 9(5) VALUE 0.

      * Roll-forward for the month the run falls in.  Closing is
      * what is still deferred on every schedule once this run has
      * recognized; opening is derived back from it, so the report
      * ties to the deferred-revenue balance however many times the
      * month is run.
       01 WS-RF-BILLED               PIC S9(11)V99 VALUE 0.
       01 WS-RF-RECOGNIZED           PIC S9(11)V99 VALUE 0.
       01 WS-RF-CLOSING              PIC S9(11)V99 VALUE 0.
       01 WS-RF-OPENING              PIC S9(11)V99 VALUE 0.

       01 WS-ROUND-RAW               PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUND-RESULT            PIC S9(9)V99 VALUE 0.

       01 WS-RF-HEADER.
          05 FILLER                PIC X(38) VALUE
             "-- Deferred Revenue Roll-Forward for ".
          05 WS-RF-MONTH-OUT       PIC 9999/99.
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-RF-DETAIL-LINE.
          05 FILLER                PIC X(8) VALUE "Invoice ".
          05 WS-RFD-INVOICE-OUT    PIC 9(9).
          05 FILLER                PIC X(10) VALUE " contract ".
          05 WS-RFD-CONTRACT-OUT   PIC 9(5).
          05 FILLER                PIC X(6) VALUE " cust ".
          05 WS-RFD-CUST-OUT       PIC 9(5).
          05 FILLER                PIC X(8) VALUE " billed ".
          05 WS-RFD-BILLED-OUT     PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(7) VALUE " month ".
          05 WS-RFD-MONTHS-OUT     PIC Z9.
          05 FILLER                PIC X(1) VALUE "/".
          05 WS-RFD-SERVICE-OUT    PIC Z9.
          05 FILLER                PIC X(10) VALUE " deferred ".
          05 WS-RFD-BALANCE-OUT    PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-RF-TOTAL-LINE.
          05 WS-RFT-LABEL          PIC X(24).
          05 WS-RFT-AMOUNT-OUT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Month-end deferred revenue release.  Every open schedule
      * row in the session company earns one slice of its billing
      * for each service month begun by the processing date - the
      * job runs at month end, so the month it runs in counts - up
      * to the row's three or twelve months.  What is earned but not
      * yet recognized moves from deferred revenue to sales through
      * the GL feed.  Recognition is measured against the schedule
      * rather than counted per run, so a rerun in the same month
      * releases nothing twice.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           MOVE WS-TODAY-DATE (1:6) TO WS-CURRENT-MONTH.
           MOVE WS-TODAY-DATE TO WS-MONTH-WORK-DATE.
           COMPUTE WS-MONTH-INDEX-TODAY =
               WS-MONTH-WORK-YYYY * 12 + WS-MONTH-WORK-MM.
           OPEN I-O DEFERRED-REVENUE-FILE.
           IF WS-DEFERRED-REVENUE-STATUS = "35"
               OPEN OUTPUT DEFERRED-REVENUE-FILE
               CLOSE DEFERRED-REVENUE-FILE
               OPEN I-O DEFERRED-REVENUE-FILE
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
           OPEN OUTPUT ROLL-FORWARD-REPORT-FILE.
           MOVE WS-CURRENT-MONTH TO WS-RF-MONTH-OUT.
           MOVE WS-RF-HEADER TO ROLL-FORWARD-REPORT-LINE.
           WRITE ROLL-FORWARD-REPORT-LINE.

           MOVE "N" TO WS-DEFREV-EOF-SW.
           MOVE 0 TO DR-INVOICE-NUMBER.
           START DEFERRED-REVENUE-FILE KEY IS NOT LESS THAN
                 DR-INVOICE-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-DEFREV-EOF-SW
           END-START.
           PERFORM UNTIL WS-DEFREV-EOF
               READ DEFERRED-REVENUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DEFREV-EOF-SW
                   NOT AT END
                       IF DR-COMPANY-CODE = SPACES
                          OR DR-COMPANY-CODE = WS-SESSION-COMPANY
                           PERFORM PROCESS-SCHEDULE-ROW
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-GL-FEED.
           PERFORM WRITE-ROLL-FORWARD-TOTALS.

           CLOSE DEFERRED-REVENUE-FILE.
           CLOSE GL-INTERFACE-FILE.
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
           END-IF.
           CLOSE ROLL-FORWARD-REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
           PERFORM POST-FILE-CONTROL-UPDATES.
           DISPLAY "Revenue recognition complete - "
                   WS-RECOGNIZED-TOTAL " released from "
                   WS-SCHEDULE-COUNT " schedules (see DEFREV.PRT)."
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

       PROCESS-SCHEDULE-ROW.
           IF DR-OPEN
               PERFORM RECOGNIZE-SCHEDULE-ROW
           END-IF
           IF DR-BILL-DATE (1:6) = WS-CURRENT-MONTH
               ADD DR-BILLED-AMOUNT TO WS-RF-BILLED
           END-IF
           IF DR-PERIOD-MONTH = WS-CURRENT-MONTH
               ADD DR-PERIOD-RECOGNIZED TO WS-RF-RECOGNIZED
           END-IF
           COMPUTE WS-ROW-BALANCE =
               DR-BILLED-AMOUNT - DR-RECOGNIZED-AMOUNT
           ADD WS-ROW-BALANCE TO WS-RF-CLOSING
           IF WS-ROW-BALANCE NOT = 0
              OR DR-PERIOD-MONTH = WS-CURRENT-MONTH
               MOVE DR-INVOICE-NUMBER    TO WS-RFD-INVOICE-OUT
               MOVE DR-CONTRACT-NUMBER   TO WS-RFD-CONTRACT-OUT
               MOVE DR-CUSTOMER-ID       TO WS-RFD-CUST-OUT
               MOVE DR-BILLED-AMOUNT     TO WS-RFD-BILLED-OUT
               MOVE DR-MONTHS-RECOGNIZED TO WS-RFD-MONTHS-OUT
               MOVE DR-SERVICE-MONTHS    TO WS-RFD-SERVICE-OUT
               MOVE WS-ROW-BALANCE       TO WS-RFD-BALANCE-OUT
               MOVE WS-RF-DETAIL-LINE TO ROLL-FORWARD-REPORT-LINE
               WRITE ROLL-FORWARD-REPORT-LINE
           END-IF.

      * Equal monthly slices, rounded the configured way; the final
      * service month takes the billed amount in full so rounding
      * never leaves a few cents stranded in deferred revenue.
       RECOGNIZE-SCHEDULE-ROW.
           MOVE DR-SERVICE-START-DATE TO WS-MONTH-WORK-DATE
           COMPUTE WS-MONTH-INDEX-START =
               WS-MONTH-WORK-YYYY * 12 + WS-MONTH-WORK-MM
           COMPUTE WS-MONTHS-EARNED =
               WS-MONTH-INDEX-TODAY - WS-MONTH-INDEX-START + 1
           IF WS-MONTHS-EARNED > DR-SERVICE-MONTHS
               MOVE DR-SERVICE-MONTHS TO WS-MONTHS-EARNED
           END-IF
           IF WS-MONTHS-EARNED > DR-MONTHS-RECOGNIZED
               IF WS-MONTHS-EARNED = DR-SERVICE-MONTHS
                   MOVE DR-BILLED-AMOUNT TO WS-TARGET-RECOGNIZED
               ELSE
                   COMPUTE WS-ROUND-RAW =
                       DR-BILLED-AMOUNT * WS-MONTHS-EARNED
                       / DR-SERVICE-MONTHS
                   PERFORM APPLY-ROUNDING-MODE
                   MOVE WS-ROUND-RESULT TO WS-TARGET-RECOGNIZED
               END-IF
               COMPUTE WS-RECOGNIZE-NOW =
                   WS-TARGET-RECOGNIZED - DR-RECOGNIZED-AMOUNT
               IF DR-PERIOD-MONTH NOT = WS-CURRENT-MONTH
                   MOVE WS-CURRENT-MONTH TO DR-PERIOD-MONTH
                   MOVE 0 TO DR-PERIOD-RECOGNIZED
               END-IF
               ADD WS-RECOGNIZE-NOW TO DR-PERIOD-RECOGNIZED
               ADD WS-RECOGNIZE-NOW TO DR-RECOGNIZED-AMOUNT
               MOVE WS-MONTHS-EARNED TO DR-MONTHS-RECOGNIZED
               IF DR-MONTHS-RECOGNIZED = DR-SERVICE-MONTHS
                   MOVE "C" TO DR-STATUS
               END-IF
               REWRITE DEFERRED-REVENUE-RECORD
               ADD WS-RECOGNIZE-NOW TO WS-RECOGNIZED-TOTAL
               ADD 1 TO WS-SCHEDULE-COUNT
           END-IF.

       WRITE-ROLL-FORWARD-TOTALS.
           COMPUTE WS-RF-OPENING =
               WS-RF-CLOSING - WS-RF-BILLED + WS-RF-RECOGNIZED
           MOVE "Opening deferred:" TO WS-RFT-LABEL
           MOVE WS-RF-OPENING TO WS-RFT-AMOUNT-OUT
           MOVE WS-RF-TOTAL-LINE TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE
           MOVE "  Billed:" TO WS-RFT-LABEL
           MOVE WS-RF-BILLED TO WS-RFT-AMOUNT-OUT
           MOVE WS-RF-TOTAL-LINE TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE
           MOVE "  Recognized:" TO WS-RFT-LABEL
           MOVE WS-RF-RECOGNIZED TO WS-RFT-AMOUNT-OUT
           MOVE WS-RF-TOTAL-LINE TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE
           MOVE "Closing deferred:" TO WS-RFT-LABEL
           MOVE WS-RF-CLOSING TO WS-RFT-AMOUNT-OUT
           MOVE WS-RF-TOTAL-LINE TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE.

      * Released revenue leaves the deferred-revenue liability for
      * sales.
       WRITE-GL-FEED.
           IF WS-RECOGNIZED-TOTAL NOT = 0
               MOVE "2300" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE WS-RECOGNIZED-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE "4000" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE WS-RECOGNIZED-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF.

       WRITE-GL-POSTING.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           INITIALIZE GL-FEED-RECORD
           MOVE "RevenueRecognition" TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
           MOVE WS-GL-POST-ACCOUNT   TO GL-ACCOUNT-CODE
           MOVE WS-GL-POST-SIDE      TO GL-DEBIT-CREDIT-SW
           MOVE WS-GL-POST-AMOUNT    TO GL-AMOUNT
           MOVE WS-GL-BATCH-NUMBER   TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY   TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT.
