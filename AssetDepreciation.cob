       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssetDepreciation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT FIXED-ASSET-FILE ASSIGN TO "FIXASSET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-TAG
               FILE STATUS IS WS-FIXED-ASSET-STATUS.

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

           SELECT ASSET-REPORT-FILE ASSIGN TO "FIXASSET.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  FIXED-ASSET-FILE.
           COPY FIXASSET.

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

       FD  ASSET-REPORT-FILE.
       01 ASSET-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-FIXED-ASSET-STATUS    PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-ASSET-REPORT-STATUS   PIC X(2) VALUE "00".
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
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE
          "AssetDepreciation".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).
       01 WS-GL-POST-SIDE          PIC X(1).
       01 WS-GL-POST-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-GL-POST-DEPT          PIC X(4) VALUE SPACES.

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-RUN-MONTH             PIC 9(6).
       01 WS-RUN-YEAR              PIC 9(4).
       01 WS-ASSET-EOF-SW          PIC X(1) VALUE "N".
          88 WS-ASSET-EOF          VALUE "Y".

      * Month being charged while an asset is brought up to date.
       01 WS-DEPR-MONTH            PIC 9(6).
       01 WS-DEPR-MONTH-PARTS REDEFINES WS-DEPR-MONTH.
          05 WS-DEPR-YEAR          PIC 9(4).
          05 WS-DEPR-MM            PIC 9(2).
       01 WS-DEPR-REMAINING        PIC S9(9)V99 VALUE 0.
       01 WS-MONTHS-REMAINING      PIC 9(3) VALUE 0.
       01 WS-MONTH-CHARGE          PIC S9(9)V99 VALUE 0.
       01 WS-FLOOR-CHARGE          PIC S9(9)V99 VALUE 0.
       01 WS-ASSET-CHARGE          PIC S9(9)V99 VALUE 0.
       01 WS-NET-BOOK-VALUE        PIC S9(9)V99 VALUE 0.

       01 WS-ASSET-COUNT           PIC 9(5) VALUE 0.
       01 WS-CHARGED-COUNT         PIC 9(5) VALUE 0.
       01 WS-CHARGE-TOTAL          PIC S9(11)V99 VALUE 0.

      * Current-year roll-forward of the register.
       01 WS-COST-BEGIN            PIC S9(11)V99 VALUE 0.
       01 WS-COST-ADDED            PIC S9(11)V99 VALUE 0.
       01 WS-COST-DISPOSED         PIC S9(11)V99 VALUE 0.
       01 WS-COST-END              PIC S9(11)V99 VALUE 0.
       01 WS-ACCUM-BEGIN           PIC S9(11)V99 VALUE 0.
       01 WS-ACCUM-ADDED           PIC S9(11)V99 VALUE 0.
       01 WS-ACCUM-YTD             PIC S9(11)V99 VALUE 0.
       01 WS-ACCUM-DISPOSED        PIC S9(11)V99 VALUE 0.
       01 WS-ACCUM-END             PIC S9(11)V99 VALUE 0.
       01 WS-YTD-THIS-ASSET        PIC S9(9)V99 VALUE 0.

      * GL balances the register is proved against, read back from
      * the feed after this run's own postings are on it.
       01 WS-COST-ACCOUNT          PIC X(10).
       01 WS-ACCUM-ACCOUNT         PIC X(10).
       01 WS-GL-COST-BALANCE       PIC S9(11)V99 VALUE 0.
       01 WS-GL-ACCUM-BALANCE      PIC S9(11)V99 VALUE 0.
       01 WS-COST-DIFFERENCE       PIC S9(11)V99 VALUE 0.
       01 WS-ACCUM-DIFFERENCE      PIC S9(11)V99 VALUE 0.
       01 WS-GL-FEED-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-GL-FEED-AVAILABLE  VALUE "Y".

      * Depreciation per department; the GL is posted from here,
      * one expense / accumulated-depreciation pair per department.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-DEPT-IDX.
             10 WS-DEPT-CODE         PIC X(4).
             10 WS-DEPT-ASSETS       PIC 9(5).
             10 WS-DEPT-CHARGE       PIC S9(9)V99.
       01 WS-DEPT-COUNT              PIC 9(2) VALUE 0.
       01 WS-DEPT-WANTED             PIC X(4).
       01 WS-DEPT-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-DEPT-FOUND           VALUE "Y".

       01 WS-ROUND-RAW               PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUND-RESULT            PIC S9(9)V99 VALUE 0.

       01 WS-FA-HEADER.
          05 FILLER                PIC X(36) VALUE
             "-- Fixed Asset Depreciation for ".
          05 WS-FA-MONTH-OUT       PIC 9(6).
          05 FILLER                PIC X(12) VALUE " - company ".
          05 WS-FA-COMPANY-OUT     PIC X(3).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-FA-COLUMN-HEADING.
          05 FILLER                PIC X(37) VALUE
             "Tag        Description          Dept ".
          05 FILLER                PIC X(30) VALUE
             "M          Cost    This run   ".
          05 FILLER                PIC X(33) VALUE
             " Accum. depr.     Book value".
       01 WS-FA-DETAIL-LINE.
          05 WS-FA-TAG-OUT         PIC X(10).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FA-DESC-OUT        PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FA-DEPT-OUT        PIC X(4).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-FA-METHOD-OUT      PIC X(1).
          05 WS-FA-COST-OUT        PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-FA-CHARGE-OUT      PIC ZZZ,ZZ9.99-.
          05 WS-FA-ACCUM-OUT       PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-FA-NBV-OUT         PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-FA-FLAG-OUT        PIC X(9).
       01 WS-FA-DEPT-LINE.
          05 FILLER                PIC X(27) VALUE
             "Depreciation posted, dept ".
          05 WS-FA-DEPT-CODE-OUT   PIC X(4).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-FA-DEPT-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-FA-TITLE-LINE         PIC X(60).
       01 WS-FA-AMOUNT-LINE.
          05 WS-FA-LABEL-OUT       PIC X(40).
          05 WS-FA-AMOUNT-OUT      PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Month-end depreciation of the fixed asset register.  Every
      * active asset is brought up to date through the processing
      * month, a month at a time from the month after its last
      * charge - or from its acquisition month, which is charged in
      * full - so a missed month is caught up and a second run in
      * the same month charges nothing.  Straight-line spreads cost
      * less salvage evenly over the life; declining balance takes
      * twice the straight-line rate on the book value, switching to
      * straight-line over the months left once that gives more.
      * Either way the last month of life takes whatever is left
      * down to salvage.  The charge goes to the GL as depreciation
      * expense against accumulated depreciation by department, and
      * the report rolls the year's cost and accumulated
      * depreciation forward and proves both against the GL.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           MOVE WS-TODAY-DATE (1:6) TO WS-RUN-MONTH.
           MOVE WS-TODAY-DATE (1:4) TO WS-RUN-YEAR.
           OPEN I-O FIXED-ASSET-FILE.
           IF WS-FIXED-ASSET-STATUS NOT = "00"
               DISPLAY "No fixed asset register FIXASSET.DAT on hand "
                       "- nothing to depreciate."
               CLOSE RUN-CONTROL-FILE
               GOBACK
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
           OPEN OUTPUT ASSET-REPORT-FILE.
           MOVE WS-RUN-MONTH TO WS-FA-MONTH-OUT.
           MOVE WS-SESSION-COMPANY TO WS-FA-COMPANY-OUT.
           MOVE WS-FA-HEADER TO ASSET-REPORT-LINE.
           WRITE ASSET-REPORT-LINE.
           MOVE WS-FA-COLUMN-HEADING TO ASSET-REPORT-LINE.
           WRITE ASSET-REPORT-LINE.

           MOVE "N" TO WS-ASSET-EOF-SW.
           MOVE LOW-VALUES TO FA-ASSET-TAG.
           START FIXED-ASSET-FILE KEY IS NOT LESS THAN FA-ASSET-TAG
               INVALID KEY
                   MOVE "Y" TO WS-ASSET-EOF-SW
           END-START.
           PERFORM UNTIL WS-ASSET-EOF
               READ FIXED-ASSET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ASSET-EOF-SW
                   NOT AT END
                       IF FA-COMPANY-CODE = WS-SESSION-COMPANY
                           PERFORM DEPRECIATE-ONE-ASSET
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-DEPARTMENT-LINES.
           PERFORM WRITE-GL-FEED.
           PERFORM FIND-REGISTER-ACCOUNTS.

           CLOSE FIXED-ASSET-FILE.
           CLOSE GL-INTERFACE-FILE.
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
           END-IF.
           PERFORM POST-FILE-CONTROL-UPDATES.
           PERFORM TALLY-GL-BALANCES.
           PERFORM WRITE-ROLL-FORWARD.
           CLOSE ASSET-REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
           DISPLAY "Fixed asset depreciation complete - "
                   WS-CHARGED-COUNT " of " WS-ASSET-COUNT
                   " assets charged, " WS-CHARGE-TOTAL " posted."
           IF WS-COST-DIFFERENCE NOT = 0
              OR WS-ACCUM-DIFFERENCE NOT = 0
               DISPLAY "*** Register does not agree with the GL - "
                       "see FIXASSET.PRT. ***"
           END-IF.
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

      * A disposed asset is charged nothing more and only counts in
      * the roll-forward for the year it went out.
       DEPRECIATE-ONE-ASSET.
           MOVE 0 TO WS-ASSET-CHARGE
           IF FA-ACTIVE
               ADD 1 TO WS-ASSET-COUNT
               IF FA-LAST-DEPR-MONTH = 0
                   MOVE FA-ACQUISITION-DATE (1:6) TO WS-DEPR-MONTH
               ELSE
                   MOVE FA-LAST-DEPR-MONTH TO WS-DEPR-MONTH
                   PERFORM ADVANCE-DEPR-MONTH
               END-IF
               PERFORM UNTIL WS-DEPR-MONTH > WS-RUN-MONTH
                       OR FA-MONTHS-DEPRECIATED NOT < FA-USEFUL-LIFE
                   PERFORM CHARGE-ONE-MONTH
                   PERFORM ADVANCE-DEPR-MONTH
               END-PERFORM
               IF WS-ASSET-CHARGE NOT = 0
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD WS-ASSET-CHARGE TO WS-CHARGE-TOTAL
                   MOVE FA-DEPARTMENT-CODE TO WS-DEPT-WANTED
                   PERFORM FIND-DEPARTMENT-SLOT
                   IF WS-DEPT-FOUND
                       ADD 1 TO WS-DEPT-ASSETS (WS-DEPT-IDX)
                       ADD WS-ASSET-CHARGE
                           TO WS-DEPT-CHARGE (WS-DEPT-IDX)
                   END-IF
                   REWRITE FIXED-ASSET-RECORD
               END-IF
               PERFORM WRITE-ASSET-LINE
           END-IF
           PERFORM ROLL-FORWARD-ASSET.

       CHARGE-ONE-MONTH.
           COMPUTE WS-DEPR-REMAINING =
               FA-COST - FA-SALVAGE-VALUE - FA-ACCUMULATED-DEPR
           COMPUTE WS-MONTHS-REMAINING =
               FA-USEFUL-LIFE - FA-MONTHS-DEPRECIATED
           IF WS-MONTHS-REMAINING = 1
               MOVE WS-DEPR-REMAINING TO WS-MONTH-CHARGE
           ELSE
               IF FA-DECLINING-BALANCE
                   COMPUTE WS-ROUND-RAW =
                       (FA-COST - FA-ACCUMULATED-DEPR) * 2
                       / FA-USEFUL-LIFE
                   PERFORM APPLY-ROUNDING-MODE
                   MOVE WS-ROUND-RESULT TO WS-MONTH-CHARGE
                   COMPUTE WS-ROUND-RAW =
                       WS-DEPR-REMAINING / WS-MONTHS-REMAINING
                   PERFORM APPLY-ROUNDING-MODE
                   MOVE WS-ROUND-RESULT TO WS-FLOOR-CHARGE
                   IF WS-FLOOR-CHARGE > WS-MONTH-CHARGE
                       MOVE WS-FLOOR-CHARGE TO WS-MONTH-CHARGE
                   END-IF
               ELSE
                   COMPUTE WS-ROUND-RAW =
                       (FA-COST - FA-SALVAGE-VALUE) / FA-USEFUL-LIFE
                   PERFORM APPLY-ROUNDING-MODE
                   MOVE WS-ROUND-RESULT TO WS-MONTH-CHARGE
               END-IF
           END-IF
           IF WS-MONTH-CHARGE > WS-DEPR-REMAINING
               MOVE WS-DEPR-REMAINING TO WS-MONTH-CHARGE
           END-IF
           IF WS-MONTH-CHARGE < 0
               MOVE 0 TO WS-MONTH-CHARGE
           END-IF
           IF FA-YTD-YEAR NOT = WS-DEPR-YEAR
               MOVE WS-DEPR-YEAR TO FA-YTD-YEAR
               MOVE 0 TO FA-YTD-DEPR
           END-IF
           ADD WS-MONTH-CHARGE TO FA-ACCUMULATED-DEPR
           ADD WS-MONTH-CHARGE TO FA-YTD-DEPR
           ADD WS-MONTH-CHARGE TO WS-ASSET-CHARGE
           ADD 1 TO FA-MONTHS-DEPRECIATED
           MOVE WS-DEPR-MONTH TO FA-LAST-DEPR-MONTH.

       ADVANCE-DEPR-MONTH.
           IF WS-DEPR-MM = 12
               ADD 1 TO WS-DEPR-YEAR
               MOVE 1 TO WS-DEPR-MM
           ELSE
               ADD 1 TO WS-DEPR-MM
           END-IF.

      * An asset added this year comes in as an addition, with any
      * depreciation it brought with it; everything older is in the
      * opening balance, less this year's charge on it.
       ROLL-FORWARD-ASSET.
           IF FA-DISPOSED
              AND FA-DISPOSAL-DATE (1:4) NOT = WS-RUN-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-YTD-THIS-ASSET
           IF FA-YTD-YEAR = WS-RUN-YEAR
               MOVE FA-YTD-DEPR TO WS-YTD-THIS-ASSET
           END-IF
           IF FA-ADDED-DATE (1:4) = WS-RUN-YEAR
               ADD FA-COST TO WS-COST-ADDED
               ADD FA-OPENING-DEPR TO WS-ACCUM-ADDED
               COMPUTE WS-ACCUM-BEGIN = WS-ACCUM-BEGIN
                   + FA-ACCUMULATED-DEPR - FA-OPENING-DEPR
                   - WS-YTD-THIS-ASSET
           ELSE
               ADD FA-COST TO WS-COST-BEGIN
               COMPUTE WS-ACCUM-BEGIN = WS-ACCUM-BEGIN
                   + FA-ACCUMULATED-DEPR - WS-YTD-THIS-ASSET
           END-IF
           ADD WS-YTD-THIS-ASSET TO WS-ACCUM-YTD
           IF FA-DISPOSED
               ADD FA-COST TO WS-COST-DISPOSED
               ADD FA-ACCUMULATED-DEPR TO WS-ACCUM-DISPOSED
           END-IF.

       WRITE-ASSET-LINE.
           MOVE FA-ASSET-TAG        TO WS-FA-TAG-OUT
           MOVE FA-DESCRIPTION      TO WS-FA-DESC-OUT
           MOVE FA-DEPARTMENT-CODE  TO WS-FA-DEPT-OUT
           MOVE FA-METHOD           TO WS-FA-METHOD-OUT
           MOVE FA-COST             TO WS-FA-COST-OUT
           MOVE WS-ASSET-CHARGE     TO WS-FA-CHARGE-OUT
           MOVE FA-ACCUMULATED-DEPR TO WS-FA-ACCUM-OUT
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUMULATED-DEPR
           MOVE WS-NET-BOOK-VALUE   TO WS-FA-NBV-OUT
           IF FA-MONTHS-DEPRECIATED NOT < FA-USEFUL-LIFE
               MOVE " FULLY" TO WS-FA-FLAG-OUT
           ELSE
               MOVE SPACES TO WS-FA-FLAG-OUT
           END-IF
           MOVE WS-FA-DETAIL-LINE TO ASSET-REPORT-LINE
           WRITE ASSET-REPORT-LINE.

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
                           WS-DEPT-WANTED " left off the posting."
               END-IF
           END-IF.

       WRITE-DEPARTMENT-LINES.
           MOVE SPACES TO ASSET-REPORT-LINE
           WRITE ASSET-REPORT-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-FA-DEPT-CODE-OUT
               MOVE WS-DEPT-CHARGE (WS-DEPT-IDX)
                   TO WS-FA-DEPT-AMOUNT-OUT
               MOVE WS-FA-DEPT-LINE TO ASSET-REPORT-LINE
               WRITE ASSET-REPORT-LINE
           END-PERFORM.

       WRITE-GL-FEED.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-CHARGE (WS-DEPT-IDX) > 0
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-POST-DEPT
                   MOVE WS-DEPT-CHARGE (WS-DEPT-IDX)
                       TO WS-GL-POST-AMOUNT
                   MOVE "6500" TO WS-GL-POST-ACCOUNT
                   MOVE "D"    TO WS-GL-POST-SIDE
                   PERFORM WRITE-GL-POSTING
                   MOVE "1590" TO WS-GL-POST-ACCOUNT
                   MOVE "C"    TO WS-GL-POST-SIDE
                   PERFORM WRITE-GL-POSTING
               END-IF
           END-PERFORM.

       WRITE-GL-POSTING.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           INITIALIZE GL-FEED-RECORD
           MOVE "AssetDepreciation"  TO GL-SOURCE-PROGRAM
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

      * The register accounts as the map sends them, so the proof
      * reads the same accounts the postings went to.
       FIND-REGISTER-ACCOUNTS.
           MOVE "1500" TO WS-GL-POST-ACCOUNT
           MOVE "1500" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT TO WS-COST-ACCOUNT
           MOVE "1590" TO WS-GL-POST-ACCOUNT
           MOVE "1590" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT TO WS-ACCUM-ACCOUNT.

      * Cost is a debit balance and accumulated depreciation a
      * credit balance; each is summed the way it normally sits.
       TALLY-GL-BALANCES.
           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-INTERFACE-STATUS = "00"
               MOVE "Y" TO WS-GL-FEED-AVAILABLE-SW
               PERFORM UNTIL WS-GL-INTERFACE-STATUS NOT = "00"
                   READ GL-INTERFACE-FILE
                       AT END
                           MOVE "10" TO WS-GL-INTERFACE-STATUS
                       NOT AT END
                           PERFORM TALLY-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE-FILE
           END-IF.

       TALLY-FEED-RECORD.
           IF GL-COMPANY-CODE NOT = WS-SESSION-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF GL-ACCOUNT-CODE = WS-COST-ACCOUNT
               IF GL-IS-DEBIT
                   ADD GL-AMOUNT TO WS-GL-COST-BALANCE
               ELSE
                   SUBTRACT GL-AMOUNT FROM WS-GL-COST-BALANCE
               END-IF
           END-IF
           IF GL-ACCOUNT-CODE = WS-ACCUM-ACCOUNT
               IF GL-IS-CREDIT
                   ADD GL-AMOUNT TO WS-GL-ACCUM-BALANCE
               ELSE
                   SUBTRACT GL-AMOUNT FROM WS-GL-ACCUM-BALANCE
               END-IF
           END-IF.

       WRITE-ROLL-FORWARD.
           COMPUTE WS-COST-END =
               WS-COST-BEGIN + WS-COST-ADDED - WS-COST-DISPOSED
           COMPUTE WS-ACCUM-END = WS-ACCUM-BEGIN + WS-ACCUM-ADDED
               + WS-ACCUM-YTD - WS-ACCUM-DISPOSED
           COMPUTE WS-COST-DIFFERENCE =
               WS-COST-END - WS-GL-COST-BALANCE
           COMPUTE WS-ACCUM-DIFFERENCE =
               WS-ACCUM-END - WS-GL-ACCUM-BALANCE
           MOVE SPACES TO ASSET-REPORT-LINE
           WRITE ASSET-REPORT-LINE
           MOVE "-- Roll-forward for the year --" TO WS-FA-TITLE-LINE
           MOVE WS-FA-TITLE-LINE TO ASSET-REPORT-LINE
           WRITE ASSET-REPORT-LINE
           MOVE "Cost at start of year" TO WS-FA-LABEL-OUT
           MOVE WS-COST-BEGIN TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  Additions" TO WS-FA-LABEL-OUT
           MOVE WS-COST-ADDED TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  Disposals" TO WS-FA-LABEL-OUT
           COMPUTE WS-FA-AMOUNT-OUT = 0 - WS-COST-DISPOSED
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Cost at end" TO WS-FA-LABEL-OUT
           MOVE WS-COST-END TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  GL balance, account" TO WS-FA-LABEL-OUT
           MOVE WS-COST-ACCOUNT TO WS-FA-LABEL-OUT (23:10)
           MOVE WS-GL-COST-BALANCE TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  Difference" TO WS-FA-LABEL-OUT
           MOVE WS-COST-DIFFERENCE TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO ASSET-REPORT-LINE
           WRITE ASSET-REPORT-LINE
           MOVE "Accumulated depreciation at start" TO WS-FA-LABEL-OUT
           MOVE WS-ACCUM-BEGIN TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  Brought in with additions" TO WS-FA-LABEL-OUT
           MOVE WS-ACCUM-ADDED TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  Depreciation this year" TO WS-FA-LABEL-OUT
           MOVE WS-ACCUM-YTD TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  Disposals" TO WS-FA-LABEL-OUT
           COMPUTE WS-FA-AMOUNT-OUT = 0 - WS-ACCUM-DISPOSED
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Accumulated depreciation at end" TO WS-FA-LABEL-OUT
           MOVE WS-ACCUM-END TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  GL balance, account" TO WS-FA-LABEL-OUT
           MOVE WS-ACCUM-ACCOUNT TO WS-FA-LABEL-OUT (23:10)
           MOVE WS-GL-ACCUM-BALANCE TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "  Difference" TO WS-FA-LABEL-OUT
           MOVE WS-ACCUM-DIFFERENCE TO WS-FA-AMOUNT-OUT
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO ASSET-REPORT-LINE
           WRITE ASSET-REPORT-LINE
           MOVE "Net book value" TO WS-FA-LABEL-OUT
           COMPUTE WS-FA-AMOUNT-OUT = WS-COST-END - WS-ACCUM-END
           PERFORM WRITE-AMOUNT-LINE
           IF NOT WS-GL-FEED-AVAILABLE
               MOVE "No GL feed on hand - GL balances not proved."
                   TO WS-FA-TITLE-LINE
               MOVE WS-FA-TITLE-LINE TO ASSET-REPORT-LINE
               WRITE ASSET-REPORT-LINE
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE WS-FA-AMOUNT-LINE TO ASSET-REPORT-LINE
           WRITE ASSET-REPORT-LINE.
