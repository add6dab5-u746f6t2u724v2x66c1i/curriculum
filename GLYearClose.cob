       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYearClose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-PERIOD-MONTH
               FILE STATUS IS WS-PERIOD-STATUS-STATUS.

           SELECT GL-YEAR-FILE ASSIGN TO "GLYEAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GY-BALANCE-KEY
               FILE STATUS IS WS-GL-YEAR-STATUS.

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

           SELECT YEAR-CLOSE-REPORT-FILE ASSIGN TO WS-REPORT-FN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  PERIOD-STATUS-FILE.
           COPY PERIODST.

       FD  GL-YEAR-FILE.
           COPY GLYEAR.

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

       FD  YEAR-CLOSE-REPORT-FILE.
       01 YEAR-CLOSE-REPORT-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-PERIOD-STATUS-STATUS  PIC X(2) VALUE "00".
       01 WS-GL-YEAR-STATUS        PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-YEAR-REPORT-STATUS    PIC X(2) VALUE "00".
       01 WS-REPORT-FN             PIC X(12) VALUE "GLCLOSE.PRT".
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
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "GLYearClose".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).
       01 WS-GL-POST-SIDE          PIC X(1).
       01 WS-GL-POST-AMOUNT        PIC S9(11)V99 VALUE 0.
       01 WS-GL-POST-DEPT          PIC X(4) VALUE SPACES.

       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-CLOSE        VALUE "C" "c".
          88 WS-MAINT-PROVE        VALUE "P" "p".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-YEAR            PIC 9(4).
       01 WS-FISCAL-YEAR           PIC 9(4) VALUE 0.
       01 WS-YEAR-END-DATE         PIC 9(8).
       01 WS-NEW-VALUE-X           PIC X(10).
       01 WS-CONFIRM               PIC X(1).
          88 WS-CONFIRMED          VALUE "Y" "y".
       01 WS-YEAR-OK-SW            PIC X(1) VALUE "N".
          88 WS-YEAR-OK            VALUE "Y".
       01 WS-EOF-SW                PIC X(1) VALUE "N".
          88 WS-EOF                VALUE "Y".
       01 WS-ROW-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-ROW-FOUND          VALUE "Y".
       01 WS-MONTH-NUMBER          PIC 9(2) VALUE 0.
       01 WS-OPEN-MONTHS           PIC 9(2) VALUE 0.
       01 WS-RE-ACCOUNT            PIC X(10).
       01 WS-NET-DEBITS            PIC S9(11)V99 VALUE 0.
       01 WS-CARRIED-TOTAL         PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE            PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE-COUNT      PIC 9(5) VALUE 0.
       01 WS-CLOSED-LINES          PIC 9(5) VALUE 0.

      * Balances through the year end.  The close keeps them by
      * department, so each department's revenue and expense is
      * closed out; the proof collapses departments, since a
      * carried balance is by account.
       01 WS-BY-DEPARTMENT-SW      PIC X(1) VALUE "Y".
          88 WS-BY-DEPARTMENT      VALUE "Y".
       01 WS-BALANCE-TABLE.
          05 WS-BAL-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY WS-BAL-IDX.
             10 WS-BAL-COMPANY       PIC X(3).
             10 WS-BAL-ACCOUNT       PIC X(10).
             10 WS-BAL-DEPT          PIC X(4).
             10 WS-BAL-TYPE          PIC X(1).
                88 WS-BAL-INCOME     VALUE "R" "X".
             10 WS-BAL-AMOUNT        PIC S9(11)V99.
             10 WS-BAL-CARRIED       PIC S9(11)V99.
             10 WS-BAL-CARRIED-SW    PIC X(1).
                88 WS-BAL-HAS-CARRIED VALUE "Y".
       01 WS-BAL-COUNT             PIC 9(4) VALUE 0.
       01 WS-BAL-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-BAL-FOUND          VALUE "Y".
       01 WS-WANTED-COMPANY        PIC X(3).
       01 WS-WANTED-ACCOUNT        PIC X(10).
       01 WS-WANTED-DEPT           PIC X(4).

       01 WS-COMPANY-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES
                                   INDEXED BY WS-CO-IDX.
             10 WS-CO-CODE           PIC X(3).
             10 WS-CO-CLOSED-SW      PIC X(1).
                88 WS-CO-CLOSED      VALUE "Y".
             10 WS-CO-NET-INCOME     PIC S9(11)V99.
       01 WS-CO-COUNT              PIC 9(2) VALUE 0.
       01 WS-CO-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-CO-FOUND           VALUE "Y".

       01 WS-YC-HEADER.
          05 FILLER                PIC X(30) VALUE
             "-- GL Fiscal Year-End Close ".
          05 WS-YC-YEAR-OUT        PIC 9(4).
          05 FILLER                PIC X(11) VALUE " - company ".
          05 WS-YC-COMPANY-OUT     PIC X(3).
          05 FILLER                PIC X(18) VALUE
             " - entries dated ".
          05 WS-YC-DATE-OUT        PIC 9(8).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-YC-CLOSE-HEADING.
          05 FILLER                PIC X(40) VALUE
             "Account     Dept  Type  Balance closed".
       01 WS-YC-CLOSE-LINE.
          05 WS-YC-ACCOUNT-OUT     PIC X(10).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-YC-DEPT-OUT        PIC X(4).
          05 FILLER                PIC X(3) VALUE SPACES.
          05 WS-YC-TYPE-OUT        PIC X(1).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-YC-AMOUNT-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-YC-NET-LINE.
          05 FILLER                PIC X(30) VALUE
             "Net income to retained earn. ".
          05 WS-YC-RE-ACCOUNT-OUT  PIC X(10).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-YC-NET-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-YC-CARRY-HEADING.
          05 FILLER                PIC X(40) VALUE
             "Balances carried forward as opening ".
          05 WS-YC-NEXT-YEAR-OUT   PIC 9(4).
       01 WS-YC-CARRY-LINE.
          05 WS-YC-CARRY-ACCOUNT-OUT PIC X(10).
          05 FILLER                PIC X(11) VALUE SPACES.
          05 WS-YC-CARRY-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-YC-CARRY-TOTAL-LINE.
          05 FILLER                PIC X(21) VALUE
             "Total (nets to zero)".
          05 WS-YC-CARRY-TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-PR-HEADER.
          05 FILLER                PIC X(36) VALUE
             "-- Opening Balance Proof - closing ".
          05 WS-PR-YEAR-OUT        PIC 9(4).
          05 FILLER                PIC X(15) VALUE " to opening of ".
          05 WS-PR-NEXT-YEAR-OUT   PIC 9(4).
          05 FILLER                PIC X(11) VALUE " - company ".
          05 WS-PR-COMPANY-OUT     PIC X(3).
          05 FILLER                PIC X(3) VALUE " --".
       01 WS-PR-COLUMN-HEADING.
          05 FILLER                PIC X(40) VALUE
             "Account      Prior closing       Openin".
          05 FILLER                PIC X(30) VALUE
             "g      Difference".
       01 WS-PR-LINE.
          05 WS-PR-ACCOUNT-OUT     PIC X(10).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PR-CLOSING-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PR-OPENING-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-PR-DIFF-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
          05 WS-PR-FLAG-OUT        PIC X(30).
       01 WS-PR-TOTAL-LINE.
          05 FILLER                PIC X(11) VALUE "Total".
          05 FILLER                PIC X(16) VALUE SPACES.
          05 WS-PR-TOTAL-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-PR-NOTE-LINE          PIC X(100).

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The general ledger's fiscal year-end close; the fiscal year
      * is the calendar year, the same year the statements run
      * their year-to-date on.  For every company on the feed each
      * revenue and expense account is closed out, department by
      * department, with a closing entry dated the last day of the
      * year, and the net goes to retained earnings (3100, or what
      * the map sends GLYearClose's 3100 to).  Every balance-sheet
      * account's balance after the close is then carried forward
      * on GLYEAR as the opening balance of the next year.  Every
      * month of the year is marked closed, so from then on only a
      * supervisor-approved prior-period adjustment can post into
      * it; closing the year again sweeps any such adjustment into
      * retained earnings and carries the balances forward afresh.
      * The proof sets each opening balance beside the prior year's
      * closing balance as the feed now has it and shows any
      * difference.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "GL year-end close requires a supervisor "
                       "sign-on - exiting."
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE (1:4) TO WS-TODAY-YEAR.
           CLOSE RUN-CONTROL-FILE.
           OPEN INPUT CHART-ACCOUNT-FILE.
           IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE-SW
           END-IF.

           DISPLAY "GL year end - (C)lose a fiscal year, (P)rove "
                   "opening balances, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-CLOSE
                       PERFORM CLOSE-FISCAL-YEAR
                   WHEN WS-MAINT-PROVE
                       PERFORM PROVE-OPENING-BALANCES
                   WHEN OTHER
                       DISPLAY "Please enter C, P, or Q."
               END-EVALUATE
               DISPLAY "GL year end - (C)lose a fiscal year, (P)rove "
                       "opening balances, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
           END-IF.
           GOBACK.

       COPY OPENRCTL.

       COPY GLBATCH.

       COPY FCUPDT.

       COPY GLMAPRES.

       POST-FILE-CONTROL-UPDATES.
           MOVE "GLFEED" TO WS-FC-FILE-NAME
           MOVE WS-GLFEED-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-GLFEED-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL.

      * Only a year that has ended can be closed; blank takes the
      * year before the processing date's.
       ACCEPT-FISCAL-YEAR.
           MOVE "N" TO WS-YEAR-OK-SW
           COMPUTE WS-FISCAL-YEAR = WS-TODAY-YEAR - 1
           DISPLAY "Fiscal year (YYYY, blank for " WS-FISCAL-YEAR
                   "): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO WS-FISCAL-YEAR
           END-IF
           IF WS-FISCAL-YEAR < 1900
               DISPLAY "Enter the year as YYYY."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-YEAR-END-DATE = WS-FISCAL-YEAR * 10000 + 1231
           MOVE "Y" TO WS-YEAR-OK-SW.

       CLOSE-FISCAL-YEAR.
           PERFORM ACCEPT-FISCAL-YEAR
           IF NOT WS-YEAR-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-FISCAL-YEAR NOT < WS-TODAY-YEAR
               DISPLAY "Fiscal year " WS-FISCAL-YEAR " has not "
                       "ended - processing date is " WS-TODAY-DATE "."
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHART-AVAILABLE
               DISPLAY "No chart of accounts on hand - revenue and "
                       "expense accounts cannot be told apart; "
                       "close refused."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-YEAR-MONTHS
           IF WS-OPEN-MONTHS > 0
               DISPLAY "Close refused - " WS-OPEN-MONTHS " month(s) "
                       "of " WS-FISCAL-YEAR " were left open by the "
                       "period close; work the checklist first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Close fiscal year " WS-FISCAL-YEAR " for every "
                   "company on the feed? (Y/N): "
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRMED
               DISPLAY "Close not run."
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-BY-DEPARTMENT-SW
           PERFORM TALLY-YEAR-BALANCES
           IF WS-CO-COUNT = 0
               DISPLAY "Nothing on the GL feed through "
                       WS-YEAR-END-DATE " - nothing to close."
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-YEAR-MONTHS-CLOSED

           MOVE 0 TO WS-GLFEED-DELTA-COUNT
           MOVE 0 TO WS-GLFEED-DELTA-AMOUNT
           OPEN EXTEND GL-INTERFACE-FILE
           PERFORM ACQUIRE-GL-BATCH-NUMBER
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-GL-MAP-STATUS = "00"
               MOVE "Y" TO WS-GL-MAP-AVAILABLE-SW
           END-IF
           OPEN I-O GL-YEAR-FILE
           IF WS-GL-YEAR-STATUS = "35"
               OPEN OUTPUT GL-YEAR-FILE
               CLOSE GL-YEAR-FILE
               OPEN I-O GL-YEAR-FILE
           END-IF
           MOVE "GLCLOSE.PRT" TO WS-REPORT-FN
           OPEN OUTPUT YEAR-CLOSE-REPORT-FILE

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM CLOSE-ONE-COMPANY
           END-PERFORM

           CLOSE YEAR-CLOSE-REPORT-FILE
           CLOSE GL-YEAR-FILE
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
               MOVE "N" TO WS-GL-MAP-AVAILABLE-SW
           END-IF
           CLOSE GL-INTERFACE-FILE
           PERFORM POST-FILE-CONTROL-UPDATES
           DISPLAY "Fiscal year " WS-FISCAL-YEAR " closed for "
                   WS-CO-COUNT " company(ies) - " WS-CLOSED-LINES
                   " balances closed, batch " WS-GL-BATCH-NUMBER
                   " (GLCLOSE.PRT).".

      * A month the period close left open failed its checklist;
      * a month with no status row at all predates the period
      * close and is closed here.
       CHECK-YEAR-MONTHS.
           MOVE 0 TO WS-OPEN-MONTHS
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PERIOD-STATUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MONTH-NUMBER FROM 1 BY 1
                   UNTIL WS-MONTH-NUMBER > 12
               COMPUTE PS-PERIOD-MONTH =
                   WS-FISCAL-YEAR * 100 + WS-MONTH-NUMBER
               READ PERIOD-STATUS-FILE
                   KEY IS PS-PERIOD-MONTH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PS-CLOSED
                           ADD 1 TO WS-OPEN-MONTHS
                           DISPLAY "Accounting month " PS-PERIOD-MONTH
                                   " is still open."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-STATUS-FILE.

       MARK-YEAR-MONTHS-CLOSED.
           OPEN I-O PERIOD-STATUS-FILE
           IF WS-PERIOD-STATUS-STATUS = "35"
               OPEN OUTPUT PERIOD-STATUS-FILE
               CLOSE PERIOD-STATUS-FILE
               OPEN I-O PERIOD-STATUS-FILE
           END-IF
           PERFORM VARYING WS-MONTH-NUMBER FROM 1 BY 1
                   UNTIL WS-MONTH-NUMBER > 12
               COMPUTE PS-PERIOD-MONTH =
                   WS-FISCAL-YEAR * 100 + WS-MONTH-NUMBER
               READ PERIOD-STATUS-FILE
                   KEY IS PS-PERIOD-MONTH
                   INVALID KEY
                       MOVE "C" TO PS-STATUS
                       MOVE WS-TODAY-DATE TO PS-CLOSED-DATE
                       WRITE PERIOD-STATUS-RECORD
               END-READ
           END-PERFORM
           CLOSE PERIOD-STATUS-FILE.

      * Everything on the feed up to the year end, closing entries
      * of earlier years included - so a revenue or expense account
      * holds only what has not yet been closed.
       TALLY-YEAR-BALANCES.
           MOVE 0 TO WS-BAL-COUNT
           MOVE 0 TO WS-CO-COUNT
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
                       IF GL-PERIOD-DATE NOT > WS-YEAR-END-DATE
                           PERFORM TALLY-FEED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-INTERFACE-FILE.

       TALLY-FEED-RECORD.
           MOVE GL-COMPANY-CODE TO WS-WANTED-COMPANY
           PERFORM FIND-COMPANY-SLOT
           MOVE GL-ACCOUNT-CODE TO WS-WANTED-ACCOUNT
           IF WS-BY-DEPARTMENT
               MOVE GL-DEPARTMENT-CODE TO WS-WANTED-DEPT
           ELSE
               MOVE SPACES TO WS-WANTED-DEPT
           END-IF
           PERFORM FIND-BALANCE-SLOT
           IF NOT WS-BAL-FOUND
               EXIT PARAGRAPH
           END-IF
           IF GL-IS-DEBIT
               ADD GL-AMOUNT TO WS-BAL-AMOUNT (WS-BAL-IDX)
           ELSE
               SUBTRACT GL-AMOUNT FROM WS-BAL-AMOUNT (WS-BAL-IDX)
           END-IF.

       FIND-COMPANY-SLOT.
           MOVE "N" TO WS-CO-FOUND-SW
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT OR WS-CO-FOUND
               IF WS-CO-CODE (WS-CO-IDX) = WS-WANTED-COMPANY
                   MOVE "Y" TO WS-CO-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CO-FOUND
               SET WS-CO-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-CO-COUNT < 20
               ADD 1 TO WS-CO-COUNT
               SET WS-CO-IDX TO WS-CO-COUNT
               MOVE WS-WANTED-COMPANY TO WS-CO-CODE (WS-CO-IDX)
               MOVE "N" TO WS-CO-CLOSED-SW (WS-CO-IDX)
               MOVE 0 TO WS-CO-NET-INCOME (WS-CO-IDX)
               MOVE "Y" TO WS-CO-FOUND-SW
           ELSE
               DISPLAY "More than 20 companies on the feed - company "
                       WS-WANTED-COMPANY " left out."
           END-IF.

      * The chart's type decides what is closed; an account not on
      * the chart is carried forward like a balance-sheet account.
       FIND-BALANCE-SLOT.
           MOVE "N" TO WS-BAL-FOUND-SW
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT OR WS-BAL-FOUND
               IF WS-BAL-COMPANY (WS-BAL-IDX) = WS-WANTED-COMPANY
                  AND WS-BAL-ACCOUNT (WS-BAL-IDX) = WS-WANTED-ACCOUNT
                  AND WS-BAL-DEPT (WS-BAL-IDX) = WS-WANTED-DEPT
                   MOVE "Y" TO WS-BAL-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-BAL-FOUND
               SET WS-BAL-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-BAL-COUNT = 1000
               DISPLAY "More than 1000 account balances - account "
                       WS-WANTED-ACCOUNT " left out."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAL-COUNT
           SET WS-BAL-IDX TO WS-BAL-COUNT
           MOVE WS-WANTED-COMPANY TO WS-BAL-COMPANY (WS-BAL-IDX)
           MOVE WS-WANTED-ACCOUNT TO WS-BAL-ACCOUNT (WS-BAL-IDX)
           MOVE WS-WANTED-DEPT TO WS-BAL-DEPT (WS-BAL-IDX)
           MOVE "U" TO WS-BAL-TYPE (WS-BAL-IDX)
           MOVE 0 TO WS-BAL-AMOUNT (WS-BAL-IDX)
           MOVE 0 TO WS-BAL-CARRIED (WS-BAL-IDX)
           MOVE "N" TO WS-BAL-CARRIED-SW (WS-BAL-IDX)
           MOVE "Y" TO WS-BAL-FOUND-SW
           IF WS-CHART-AVAILABLE
               MOVE WS-WANTED-ACCOUNT TO AC-ACCOUNT-CODE
               READ CHART-ACCOUNT-FILE
                   KEY IS AC-ACCOUNT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AC-TYPE-VALID
                           MOVE AC-ACCOUNT-TYPE
                               TO WS-BAL-TYPE (WS-BAL-IDX)
                       END-IF
               END-READ
           END-IF.

       CLOSE-ONE-COMPANY.
           MOVE WS-CO-CODE (WS-CO-IDX) TO WS-SESSION-COMPANY
           MOVE "3100" TO WS-GL-POST-ACCOUNT
           MOVE "3100" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT TO WS-RE-ACCOUNT
           MOVE WS-FISCAL-YEAR TO WS-YC-YEAR-OUT
           MOVE WS-SESSION-COMPANY TO WS-YC-COMPANY-OUT
           MOVE WS-YEAR-END-DATE TO WS-YC-DATE-OUT
           MOVE WS-YC-HEADER TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE
           MOVE WS-YC-CLOSE-HEADING TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE
           MOVE 0 TO WS-NET-DEBITS
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF WS-BAL-COMPANY (WS-BAL-IDX) = WS-SESSION-COMPANY
                  AND WS-BAL-INCOME (WS-BAL-IDX)
                  AND WS-BAL-AMOUNT (WS-BAL-IDX) NOT = 0
                   PERFORM CLOSE-ONE-BALANCE
               END-IF
           END-PERFORM
      * The net lands in retained earnings, and in the balance
      * carried forward with it.
           IF WS-NET-DEBITS NOT = 0
               MOVE WS-RE-ACCOUNT TO WS-GL-POST-ACCOUNT
               MOVE SPACES TO WS-GL-POST-DEPT
               IF WS-NET-DEBITS > 0
                   MOVE "D" TO WS-GL-POST-SIDE
                   MOVE WS-NET-DEBITS TO WS-GL-POST-AMOUNT
               ELSE
                   MOVE "C" TO WS-GL-POST-SIDE
                   COMPUTE WS-GL-POST-AMOUNT = 0 - WS-NET-DEBITS
               END-IF
               PERFORM WRITE-GL-POSTING
               MOVE WS-SESSION-COMPANY TO WS-WANTED-COMPANY
               MOVE WS-RE-ACCOUNT TO WS-WANTED-ACCOUNT
               MOVE SPACES TO WS-WANTED-DEPT
               PERFORM FIND-BALANCE-SLOT
               IF WS-BAL-FOUND
                   ADD WS-NET-DEBITS TO WS-BAL-AMOUNT (WS-BAL-IDX)
               END-IF
           END-IF
           COMPUTE WS-CO-NET-INCOME (WS-CO-IDX) = 0 - WS-NET-DEBITS
           MOVE WS-RE-ACCOUNT TO WS-YC-RE-ACCOUNT-OUT
           MOVE WS-CO-NET-INCOME (WS-CO-IDX) TO WS-YC-NET-OUT
           MOVE WS-YC-NET-LINE TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE
           PERFORM CARRY-BALANCES-FORWARD
           MOVE SPACES TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE.

      * The closing entry takes the balance out on the opposite
      * side, in the account and department it sits in.
       CLOSE-ONE-BALANCE.
           MOVE WS-BAL-ACCOUNT (WS-BAL-IDX) TO WS-GL-POST-ACCOUNT
           MOVE WS-BAL-DEPT (WS-BAL-IDX) TO WS-GL-POST-DEPT
           IF WS-BAL-AMOUNT (WS-BAL-IDX) > 0
               MOVE "C" TO WS-GL-POST-SIDE
               MOVE WS-BAL-AMOUNT (WS-BAL-IDX) TO WS-GL-POST-AMOUNT
           ELSE
               MOVE "D" TO WS-GL-POST-SIDE
               COMPUTE WS-GL-POST-AMOUNT =
                   0 - WS-BAL-AMOUNT (WS-BAL-IDX)
           END-IF
           PERFORM WRITE-GL-POSTING
           ADD WS-BAL-AMOUNT (WS-BAL-IDX) TO WS-NET-DEBITS
           ADD 1 TO WS-CLOSED-LINES
           MOVE WS-BAL-ACCOUNT (WS-BAL-IDX) TO WS-YC-ACCOUNT-OUT
           MOVE WS-BAL-DEPT (WS-BAL-IDX) TO WS-YC-DEPT-OUT
           MOVE WS-BAL-TYPE (WS-BAL-IDX) TO WS-YC-TYPE-OUT
           MOVE WS-BAL-AMOUNT (WS-BAL-IDX) TO WS-YC-AMOUNT-OUT
           MOVE WS-YC-CLOSE-LINE TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE
           MOVE 0 TO WS-BAL-AMOUNT (WS-BAL-IDX).

      * A second close of the same year replaces what the first
      * carried forward.
       CARRY-BALANCES-FORWARD.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-SESSION-COMPANY TO GY-COMPANY-CODE
           MOVE WS-FISCAL-YEAR TO GY-FISCAL-YEAR
           MOVE LOW-VALUES TO GY-ACCOUNT-CODE
           START GL-YEAR-FILE KEY IS NOT LESS THAN GY-BALANCE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF
               READ GL-YEAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF GY-COMPANY-CODE NOT = WS-SESSION-COMPANY
                          OR GY-FISCAL-YEAR NOT = WS-FISCAL-YEAR
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           DELETE GL-YEAR-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF WS-BAL-COMPANY (WS-BAL-IDX) = WS-SESSION-COMPANY
                  AND NOT WS-BAL-INCOME (WS-BAL-IDX)
                   PERFORM CARRY-ONE-BALANCE
               END-IF
           END-PERFORM
           INITIALIZE GL-YEAR-BALANCE-RECORD
           MOVE WS-SESSION-COMPANY TO GY-COMPANY-CODE
           MOVE WS-FISCAL-YEAR TO GY-FISCAL-YEAR
           MOVE SPACES TO GY-ACCOUNT-CODE
           MOVE WS-CO-NET-INCOME (WS-CO-IDX) TO GY-NET-INCOME
           MOVE WS-TODAY-DATE TO GY-CLOSED-DATE
           MOVE SL-OPERATOR-ID TO GY-CLOSED-BY
           MOVE WS-GL-BATCH-NUMBER TO GY-BATCH-NUMBER
           WRITE GL-YEAR-BALANCE-RECORD
           PERFORM LIST-CARRIED-BALANCES.

      * Departments fold together; the carried balance is by
      * account.
       CARRY-ONE-BALANCE.
           MOVE WS-SESSION-COMPANY TO GY-COMPANY-CODE
           MOVE WS-FISCAL-YEAR TO GY-FISCAL-YEAR
           MOVE WS-BAL-ACCOUNT (WS-BAL-IDX) TO GY-ACCOUNT-CODE
           MOVE "N" TO WS-ROW-FOUND-SW
           READ GL-YEAR-FILE
               KEY IS GY-BALANCE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ROW-FOUND-SW
           END-READ
           IF WS-ROW-FOUND
               ADD WS-BAL-AMOUNT (WS-BAL-IDX) TO GY-CARRIED-BALANCE
               REWRITE GL-YEAR-BALANCE-RECORD
           ELSE
               INITIALIZE GL-YEAR-BALANCE-RECORD
               MOVE WS-SESSION-COMPANY TO GY-COMPANY-CODE
               MOVE WS-FISCAL-YEAR TO GY-FISCAL-YEAR
               MOVE WS-BAL-ACCOUNT (WS-BAL-IDX) TO GY-ACCOUNT-CODE
               MOVE WS-BAL-AMOUNT (WS-BAL-IDX) TO GY-CARRIED-BALANCE
               MOVE WS-TODAY-DATE TO GY-CLOSED-DATE
               MOVE SL-OPERATOR-ID TO GY-CLOSED-BY
               MOVE WS-GL-BATCH-NUMBER TO GY-BATCH-NUMBER
               WRITE GL-YEAR-BALANCE-RECORD
           END-IF
           IF WS-BAL-TYPE (WS-BAL-IDX) = "U"
              AND WS-BAL-DEPT (WS-BAL-IDX) = SPACES
               DISPLAY "Account " WS-BAL-ACCOUNT (WS-BAL-IDX)
                       " has no type on the chart - carried forward "
                       "as a balance-sheet account."
           END-IF.

       LIST-CARRIED-BALANCES.
           COMPUTE WS-YC-NEXT-YEAR-OUT = WS-FISCAL-YEAR + 1
           MOVE WS-YC-CARRY-HEADING TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE
           MOVE 0 TO WS-CARRIED-TOTAL
           MOVE "N" TO WS-EOF-SW
           MOVE WS-SESSION-COMPANY TO GY-COMPANY-CODE
           MOVE WS-FISCAL-YEAR TO GY-FISCAL-YEAR
           MOVE LOW-VALUES TO GY-ACCOUNT-CODE
           START GL-YEAR-FILE KEY IS NOT LESS THAN GY-BALANCE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF
               READ GL-YEAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF GY-COMPANY-CODE NOT = WS-SESSION-COMPANY
                          OR GY-FISCAL-YEAR NOT = WS-FISCAL-YEAR
                           MOVE "Y" TO WS-EOF-SW
                       ELSE
                           IF GY-ACCOUNT-CODE NOT = SPACES
                               MOVE GY-ACCOUNT-CODE
                                   TO WS-YC-CARRY-ACCOUNT-OUT
                               MOVE GY-CARRIED-BALANCE
                                   TO WS-YC-CARRY-OUT
                               MOVE WS-YC-CARRY-LINE
                                   TO YEAR-CLOSE-REPORT-LINE
                               WRITE YEAR-CLOSE-REPORT-LINE
                               ADD GY-CARRIED-BALANCE
                                   TO WS-CARRIED-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CARRIED-TOTAL TO WS-YC-CARRY-TOTAL-OUT
           MOVE WS-YC-CARRY-TOTAL-LINE TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE.

       WRITE-GL-POSTING.
           INITIALIZE GL-FEED-RECORD
           MOVE "GLYearClose"        TO GL-SOURCE-PROGRAM
           MOVE WS-YEAR-END-DATE     TO GL-PERIOD-DATE
           MOVE WS-GL-POST-ACCOUNT   TO GL-ACCOUNT-CODE
           MOVE WS-GL-POST-SIDE      TO GL-DEBIT-CREDIT-SW
           MOVE WS-GL-POST-AMOUNT    TO GL-AMOUNT
           MOVE WS-GL-POST-DEPT      TO GL-DEPARTMENT-CODE
           MOVE WS-GL-BATCH-NUMBER   TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY   TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT.

      * The proof recomputes each closing balance from the feed as
      * it stands now.  A difference means something was posted
      * into the closed year after it closed - a prior-period
      * adjustment - and closing the year again carries it in.
       PROVE-OPENING-BALANCES.
           PERFORM ACCEPT-FISCAL-YEAR
           IF NOT WS-YEAR-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GL-YEAR-FILE
           IF WS-GL-YEAR-STATUS NOT = "00"
               DISPLAY "No year-end close on file (GLYEAR.DAT)."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BY-DEPARTMENT-SW
           PERFORM TALLY-YEAR-BALANCES
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO GY-BALANCE-KEY
           START GL-YEAR-FILE KEY IS NOT LESS THAN GY-BALANCE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF
               READ GL-YEAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF GY-FISCAL-YEAR = WS-FISCAL-YEAR
                           PERFORM MATCH-CARRIED-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-YEAR-FILE

           MOVE 0 TO WS-DIFFERENCE-COUNT
           MOVE "GLOPEN.PRT" TO WS-REPORT-FN
           OPEN OUTPUT YEAR-CLOSE-REPORT-FILE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM PROVE-ONE-COMPANY
           END-PERFORM
           CLOSE YEAR-CLOSE-REPORT-FILE
           DISPLAY "Opening balance proof for " WS-FISCAL-YEAR
                   " written (GLOPEN.PRT) - " WS-DIFFERENCE-COUNT
                   " difference(s).".

       MATCH-CARRIED-ROW.
           MOVE GY-COMPANY-CODE TO WS-WANTED-COMPANY
           PERFORM FIND-COMPANY-SLOT
           IF NOT WS-CO-FOUND
               EXIT PARAGRAPH
           END-IF
           IF GY-ACCOUNT-CODE = SPACES
               MOVE "Y" TO WS-CO-CLOSED-SW (WS-CO-IDX)
               MOVE GY-NET-INCOME TO WS-CO-NET-INCOME (WS-CO-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE GY-ACCOUNT-CODE TO WS-WANTED-ACCOUNT
           MOVE SPACES TO WS-WANTED-DEPT
           PERFORM FIND-BALANCE-SLOT
           IF WS-BAL-FOUND
               ADD GY-CARRIED-BALANCE TO WS-BAL-CARRIED (WS-BAL-IDX)
               MOVE "Y" TO WS-BAL-CARRIED-SW (WS-BAL-IDX)
           END-IF.

       PROVE-ONE-COMPANY.
           MOVE WS-FISCAL-YEAR TO WS-PR-YEAR-OUT
           COMPUTE WS-PR-NEXT-YEAR-OUT = WS-FISCAL-YEAR + 1
           MOVE WS-CO-CODE (WS-CO-IDX) TO WS-PR-COMPANY-OUT
           MOVE WS-PR-HEADER TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE
           IF NOT WS-CO-CLOSED (WS-CO-IDX)
               MOVE "  Fiscal year not closed for this company."
                   TO WS-PR-NOTE-LINE
               MOVE WS-PR-NOTE-LINE TO YEAR-CLOSE-REPORT-LINE
               WRITE YEAR-CLOSE-REPORT-LINE
               MOVE SPACES TO YEAR-CLOSE-REPORT-LINE
               WRITE YEAR-CLOSE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-COLUMN-HEADING TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE
           MOVE 0 TO WS-CARRIED-TOTAL
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF WS-BAL-COMPANY (WS-BAL-IDX) = WS-CO-CODE (WS-CO-IDX)
                   PERFORM PROVE-ONE-ACCOUNT
               END-IF
           END-PERFORM
           MOVE WS-CARRIED-TOTAL TO WS-PR-TOTAL-OUT
           MOVE WS-PR-TOTAL-LINE TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE
           IF WS-CARRIED-TOTAL NOT = 0
               MOVE "  *** Opening balances do not net to zero ***"
                   TO WS-PR-NOTE-LINE
               MOVE WS-PR-NOTE-LINE TO YEAR-CLOSE-REPORT-LINE
               WRITE YEAR-CLOSE-REPORT-LINE
               ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF
           MOVE SPACES TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE.

      * A revenue or expense account should stand at zero at the
      * year end once closed; anything left is shown against a
      * zero opening.
       PROVE-ONE-ACCOUNT.
           IF WS-BAL-INCOME (WS-BAL-IDX)
              AND WS-BAL-AMOUNT (WS-BAL-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFFERENCE = WS-BAL-CARRIED (WS-BAL-IDX)
               - WS-BAL-AMOUNT (WS-BAL-IDX)
           MOVE WS-BAL-ACCOUNT (WS-BAL-IDX) TO WS-PR-ACCOUNT-OUT
           MOVE WS-BAL-AMOUNT (WS-BAL-IDX) TO WS-PR-CLOSING-OUT
           MOVE WS-BAL-CARRIED (WS-BAL-IDX) TO WS-PR-OPENING-OUT
           MOVE WS-DIFFERENCE TO WS-PR-DIFF-OUT
           MOVE SPACES TO WS-PR-FLAG-OUT
           IF WS-DIFFERENCE NOT = 0
               ADD 1 TO WS-DIFFERENCE-COUNT
               IF WS-BAL-INCOME (WS-BAL-IDX)
                   MOVE " *** income account not closed"
                       TO WS-PR-FLAG-OUT
               ELSE
                   IF WS-BAL-HAS-CARRIED (WS-BAL-IDX)
                       MOVE " *** posted since the close"
                           TO WS-PR-FLAG-OUT
                   ELSE
                       MOVE " *** not carried forward"
                           TO WS-PR-FLAG-OUT
                   END-IF
               END-IF
           END-IF
           ADD WS-BAL-CARRIED (WS-BAL-IDX) TO WS-CARRIED-TOTAL
           MOVE WS-PR-LINE TO YEAR-CLOSE-REPORT-LINE
           WRITE YEAR-CLOSE-REPORT-LINE.
