       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARKpiSnapshot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-ITEM-FILE ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT PURCHASE-TRANS-FILE ASSIGN TO "PURCTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-TRANS-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DISPUTE-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  DISPUTE-FILE.
           COPY DISPUTE.

       FD  RECEIVABLES-KPI-FILE.
           COPY ARKPI.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-AR-OPEN-STATUS        PIC X(2) VALUE "00".
       01 WS-PURCHASE-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-DISPUTE-STATUS        PIC X(2) VALUE "00".
       01 WS-RECEIVABLES-KPI-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-DEFAULT-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-REAPPLY-OPERATOR      PIC X(8) VALUE "REAPPLY".
       01 WS-SNAPSHOT-MONTH        PIC 9(6) VALUE 0.
       01 WS-TRANS-MONTH           PIC 9(6) VALUE 0.
       01 WS-MONTH-WORK-DATE       PIC 9(8).
       01 WS-MONTH-WORK-PARTS REDEFINES WS-MONTH-WORK-DATE.
          05 WS-MONTH-WORK-YYYY    PIC 9(4).
          05 WS-MONTH-WORK-MM      PIC 9(2).
          05 WS-MONTH-WORK-DD      PIC 9(2).
       01 WS-PRIOR-MONTH           PIC 9(6) VALUE 0.
       01 WS-AR-EOF-SW             PIC X(1) VALUE "N".
          88 WS-AR-EOF             VALUE "Y".
       01 WS-DISPUTE-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-DISPUTE-AVAILABLE  VALUE "Y".
       01 WS-ITEM-DISPUTED-SW      PIC X(1) VALUE "N".
          88 WS-ITEM-DISPUTED      VALUE "Y".
       01 WS-AGE-DAYS              PIC S9(5) VALUE 0.
       01 WS-AGE-DUE-DATE          PIC 9(8) VALUE 0.
       01 WS-PAY-DAYS              PIC S9(5) VALUE 0.
       01 WS-OPENING-AR            PIC S9(11)V99 VALUE 0.
       01 WS-CEI-NUMERATOR         PIC S9(11)V99 VALUE 0.
       01 WS-CEI-DENOMINATOR       PIC S9(11)V99 VALUE 0.

      * One accumulator row per company seen on the open items or
      * the month's history; a blank company is the run control
      * company, as everywhere else.
       01 WS-COMPANY-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES
                                   INDEXED BY WS-CO-IDX.
             10 WS-CO-CODE          PIC X(3).
             10 WS-CO-CURRENT       PIC S9(11)V99.
             10 WS-CO-1-30          PIC S9(11)V99.
             10 WS-CO-31-60         PIC S9(11)V99.
             10 WS-CO-61-90         PIC S9(11)V99.
             10 WS-CO-OVER-90       PIC S9(11)V99.
             10 WS-CO-TOTAL         PIC S9(11)V99.
             10 WS-CO-SALES         PIC S9(11)V99.
             10 WS-CO-CASH          PIC S9(11)V99.
             10 WS-CO-WRITE-OFFS    PIC S9(11)V99.
             10 WS-CO-DISPUTED      PIC S9(11)V99.
             10 WS-CO-WEIGHTED-DAYS PIC S9(13)V99.
             10 WS-CO-APPLIED       PIC S9(11)V99.
       01 WS-CO-COUNT              PIC 9(2) VALUE 0.
       01 WS-CO-FOUND-SW           PIC X(1) VALUE "N".
          88 WS-CO-FOUND           VALUE "Y".
       01 WS-CO-OVERFLOW-SW        PIC X(1) VALUE "N".
          88 WS-CO-OVERFLOW        VALUE "Y".
       01 WS-WANTED-COMPANY        PIC X(3) VALUE SPACES.
       01 WS-SNAPSHOTS-WRITTEN     PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
      * Month-end receivables snapshot.  For every company the AR
      * open items are aged as of the processing date into
      * current (not yet due), 1-30, 31-60, 61-90 and over 90 days
      * past due, with anything under an open dispute also summed
      * as disputed; the month's history gives sales (sales less
      * credits and voids), cash applied, bad debt written off,
      * and the amount-weighted days from invoice to payment of
      * the month's applications.  DSO, percent past due and
      * collection effectiveness are worked from those and the
      * month's opening AR - last month's snapshot, or where there
      * is none the ending balance rolled back through the month's
      * activity.  One KPI row per company goes to ARKPI.DAT for
      * ARKpiTrend to print.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-DEFAULT-COMPANY.
           CLOSE RUN-CONTROL-FILE.
           MOVE WS-TODAY-DATE (1:6) TO WS-SNAPSHOT-MONTH.
           MOVE WS-TODAY-DATE TO WS-MONTH-WORK-DATE.
           IF WS-MONTH-WORK-MM = 1
               COMPUTE WS-PRIOR-MONTH =
                   (WS-MONTH-WORK-YYYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-SNAPSHOT-MONTH - 1
           END-IF.
           INITIALIZE WS-COMPANY-TABLE.

           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "00"
               MOVE "Y" TO WS-DISPUTE-AVAILABLE-SW
           END-IF.
           OPEN INPUT AR-OPEN-ITEM-FILE.
           IF WS-AR-OPEN-STATUS = "00"
               PERFORM AGE-OPEN-ITEMS
               PERFORM SUMMARIZE-MONTH-ACTIVITY
               CLOSE AR-OPEN-ITEM-FILE
           ELSE
               DISPLAY "No AR open items on file - snapshot "
                       "carries the month's activity only."
           END-IF.
           IF WS-DISPUTE-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF.

           OPEN I-O RECEIVABLES-KPI-FILE.
           IF WS-RECEIVABLES-KPI-STATUS = "35"
               OPEN OUTPUT RECEIVABLES-KPI-FILE
               CLOSE RECEIVABLES-KPI-FILE
               OPEN I-O RECEIVABLES-KPI-FILE
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM WRITE-COMPANY-SNAPSHOT
           END-PERFORM.
           CLOSE RECEIVABLES-KPI-FILE.

           IF WS-CO-OVERFLOW
               DISPLAY "*** More than 20 companies - the rest are "
                       "not in the snapshot. ***"
           END-IF.
           DISPLAY "Receivables KPI snapshot " WS-SNAPSHOT-MONTH
                   " complete - " WS-SNAPSHOTS-WRITTEN
                   " companies (ARKPI.DAT).".
           GOBACK.

       COPY OPENRCTL.

      * Finds (or starts) the accumulator row for
      * WS-WANTED-COMPANY; past the table's size WS-CO-FOUND stays
      * off and the amount is dropped.
       FIND-COMPANY-ROW.
           IF WS-WANTED-COMPANY = SPACES
               MOVE WS-DEFAULT-COMPANY TO WS-WANTED-COMPANY
           END-IF
           MOVE "N" TO WS-CO-FOUND-SW
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
               IF WS-CO-CODE (WS-CO-IDX) = WS-WANTED-COMPANY
                   MOVE "Y" TO WS-CO-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CO-FOUND
               SET WS-CO-IDX DOWN BY 1
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
                   MOVE WS-WANTED-COMPANY TO WS-CO-CODE (WS-CO-IDX)
                   MOVE "Y" TO WS-CO-FOUND-SW
               ELSE
                   MOVE "Y" TO WS-CO-OVERFLOW-SW
               END-IF
           END-IF.

       AGE-OPEN-ITEMS.
           MOVE "N" TO WS-AR-EOF-SW
           PERFORM UNTIL WS-AR-EOF
               READ AR-OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AR-EOF-SW
                   NOT AT END
                       IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT NOT = 0
                           PERFORM AGE-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.

      * An item ages from its due date (the invoice date where no
      * due date was stamped).  A disputed item still counts in
      * its aging bucket - the balance is owed either way - and is
      * also summed on its own.
       AGE-ONE-OPEN-ITEM.
           MOVE AR-COMPANY-CODE TO WS-WANTED-COMPANY
           PERFORM FIND-COMPANY-ROW
           IF WS-CO-FOUND
               MOVE AR-DUE-DATE TO WS-AGE-DUE-DATE
               IF AR-DUE-DATE = 0
                   MOVE AR-INVOICE-DATE TO WS-AGE-DUE-DATE
               END-IF
               MOVE 0 TO WS-AGE-DAYS
               IF WS-AGE-DUE-DATE NOT = 0
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE (WS-AGE-DUE-DATE)
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 0
                       ADD AR-OPEN-AMOUNT TO WS-CO-CURRENT (WS-CO-IDX)
                   WHEN WS-AGE-DAYS <= 30
                       ADD AR-OPEN-AMOUNT TO WS-CO-1-30 (WS-CO-IDX)
                   WHEN WS-AGE-DAYS <= 60
                       ADD AR-OPEN-AMOUNT TO WS-CO-31-60 (WS-CO-IDX)
                   WHEN WS-AGE-DAYS <= 90
                       ADD AR-OPEN-AMOUNT TO WS-CO-61-90 (WS-CO-IDX)
                   WHEN OTHER
                       ADD AR-OPEN-AMOUNT TO WS-CO-OVER-90 (WS-CO-IDX)
               END-EVALUATE
               ADD AR-OPEN-AMOUNT TO WS-CO-TOTAL (WS-CO-IDX)
               PERFORM CHECK-ITEM-DISPUTED
               IF WS-ITEM-DISPUTED
                   ADD AR-OPEN-AMOUNT TO WS-CO-DISPUTED (WS-CO-IDX)
               END-IF
           END-IF.

       CHECK-ITEM-DISPUTED.
           MOVE "N" TO WS-ITEM-DISPUTED-SW
           IF WS-DISPUTE-AVAILABLE
               MOVE AR-CUSTOMER-ID    TO DP-CUSTOMER-ID
               MOVE AR-INVOICE-NUMBER TO DP-INVOICE-NUMBER
               READ DISPUTE-FILE
                   KEY IS DP-DISPUTE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-OPEN
                           MOVE "Y" TO WS-ITEM-DISPUTED-SW
                       END-IF
               END-READ
           END-IF.

      * The month's history.  A payment application's lag runs
      * from the invoice date its AR item carries to the day the
      * cash was applied, weighted by the amount applied - the
      * same measure CreditReview takes per customer.
       SUMMARIZE-MONTH-ACTIVITY.
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
                   READ PURCHASE-TRANS-FILE
                       AT END
                           MOVE "10" TO WS-PURCHASE-TRANS-STATUS
                       NOT AT END
                           MOVE PT-TRANSACTION-DATE (1:6) TO
                               WS-TRANS-MONTH
                           IF WS-TRANS-MONTH = WS-SNAPSHOT-MONTH
                               PERFORM NOTE-MONTH-TRANS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-TRANS-FILE
               MOVE "00" TO WS-PURCHASE-TRANS-STATUS
           END-IF.

       NOTE-MONTH-TRANS.
           MOVE PT-COMPANY-CODE TO WS-WANTED-COMPANY
           PERFORM FIND-COMPANY-ROW
           IF WS-CO-FOUND
               EVALUATE TRUE
                   WHEN PT-TYPE-SALE OR PT-TYPE-CREDIT
                        OR PT-TYPE-VOID
                       ADD PT-NET-AMOUNT TO WS-CO-SALES (WS-CO-IDX)
      * Cash CashReapply moves from a receipt's unapplied part to
      * an invoice was collected when the receipt came in, so only
      * its application counts here.
                   WHEN PT-TYPE-PAYMENT
                       IF PT-OPERATOR-ID NOT = WS-REAPPLY-OPERATOR
                           ADD PT-PURCHASE-AMOUNT TO
                               WS-CO-CASH (WS-CO-IDX)
                       END-IF
                       IF PT-REFERENCE-INVOICE NOT = 0
                           PERFORM WEIGH-APPLICATION-LAG
                       END-IF
                   WHEN PT-TYPE-WRITEOFF
                       ADD PT-PURCHASE-AMOUNT TO
                           WS-CO-WRITE-OFFS (WS-CO-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WEIGH-APPLICATION-LAG.
           MOVE PT-CUSTOMER-ID       TO AR-CUSTOMER-ID
           MOVE PT-REFERENCE-INVOICE TO AR-INVOICE-NUMBER
           READ AR-OPEN-ITEM-FILE
               KEY IS AR-OPEN-KEY
               INVALID KEY
                   MOVE 0 TO AR-INVOICE-DATE
           END-READ
           IF AR-INVOICE-DATE NOT = 0
               COMPUTE WS-PAY-DAYS =
                   FUNCTION INTEGER-OF-DATE (PT-TRANSACTION-DATE)
                   - FUNCTION INTEGER-OF-DATE (AR-INVOICE-DATE)
               COMPUTE WS-CO-WEIGHTED-DAYS (WS-CO-IDX) =
                   WS-CO-WEIGHTED-DAYS (WS-CO-IDX)
                   + (WS-PAY-DAYS * PT-PURCHASE-AMOUNT)
               ADD PT-PURCHASE-AMOUNT TO WS-CO-APPLIED (WS-CO-IDX)
           END-IF.

       WRITE-COMPANY-SNAPSHOT.
           INITIALIZE RECEIVABLES-KPI-RECORD
           MOVE WS-PRIOR-MONTH          TO KP-SNAPSHOT-MONTH
           MOVE WS-CO-CODE (WS-CO-IDX)  TO KP-COMPANY-CODE
           READ RECEIVABLES-KPI-FILE
               KEY IS KP-SNAPSHOT-KEY
               INVALID KEY
                   COMPUTE KP-AR-TOTAL = WS-CO-TOTAL (WS-CO-IDX)
                       - WS-CO-SALES (WS-CO-IDX)
                       + WS-CO-CASH (WS-CO-IDX)
                       + WS-CO-WRITE-OFFS (WS-CO-IDX)
           END-READ
           MOVE KP-AR-TOTAL TO WS-OPENING-AR
           INITIALIZE RECEIVABLES-KPI-RECORD
           MOVE WS-OPENING-AR             TO KP-BEGINNING-AR
           MOVE WS-SNAPSHOT-MONTH         TO KP-SNAPSHOT-MONTH
           MOVE WS-CO-CODE (WS-CO-IDX)    TO KP-COMPANY-CODE
           MOVE WS-TODAY-DATE             TO KP-SNAPSHOT-DATE
           MOVE WS-CO-CURRENT (WS-CO-IDX) TO KP-AR-CURRENT
           MOVE WS-CO-1-30 (WS-CO-IDX)    TO KP-AR-1-30
           MOVE WS-CO-31-60 (WS-CO-IDX)   TO KP-AR-31-60
           MOVE WS-CO-61-90 (WS-CO-IDX)   TO KP-AR-61-90
           MOVE WS-CO-OVER-90 (WS-CO-IDX) TO KP-AR-OVER-90
           MOVE WS-CO-TOTAL (WS-CO-IDX)   TO KP-AR-TOTAL
           MOVE WS-CO-SALES (WS-CO-IDX)   TO KP-MONTH-SALES
           MOVE WS-CO-CASH (WS-CO-IDX)    TO KP-CASH-COLLECTED
           MOVE WS-CO-WRITE-OFFS (WS-CO-IDX) TO KP-WRITE-OFFS
           MOVE WS-CO-DISPUTED (WS-CO-IDX) TO KP-DISPUTED-AMOUNT
           IF KP-MONTH-SALES > 0
               COMPUTE KP-DSO ROUNDED =
                   KP-AR-TOTAL / KP-MONTH-SALES * WS-MONTH-WORK-DD
           END-IF
           IF KP-AR-TOTAL > 0
               COMPUTE KP-PCT-PAST-DUE ROUNDED =
                   (KP-AR-TOTAL - KP-AR-CURRENT) * 100 / KP-AR-TOTAL
           END-IF
           COMPUTE WS-CEI-NUMERATOR =
               KP-BEGINNING-AR + KP-MONTH-SALES - KP-AR-TOTAL
           COMPUTE WS-CEI-DENOMINATOR =
               KP-BEGINNING-AR + KP-MONTH-SALES - KP-AR-CURRENT
           IF WS-CEI-DENOMINATOR > 0
               COMPUTE KP-CEI ROUNDED =
                   WS-CEI-NUMERATOR * 100 / WS-CEI-DENOMINATOR
           END-IF
           IF WS-CO-APPLIED (WS-CO-IDX) > 0
               COMPUTE KP-AVG-DAYS-TO-PAY ROUNDED =
                   WS-CO-WEIGHTED-DAYS (WS-CO-IDX)
                   / WS-CO-APPLIED (WS-CO-IDX)
           END-IF
           WRITE RECEIVABLES-KPI-RECORD
               INVALID KEY
                   REWRITE RECEIVABLES-KPI-RECORD
           END-WRITE
           ADD 1 TO WS-SNAPSHOTS-WRITTEN
           DISPLAY "  " KP-COMPANY-CODE " AR " KP-AR-TOTAL
                   " DSO " KP-DSO " past due " KP-PCT-PAST-DUE
                   "% CEI " KP-CEI.
