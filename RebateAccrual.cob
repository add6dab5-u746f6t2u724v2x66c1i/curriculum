       IDENTIFICATION DIVISION.
       PROGRAM-ID. RebateAccrual.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT REBATE-AGREEMENT-FILE ASSIGN TO "REBATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CUSTOMER-ID
               FILE STATUS IS WS-REBATE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT PURCHASE-TRANS-FILE ASSIGN TO "PURCTRAN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-TRANS-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CONTROL-KEY
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

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

           SELECT REBATE-REPORT-FILE ASSIGN TO "REBATE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REBATE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  REBATE-AGREEMENT-FILE.
           COPY REBATE.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

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

       FD  REBATE-REPORT-FILE.
       01 REBATE-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS      PIC X(2) VALUE "00".
       01 WS-REBATE-STATUS           PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS  PIC X(2) VALUE "00".
          88 WS-CUSTOMER-FOUND       VALUE "00".
       01 WS-PURCHASE-TRANS-STATUS   PIC X(2) VALUE "00".
       01 WS-INVOICE-CONTROL-STATUS  PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS     PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-REBATE-REPORT-STATUS  PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-PURCTRAN-DELTA-COUNT  PIC 9(9) VALUE 0.
       01 WS-PURCTRAN-DELTA-AMOUNT PIC S9(13)V99 VALUE 0.
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
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "RebateAccrual".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).
       01 WS-GL-POST-SIDE          PIC X(1).
       01 WS-GL-POST-AMOUNT        PIC S9(9)V99 VALUE 0.

       01 WS-TODAY-DATE              PIC 9(8).
       01 WS-REBATE-EOF-SW           PIC X(1) VALUE "N".
          88 WS-REBATE-EOF           VALUE "Y".
       01 WS-NEXT-INVOICE-NUMBER     PIC 9(9) VALUE 0.
       01 WS-TIER-SUB                PIC 9(1) VALUE 0.
       01 WS-TIER-PERCENT            PIC V9(4) VALUE 0.
       01 WS-YEAR-VOLUME             PIC S9(9)V99 VALUE 0.
       01 WS-EARNED-REBATE           PIC S9(9)V99 VALUE 0.
       01 WS-ACCRUAL-CHANGE          PIC S9(9)V99 VALUE 0.
       01 WS-ACCRUAL-TOTAL           PIC S9(9)V99 VALUE 0.
       01 WS-ISSUED-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-AGREEMENT-COUNT         PIC 9(5) VALUE 0.
       01 WS-ISSUED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REBATE-OPERATOR         PIC X(8) VALUE "REBATE".

       01 WS-ROUND-RAW               PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUND-RESULT            PIC S9(9)V99 VALUE 0.

       01 WS-REBATE-HEADER           PIC X(44) VALUE
          "-- Customer Volume Rebate Accrual --".
       01 WS-REBATE-LINE.
          05 FILLER                PIC X(9) VALUE "Customer ".
          05 WS-RB-CUST-OUT        PIC 9(5).
          05 FILLER                PIC X(6) VALUE " year ".
          05 WS-RB-END-OUT         PIC 9(8).
          05 FILLER                PIC X(8) VALUE " volume ".
          05 WS-RB-VOLUME-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(6) VALUE " rate ".
          05 WS-RB-RATE-OUT        PIC .9999.
          05 FILLER                PIC X(8) VALUE " earned ".
          05 WS-RB-EARNED-OUT      PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(8) VALUE " change ".
          05 WS-RB-CHANGE-OUT      PIC ZZ,ZZZ,ZZ9.99-.
          05 WS-RB-ISSUED-OUT      PIC X(8).
       01 WS-REBATE-TOTAL-LINE.
          05 FILLER                PIC X(20) VALUE
             "Accrual change:    ".
          05 WS-RB-ACCRUAL-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(20) VALUE
             "   Credits issued: ".
          05 WS-RB-ISSUED-TOT-OUT  PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      * Month-end volume rebate run.  For every agreement in the
      * session company the year's net sales (sales less credits
      * and voids, before tax) are re-summed from the transaction
      * file, the tier reached sets the rebate on the whole year,
      * and only the change from what is already accrued goes to
      * the GL - so a month with returns can reduce the accrual.
      * Once the agreement year has ended the earned rebate is
      * issued as a credit memo on the customer's account, the
      * accrual is relieved against receivables, and the agreement
      * rolls into its next year.
       RUN-START.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           OPEN I-O REBATE-AGREEMENT-FILE.
           IF WS-REBATE-STATUS = "35"
               OPEN OUTPUT REBATE-AGREEMENT-FILE
               CLOSE REBATE-AGREEMENT-FILE
               OPEN I-O REBATE-AGREEMENT-FILE
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           PERFORM OPEN-INVOICE-CONTROL.
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
           OPEN OUTPUT REBATE-REPORT-FILE.

           MOVE WS-REBATE-HEADER TO REBATE-REPORT-LINE.
           WRITE REBATE-REPORT-LINE.

           MOVE "N" TO WS-REBATE-EOF-SW.
           MOVE 0 TO RB-CUSTOMER-ID.
           START REBATE-AGREEMENT-FILE KEY IS NOT LESS THAN
                 RB-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-REBATE-EOF-SW
           END-START.
           PERFORM UNTIL WS-REBATE-EOF
               READ REBATE-AGREEMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REBATE-EOF-SW
                   NOT AT END
                       PERFORM CONSIDER-AGREEMENT
               END-READ
           END-PERFORM.

           PERFORM WRITE-GL-FEED.

           MOVE WS-ACCRUAL-TOTAL TO WS-RB-ACCRUAL-OUT.
           MOVE WS-ISSUED-TOTAL TO WS-RB-ISSUED-TOT-OUT.
           MOVE WS-REBATE-TOTAL-LINE TO REBATE-REPORT-LINE.
           WRITE REBATE-REPORT-LINE.

           CLOSE REBATE-AGREEMENT-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE INVOICE-CONTROL-FILE.
           CLOSE GL-INTERFACE-FILE.
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
           END-IF.
           CLOSE REBATE-REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
           PERFORM POST-FILE-CONTROL-UPDATES.
           DISPLAY "Rebate accrual complete - " WS-AGREEMENT-COUNT
                   " agreements, accrual change " WS-ACCRUAL-TOTAL
                   ", " WS-ISSUED-COUNT " credits issued for "
                   WS-ISSUED-TOTAL "."
           GOBACK.

       COPY OPENRCTL.

       COPY GLBATCH.

       COPY FCUPDT.

       COPY GLMAPRES.

       COPY ROUNDCTL.

       POST-FILE-CONTROL-UPDATES.
           MOVE "PURCTRAN" TO WS-FC-FILE-NAME
           MOVE WS-PURCTRAN-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-PURCTRAN-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL
           MOVE "GLFEED" TO WS-FC-FILE-NAME
           MOVE WS-GLFEED-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-GLFEED-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL.

      * A sister company's agreements are accrued by its own run.
      * An inactive agreement still accrues and issues through the
      * end of its year while anything is accrued on it, so making
      * an agreement inactive never strands an accrual on the books.
       CONSIDER-AGREEMENT.
           IF (RB-COMPANY-CODE NOT = SPACES
               AND RB-COMPANY-CODE NOT = WS-SESSION-COMPANY)
              OR RB-YEAR-START-DATE > WS-TODAY-DATE
              OR (RB-INACTIVE AND RB-ACCRUED-AMOUNT = 0)
               CONTINUE
           ELSE
               PERFORM ACCRUE-ONE-AGREEMENT
           END-IF.

       ACCRUE-ONE-AGREEMENT.
           ADD 1 TO WS-AGREEMENT-COUNT
           PERFORM SUM-YEAR-VOLUME
           PERFORM FIND-REBATE-TIER
           MOVE 0 TO WS-EARNED-REBATE
           IF WS-YEAR-VOLUME > 0 AND WS-TIER-PERCENT > 0
               COMPUTE WS-ROUND-RAW =
                   WS-YEAR-VOLUME * WS-TIER-PERCENT
               PERFORM APPLY-ROUNDING-MODE
               MOVE WS-ROUND-RESULT TO WS-EARNED-REBATE
           END-IF
           COMPUTE WS-ACCRUAL-CHANGE =
               WS-EARNED-REBATE - RB-ACCRUED-AMOUNT
           ADD WS-ACCRUAL-CHANGE TO WS-ACCRUAL-TOTAL
           MOVE WS-YEAR-VOLUME   TO RB-YTD-VOLUME
           MOVE WS-EARNED-REBATE TO RB-ACCRUED-AMOUNT
           MOVE WS-TODAY-DATE    TO RB-LAST-ACCRUAL-DATE
           MOVE RB-CUSTOMER-ID   TO WS-RB-CUST-OUT
           MOVE RB-YEAR-END-DATE TO WS-RB-END-OUT
           MOVE WS-YEAR-VOLUME   TO WS-RB-VOLUME-OUT
           MOVE WS-TIER-PERCENT  TO WS-RB-RATE-OUT
           MOVE WS-EARNED-REBATE TO WS-RB-EARNED-OUT
           MOVE WS-ACCRUAL-CHANGE TO WS-RB-CHANGE-OUT
           MOVE SPACES TO WS-RB-ISSUED-OUT
           IF RB-YEAR-END-DATE <= WS-TODAY-DATE
               PERFORM ISSUE-YEAR-END-REBATE
           END-IF
           REWRITE REBATE-AGREEMENT-RECORD
           MOVE WS-REBATE-LINE TO REBATE-REPORT-LINE
           WRITE REBATE-REPORT-LINE.

      * Net sales for the agreement year: sales count their pre-tax
      * home-currency amount, credits and voids take theirs back
      * off.  Rebate credit memos this job issued are not sales
      * activity and are passed over.
       SUM-YEAR-VOLUME.
           MOVE 0 TO WS-YEAR-VOLUME
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
                   READ PURCHASE-TRANS-FILE
                       AT END
                           MOVE "10" TO WS-PURCHASE-TRANS-STATUS
                       NOT AT END
                           IF PT-CUSTOMER-ID = RB-CUSTOMER-ID
                              AND PT-TRANSACTION-DATE NOT <
                                  RB-YEAR-START-DATE
                              AND PT-TRANSACTION-DATE NOT >
                                  RB-YEAR-END-DATE
                              AND PT-OPERATOR-ID NOT =
                                  WS-REBATE-OPERATOR
                               PERFORM ADD-TRANS-TO-VOLUME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-TRANS-FILE
               MOVE "00" TO WS-PURCHASE-TRANS-STATUS
           END-IF.

       ADD-TRANS-TO-VOLUME.
           EVALUATE TRUE
               WHEN PT-TYPE-SALE
                   ADD PT-HOME-CURRENCY-AMOUNT TO WS-YEAR-VOLUME
               WHEN PT-TYPE-CREDIT
               WHEN PT-TYPE-VOID
                   SUBTRACT PT-HOME-CURRENCY-AMOUNT
                       FROM WS-YEAR-VOLUME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The highest tier whose threshold the volume has reached
      * sets the percent for the whole year's volume.
       FIND-REBATE-TIER.
           MOVE 0 TO WS-TIER-PERCENT
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > RB-TIER-COUNT
                      OR WS-TIER-SUB > 5
               IF WS-YEAR-VOLUME NOT < RB-TIER-THRESHOLD (WS-TIER-SUB)
                   MOVE RB-TIER-PERCENT (WS-TIER-SUB) TO
                       WS-TIER-PERCENT
               END-IF
           END-PERFORM.

      * The year's rebate goes on account as a credit memo with no
      * invoice reference, the way any unapplied credit sits until
      * cash application or a refund run picks it up.  The
      * agreement then starts its next year from nothing accrued.
       ISSUE-YEAR-END-REBATE.
           IF WS-EARNED-REBATE > 0
               MOVE RB-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   KEY IS CM-CUSTOMER-ID
                   INVALID KEY
                       MOVE "24" TO WS-CUSTOMER-MASTER-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO WS-CUSTOMER-MASTER-STATUS
               END-READ
               IF NOT WS-CUSTOMER-FOUND
                   DISPLAY "Rebate customer " RB-CUSTOMER-ID
                           " not on file - rebate left accrued."
               ELSE
                   PERFORM POST-REBATE-CREDIT
                   SUBTRACT WS-EARNED-REBATE FROM CM-OPEN-BALANCE
                   REWRITE CUSTOMER-MASTER-RECORD
                   ADD WS-EARNED-REBATE TO WS-ISSUED-TOTAL
                   ADD 1 TO WS-ISSUED-COUNT
                   MOVE WS-EARNED-REBATE TO RB-LAST-ISSUED-AMOUNT
                   MOVE WS-TODAY-DATE    TO RB-LAST-ISSUED-DATE
                   MOVE WS-NEXT-INVOICE-NUMBER TO
                       RB-LAST-CREDIT-NUMBER
                   MOVE " ISSUED" TO WS-RB-ISSUED-OUT
                   PERFORM ROLL-AGREEMENT-YEAR
               END-IF
           ELSE
               MOVE 0 TO RB-LAST-ISSUED-AMOUNT
               MOVE WS-TODAY-DATE TO RB-LAST-ISSUED-DATE
               MOVE 0 TO RB-LAST-CREDIT-NUMBER
               PERFORM ROLL-AGREEMENT-YEAR
           END-IF.

       ROLL-AGREEMENT-YEAR.
           MOVE 0 TO RB-ACCRUED-AMOUNT
           MOVE 0 TO RB-YTD-VOLUME
           COMPUTE RB-YEAR-START-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RB-YEAR-END-DATE) + 1)
           COMPUTE RB-YEAR-END-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (RB-YEAR-START-DATE + 10000) - 1).

       POST-REBATE-CREDIT.
           ADD 1 TO WS-NEXT-INVOICE-NUMBER
           OPEN EXTEND PURCHASE-TRANS-FILE
           INITIALIZE PURCHASE-TRANS-RECORD
           MOVE WS-NEXT-INVOICE-NUMBER TO PT-INVOICE-NUMBER
           MOVE RB-CUSTOMER-ID         TO PT-CUSTOMER-ID
           MOVE WS-TODAY-DATE          TO PT-TRANSACTION-DATE
           MOVE "C"                    TO PT-TRANSACTION-TYPE
           MOVE CM-HOME-CURRENCY-CODE  TO PT-CURRENCY-CODE
           MOVE WS-EARNED-REBATE       TO PT-PURCHASE-AMOUNT
           COMPUTE PT-NET-AMOUNT = 0 - WS-EARNED-REBATE
           MOVE WS-EARNED-REBATE       TO PT-HOME-CURRENCY-AMOUNT
           MOVE WS-REBATE-OPERATOR     TO PT-OPERATOR-ID
           MOVE WS-SESSION-COMPANY     TO PT-COMPANY-CODE
           WRITE PURCHASE-TRANS-RECORD
           ADD 1 TO WS-PURCTRAN-DELTA-COUNT
           ADD PT-NET-AMOUNT TO WS-PURCTRAN-DELTA-AMOUNT
           CLOSE PURCHASE-TRANS-FILE
           PERFORM SAVE-INVOICE-CONTROL.

      * The accrual change runs rebate expense (a contra to sales)
      * against the accrued-rebate liability, either way round;
      * issuing relieves the liability against receivables.
       WRITE-GL-FEED.
           IF WS-ACCRUAL-TOTAL > 0
               MOVE "4130" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE WS-ACCRUAL-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE "2210" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE WS-ACCRUAL-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF
           IF WS-ACCRUAL-TOTAL < 0
               MOVE "2210" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               COMPUTE WS-GL-POST-AMOUNT = 0 - WS-ACCRUAL-TOTAL
               PERFORM WRITE-GL-POSTING
               MOVE "4130" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               COMPUTE WS-GL-POST-AMOUNT = 0 - WS-ACCRUAL-TOTAL
               PERFORM WRITE-GL-POSTING
           END-IF
           IF WS-ISSUED-TOTAL NOT = 0
               MOVE "2210" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE WS-ISSUED-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE "1000" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE WS-ISSUED-TOTAL TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-IF.

       WRITE-GL-POSTING.
           MOVE WS-GL-POST-ACCOUNT TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           INITIALIZE GL-FEED-RECORD
           MOVE "RebateAccrual"      TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
           MOVE WS-GL-POST-ACCOUNT   TO GL-ACCOUNT-CODE
           MOVE WS-GL-POST-SIDE      TO GL-DEBIT-CREDIT-SW
           MOVE WS-GL-POST-AMOUNT    TO GL-AMOUNT
           MOVE WS-GL-BATCH-NUMBER   TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY   TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT.

       OPEN-INVOICE-CONTROL.
           OPEN I-O INVOICE-CONTROL-FILE
           IF WS-INVOICE-CONTROL-STATUS = "35"
               OPEN OUTPUT INVOICE-CONTROL-FILE
               MOVE "1" TO IC-CONTROL-KEY
               MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
               MOVE 0   TO IC-LAST-INVOICE-NUMBER
               WRITE INVOICE-CONTROL-RECORD
               CLOSE INVOICE-CONTROL-FILE
               OPEN I-O INVOICE-CONTROL-FILE
           END-IF
           MOVE "1" TO IC-CONTROL-KEY
           MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
           READ INVOICE-CONTROL-FILE
               KEY IS IC-CONTROL-KEY
               INVALID KEY
                   MOVE "1" TO IC-CONTROL-KEY
                   MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
                   MOVE 0 TO IC-LAST-INVOICE-NUMBER
                   WRITE INVOICE-CONTROL-RECORD
           END-READ
           MOVE IC-LAST-INVOICE-NUMBER TO WS-NEXT-INVOICE-NUMBER.

       SAVE-INVOICE-CONTROL.
           MOVE "1" TO IC-CONTROL-KEY
           MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
           MOVE WS-NEXT-INVOICE-NUMBER TO IC-LAST-INVOICE-NUMBER
           REWRITE INVOICE-CONTROL-RECORD
               INVALID KEY
                   WRITE INVOICE-CONTROL-RECORD
           END-REWRITE.
