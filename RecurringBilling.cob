               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT DEFERRED-REVENUE-FILE ASSIGN TO "DEFREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-INVOICE-NUMBER
               FILE STATUS IS WS-DEFERRED-REVENUE-STATUS.

           SELECT PROOF-LIST-FILE ASSIGN TO "RECURPRF.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-LIST-STATUS.
       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       FD  DEFERRED-REVENUE-FILE.
           COPY DEFREV.

       FD  PROOF-LIST-FILE.
       01 PROOF-LIST-LINE          PIC X(80).

       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-PROOF-LIST-STATUS     PIC X(2) VALUE "00".
       01 WS-DEFERRED-REVENUE-STATUS PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-AR-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AR-SOURCE-TYPE        PIC X(1).
       01 WS-AR-COMPANY            PIC X(3) VALUE SPACES.
       01 WS-AR-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-DATE      PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-PCT       PIC 9V99 VALUE 0.

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
       01 WS-BILL-MONTH            PIC 9(2).
       01 WS-BILL-DAY              PIC 9(2).
       01 WS-MONTHS-TO-ADD         PIC 9(2).
       01 WS-REVENUE-ACCOUNT       PIC X(10).
       01 WS-DEFERRED-TOTAL        PIC S9(9)V99 VALUE 0.

       01 WS-ROUND-RAW             PIC S9(9)V9(4) VALUE 0.
       01 WS-ROUND-RESULT          PIC S9(9)V99 VALUE 0.
          05 FILLER                PIC X(10) VALUE "  total   ".
          05 WS-PRF-TOTAL-OUT      PIC Z,ZZZ,ZZ9.99-.

           COPY TERMSTBL.

       LINKAGE SECTION.
           COPY SIGNONLK.


       COPY AROPUPDT.

       COPY TERMCALC.

      * A sale falls due, and offers any cash discount, on the
      * customer's terms code.
       STAGE-AR-TERMS.
           MOVE CM-TERMS-CODE TO WS-TERMS-CODE
           PERFORM LOOKUP-TERMS-CODE
           MOVE WS-AR-ITEM-DATE TO WS-TERMS-BASE-DATE
           PERFORM SET-TERMS-DATES
           MOVE WS-TERMS-DUE-DATE      TO WS-AR-DUE-DATE
           MOVE WS-TERMS-DISCOUNT-DATE TO WS-AR-DISCOUNT-DATE
           MOVE WS-TERMS-DISCOUNT-PCT  TO WS-AR-DISCOUNT-PCT.

       READ-CONTRACT.
           MOVE WS-CONTRACT-NUMBER TO RB-CONTRACT-NUMBER
           MOVE "N" TO WS-CONTRACT-EXISTS-SW
           WRITE PROOF-LIST-LINE
           IF NOT WS-PROOF-ONLY
               PERFORM OPEN-INVOICE-CONTROL
               OPEN I-O DEFERRED-REVENUE-FILE
               IF WS-DEFERRED-REVENUE-STATUS = "35"
                   OPEN OUTPUT DEFERRED-REVENUE-FILE
                   CLOSE DEFERRED-REVENUE-FILE
                   OPEN I-O DEFERRED-REVENUE-FILE
               END-IF
               MOVE 0 TO WS-DEFERRED-TOTAL
               OPEN EXTEND PURCHASE-TRANS-FILE
               OPEN EXTEND LINE-ITEM-FILE
               OPEN EXTEND GL-INTERFACE-FILE
               CLOSE LINE-ITEM-FILE
               CLOSE GL-INTERFACE-FILE
               CLOSE INVOICE-CONTROL-FILE
               CLOSE DEFERRED-REVENUE-FILE
               IF WS-GL-MAP-AVAILABLE
                   CLOSE GL-ACCOUNT-MAP-FILE
                   MOVE "N" TO WS-GL-MAP-AVAILABLE-SW
               PERFORM POST-FILE-CONTROL-UPDATES
               DISPLAY "Generation complete - " WS-GENERATED-COUNT
                       " invoices for " WS-GENERATED-TOTAL "."
               IF WS-DEFERRED-TOTAL NOT = 0
                   DISPLAY "Deferred to future service months: "
                           WS-DEFERRED-TOTAL "."
               END-IF
           END-IF.

       POST-FILE-CONTROL-UPDATES.
           MOVE PT-TRANSACTION-DATE TO WS-AR-ITEM-DATE
           MOVE PT-NET-AMOUNT       TO WS-AR-AMOUNT
           MOVE "S"                 TO WS-AR-SOURCE-TYPE
           PERFORM STAGE-AR-TERMS
           PERFORM POST-AR-OPEN-ITEM
           PERFORM SAVE-INVOICE-CONTROL
           INITIALIZE LINE-ITEM-RECORD
           ADD WS-INVOICE-TOTAL TO CM-OPEN-BALANCE
           ADD WS-BILL-AMOUNT TO CM-TRAILING-12MO-VOLUME
           REWRITE CUSTOMER-MASTER-RECORD
           IF RB-FREQ-QUARTERLY OR RB-FREQ-ANNUAL
               PERFORM WRITE-DEFERRED-SCHEDULE
           END-IF
           PERFORM WRITE-CONTRACT-GL-FEED
           PERFORM ADVANCE-NEXT-BILL-DATE
           REWRITE RECURRING-BILL-RECORD.

      * A quarterly or annual billing pays for service months still
      * to come, so it is earned month by month rather than on the
      * bill date.  The schedule row starts the service period at
      * the bill date the contract was due and spreads the billed
      * amount (before tax) over three or twelve months; the month
      * end recognition job releases it.
       WRITE-DEFERRED-SCHEDULE.
           INITIALIZE DEFERRED-REVENUE-RECORD
           MOVE WS-NEXT-INVOICE-NUMBER TO DR-INVOICE-NUMBER
           MOVE RB-CONTRACT-NUMBER     TO DR-CONTRACT-NUMBER
           MOVE RB-CUSTOMER-ID         TO DR-CUSTOMER-ID
           MOVE WS-SESSION-COMPANY     TO DR-COMPANY-CODE
           MOVE WS-TODAY-DATE          TO DR-BILL-DATE
           MOVE RB-NEXT-BILL-DATE      TO DR-SERVICE-START-DATE
           IF RB-FREQ-ANNUAL
               MOVE 12 TO DR-SERVICE-MONTHS
           ELSE
               MOVE 3 TO DR-SERVICE-MONTHS
           END-IF
           MOVE WS-BILL-AMOUNT         TO DR-BILLED-AMOUNT
           MOVE 0                      TO DR-RECOGNIZED-AMOUNT
           MOVE 0                      TO DR-MONTHS-RECOGNIZED
           MOVE "O"                    TO DR-STATUS
           WRITE DEFERRED-REVENUE-RECORD
               INVALID KEY
                   DISPLAY "Deferred schedule for invoice "
                           WS-NEXT-INVOICE-NUMBER
                           " already on file."
           END-WRITE
           ADD WS-BILL-AMOUNT TO WS-DEFERRED-TOTAL.

       WRITE-CONTRACT-GL-FEED.
           INITIALIZE GL-FEED-RECORD
           MOVE "RecurringBilling"    TO GL-SOURCE-PROGRAM
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
           IF RB-FREQ-QUARTERLY OR RB-FREQ-ANNUAL
               MOVE "2300" TO WS-REVENUE-ACCOUNT
               PERFORM WRITE-CONTRACT-REVENUE-CREDIT
               IF WS-TAX-AMOUNT NOT = 0
                   MOVE "4000" TO WS-REVENUE-ACCOUNT
                   PERFORM WRITE-CONTRACT-REVENUE-CREDIT
               END-IF
           ELSE
               MOVE "4000" TO WS-REVENUE-ACCOUNT
               PERFORM WRITE-CONTRACT-REVENUE-CREDIT
           END-IF.

      * Monthly contracts credit sales outright.  A deferred
      * billing credits deferred revenue with the amount scheduled
      * for recognition, and the tax on it stays with sales as it
      * always has.
       WRITE-CONTRACT-REVENUE-CREDIT.
           INITIALIZE GL-FEED-RECORD
           MOVE "RecurringBilling"    TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
           MOVE WS-REVENUE-ACCOUNT TO WS-GL-POST-ACCOUNT
           MOVE WS-REVENUE-ACCOUNT TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
           MOVE "C"                  TO GL-DEBIT-CREDIT-SW
           EVALUATE TRUE
               WHEN WS-REVENUE-ACCOUNT = "2300"
                   MOVE WS-BILL-AMOUNT   TO GL-AMOUNT
               WHEN RB-FREQ-QUARTERLY OR RB-FREQ-ANNUAL
                   MOVE WS-TAX-AMOUNT    TO GL-AMOUNT
               WHEN OTHER
                   MOVE WS-INVOICE-TOTAL TO GL-AMOUNT
           END-EVALUATE
           MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
