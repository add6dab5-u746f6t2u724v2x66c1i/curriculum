       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepositRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATING-STATEMENT-FILE ASSIGN TO "OPERSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATING-STATEMENT-STATUS.

           SELECT BANK-DEPOSIT-FILE ASSIGN TO "DEPOSIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-DEPOSIT-NUMBER
               FILE STATUS IS WS-BANK-DEPOSIT-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

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

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT DEPOSIT-RECON-FILE ASSIGN TO "DEPRECON.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-RECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATING-STATEMENT-FILE.
           COPY OPSTMT.

       FD  BANK-DEPOSIT-FILE.
           COPY DEPOSIT.

       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       FD  GL-ACCOUNT-MAP-FILE.
           COPY GLMAP.

       FD  CHART-ACCOUNT-FILE.
           COPY CHARTACC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  DEPOSIT-RECON-FILE.
       01 DEPOSIT-RECON-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPERATING-STATEMENT-STATUS PIC X(2) VALUE "00".
       01 WS-BANK-DEPOSIT-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-DEPOSIT-RECON-STATUS  PIC X(2) VALUE "00".
       01 WS-DEPOSIT-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-DEPOSIT-AVAILABLE  VALUE "Y".

       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-GL-MAP-STATUS         PIC X(2) VALUE "00".
       01 WS-CHART-ACCOUNT-STATUS  PIC X(2) VALUE "00".
       01 WS-GL-MAP-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-GL-MAP-AVAILABLE   VALUE "Y".
       01 WS-CHART-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-CHART-AVAILABLE    VALUE "Y".
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "DepositRecon".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-DEFAULT-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-CLOSING-DATE          PIC 9(8) VALUE 0.
       01 WS-CLOSING-BALANCE       PIC S9(11)V99 VALUE 0.
       01 WS-BALANCE-FOUND-SW      PIC X(1) VALUE "N".
          88 WS-BALANCE-FOUND      VALUE "Y".
       01 WS-DEPOSIT-EOF-SW        PIC X(1) VALUE "N".
          88 WS-DEPOSIT-EOF        VALUE "Y".
       01 WS-BEST-DEPOSIT-NUMBER   PIC 9(7) VALUE 0.
       01 WS-BEST-DEPOSIT-DATE     PIC 9(8) VALUE 0.
       01 WS-SAME-DAY-SW           PIC X(1) VALUE "N".
          88 WS-SAME-DAY           VALUE "Y".
       01 WS-TYPE-NAME             PIC X(16).

       01 WS-MATCHED-COUNT         PIC 9(5) VALUE 0.
       01 WS-MATCHED-TOTAL         PIC S9(11)V99 VALUE 0.
       01 WS-TIMING-COUNT          PIC 9(5) VALUE 0.
       01 WS-BOOKED-DEBIT-COUNT    PIC 9(5) VALUE 0.
       01 WS-TRANSIT-COUNT         PIC 9(5) VALUE 0.
       01 WS-TRANSIT-TOTAL         PIC S9(11)V99 VALUE 0.
       01 WS-BANK-ONLY-CREDITS     PIC S9(11)V99 VALUE 0.
       01 WS-BANK-ONLY-DEBITS      PIC S9(11)V99 VALUE 0.
       01 WS-GL-CASH-BALANCE       PIC S9(11)V99 VALUE 0.
       01 WS-ADJUSTED-BANK         PIC S9(11)V99 VALUE 0.
       01 WS-ADJUSTED-BOOK         PIC S9(11)V99 VALUE 0.
       01 WS-RECON-DIFFERENCE      PIC S9(11)V99 VALUE 0.

      * Statement items the books have not seen, held while the
      * statement is read so they print together after the timing
      * differences.
       01 WS-BANK-ONLY-TABLE.
          05 WS-BANK-ONLY-ENTRY OCCURS 500 TIMES
                                    INDEXED BY WS-BKO-IDX.
             10 WS-BKO-TYPE          PIC X(1).
             10 WS-BKO-DATE          PIC 9(8).
             10 WS-BKO-REFERENCE     PIC X(12).
             10 WS-BKO-DESCRIPTION   PIC X(20).
             10 WS-BKO-AMOUNT        PIC S9(11)V99.
       01 WS-BANK-ONLY-COUNT       PIC 9(3) VALUE 0.

       01 WS-DRC-HEADER            PIC X(48) VALUE
          "-- Operating Account Deposit Reconciliation --".
       01 WS-DRC-STATEMENT-LINE.
          05 FILLER                PIC X(16) VALUE "Statement date ".
          05 WS-DRC-CLOSE-DATE-OUT PIC 9(8).
          05 FILLER                PIC X(10) VALUE "  company ".
          05 WS-DRC-COMPANY-OUT    PIC X(3).
          05 FILLER                PIC X(16) VALUE "  cash account ".
          05 WS-DRC-ACCOUNT-OUT    PIC X(10).
       01 WS-TIMING-HEADER         PIC X(30) VALUE
          "-- Timing Differences --".
       01 WS-BANK-ONLY-HEADER      PIC X(30) VALUE
          "-- Bank-Only Items --".
       01 WS-TRANSIT-HEADER        PIC X(30) VALUE
          "-- Deposits In Transit --".
       01 WS-PROOF-HEADER          PIC X(30) VALUE
          "-- Proof To General Ledger --".
       01 WS-TIMING-LINE.
          05 FILLER                PIC X(8) VALUE "Deposit ".
          05 WS-TIM-NUMBER-OUT     PIC 9(7).
          05 FILLER                PIC X(8) VALUE " booked ".
          05 WS-TIM-BOOK-DATE-OUT  PIC 9(8).
          05 FILLER                PIC X(10) VALUE " credited ".
          05 WS-TIM-BANK-DATE-OUT  PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-TIM-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99-.
       01 WS-BANK-ONLY-LINE.
          05 WS-BKL-KIND-OUT       PIC X(14).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BKL-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-BKL-REFERENCE-OUT  PIC X(12).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-BKL-DESC-OUT       PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BKL-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99-.
       01 WS-TRANSIT-LINE.
          05 FILLER                PIC X(8) VALUE "Deposit ".
          05 WS-TRN-NUMBER-OUT     PIC 9(7).
          05 FILLER                PIC X(7) VALUE " dated ".
          05 WS-TRN-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-TRN-TYPE-OUT       PIC X(16).
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-TRN-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99-.
       01 WS-PROOF-LINE.
          05 WS-PRF-LABEL-OUT      PIC X(36).
          05 WS-PRF-AMOUNT-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(2) VALUE SPACES.
          05 WS-PRF-VERDICT-OUT    PIC X(24).
       01 WS-DRC-TOTAL-LINE.
          05 FILLER                PIC X(17) VALUE
             "Deposits cleared ".
          05 WS-DRC-MATCHED-OUT    PIC ZZ,ZZ9.
          05 FILLER                PIC X(8) VALUE "  total ".
          05 WS-DRC-MATCHED-AMT    PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER                PIC X(17) VALUE
             "  booked debits ".
          05 WS-DRC-BOOKED-OUT     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      * Proves the account customer money goes into.  Each deposit
      * credit on the statement is matched to a slip DepositSlip
      * made up, by amount - the same day first, otherwise the
      * oldest slip in transit that could have produced it - and
      * the slip is marked cleared; a slip that cleared on a later
      * day is listed as a timing difference.  A credit no slip
      * explains, other credits, and bank fees and other debits are
      * listed as bank-only items for someone to book; returned
      * items and chargebacks were booked by NsfReturn and
      * ChargebackImport when the bank advised them.  Slips not yet
      * credited are the deposits in transit.  The statement
      * balance plus deposits in transit must then equal the GL
      * cash account adjusted for the bank-only items.
       RUN-START.
           OPEN INPUT OPERATING-STATEMENT-FILE.
           IF WS-OPERATING-STATEMENT-STATUS NOT = "00"
               DISPLAY "No operating account statement file "
                       "OPERSTMT.DAT on hand - nothing to reconcile."
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-DEFAULT-COMPANY.
           CLOSE RUN-CONTROL-FILE.
           MOVE WS-DEFAULT-COMPANY TO WS-SESSION-COMPANY.
           MOVE WS-TODAY-DATE TO WS-CLOSING-DATE.

           PERFORM FIND-CLOSING-BALANCE.
           IF NOT WS-BALANCE-FOUND
               DISPLAY "Operating account statement has no closing "
                       "balance row - proving to the processing "
                       "date with a zero balance."
           END-IF.

           OPEN INPUT GL-ACCOUNT-MAP-FILE.
           IF WS-GL-MAP-STATUS = "00"
               MOVE "Y" TO WS-GL-MAP-AVAILABLE-SW
           END-IF.
           OPEN INPUT CHART-ACCOUNT-FILE.
           IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE-SW
           END-IF.
           MOVE "1010" TO WS-GL-POST-ACCOUNT.
           MOVE "1010" TO WS-GL-POSTING-TYPE.
           PERFORM RESOLVE-GL-ACCOUNT.
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
           END-IF.

           OPEN I-O BANK-DEPOSIT-FILE.
           IF WS-BANK-DEPOSIT-STATUS = "00"
               MOVE "Y" TO WS-DEPOSIT-AVAILABLE-SW
           END-IF.

           OPEN OUTPUT DEPOSIT-RECON-FILE.
           MOVE WS-DRC-HEADER TO DEPOSIT-RECON-LINE.
           WRITE DEPOSIT-RECON-LINE.
           MOVE WS-CLOSING-DATE    TO WS-DRC-CLOSE-DATE-OUT.
           MOVE WS-SESSION-COMPANY TO WS-DRC-COMPANY-OUT.
           MOVE WS-GL-POST-ACCOUNT TO WS-DRC-ACCOUNT-OUT.
           MOVE WS-DRC-STATEMENT-LINE TO DEPOSIT-RECON-LINE.
           WRITE DEPOSIT-RECON-LINE.
           MOVE WS-TIMING-HEADER TO DEPOSIT-RECON-LINE.
           WRITE DEPOSIT-RECON-LINE.

           OPEN INPUT OPERATING-STATEMENT-FILE.
           PERFORM UNTIL WS-OPERATING-STATEMENT-STATUS NOT = "00"
               READ OPERATING-STATEMENT-FILE
                   AT END
                       MOVE "10" TO WS-OPERATING-STATEMENT-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN OS-DEPOSIT-CREDIT
                               PERFORM MATCH-DEPOSIT-CREDIT
                           WHEN OS-OTHER-CREDIT
                               PERFORM HOLD-BANK-ONLY-ITEM
                           WHEN OS-BANK-FEE
                               PERFORM HOLD-BANK-ONLY-ITEM
                           WHEN OS-OTHER-DEBIT
                               PERFORM HOLD-BANK-ONLY-ITEM
                           WHEN OS-RETURNED-ITEM
                               ADD 1 TO WS-BOOKED-DEBIT-COUNT
                           WHEN OS-CHARGEBACK-DEBIT
                               ADD 1 TO WS-BOOKED-DEBIT-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE OPERATING-STATEMENT-FILE.

           PERFORM WRITE-BANK-ONLY-LIST.
           PERFORM WRITE-TRANSIT-LIST.
           IF WS-DEPOSIT-AVAILABLE
               CLOSE BANK-DEPOSIT-FILE
           END-IF.
           PERFORM SUM-GL-CASH.
           PERFORM WRITE-PROOF.

           MOVE WS-MATCHED-COUNT TO WS-DRC-MATCHED-OUT.
           MOVE WS-MATCHED-TOTAL TO WS-DRC-MATCHED-AMT.
           MOVE WS-BOOKED-DEBIT-COUNT TO WS-DRC-BOOKED-OUT.
           MOVE SPACES TO DEPOSIT-RECON-LINE.
           WRITE DEPOSIT-RECON-LINE.
           MOVE WS-DRC-TOTAL-LINE TO DEPOSIT-RECON-LINE.
           WRITE DEPOSIT-RECON-LINE.
           CLOSE DEPOSIT-RECON-FILE.
           DISPLAY "Deposit reconciliation complete - "
                   WS-MATCHED-COUNT " deposits cleared, "
                   WS-TRANSIT-COUNT " in transit, "
                   WS-BANK-ONLY-COUNT " bank-only items, difference "
                   WS-RECON-DIFFERENCE " (DEPRECON.PRT).".
           GOBACK.

       COPY OPENRCTL.

       COPY GLMAPRES.

      * The closing balance row may sit anywhere on the file, so it
      * is found before the items are worked; it also names the
      * company whose account this is.
       FIND-CLOSING-BALANCE.
           PERFORM UNTIL WS-OPERATING-STATEMENT-STATUS NOT = "00"
               READ OPERATING-STATEMENT-FILE
                   AT END
                       MOVE "10" TO WS-OPERATING-STATEMENT-STATUS
                   NOT AT END
                       IF OS-BALANCE-ROW
                           MOVE "Y" TO WS-BALANCE-FOUND-SW
                           MOVE OS-POST-DATE TO WS-CLOSING-DATE
                           MOVE OS-AMOUNT    TO WS-CLOSING-BALANCE
                           IF OS-COMPANY-CODE NOT = SPACES
                               MOVE OS-COMPANY-CODE TO
                                   WS-SESSION-COMPANY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATING-STATEMENT-FILE
           MOVE "00" TO WS-OPERATING-STATEMENT-STATUS.

       MATCH-DEPOSIT-CREDIT.
           MOVE 0 TO WS-BEST-DEPOSIT-NUMBER
           MOVE 0 TO WS-BEST-DEPOSIT-DATE
           MOVE "N" TO WS-SAME-DAY-SW
           IF WS-DEPOSIT-AVAILABLE
               PERFORM FIND-MATCHING-DEPOSIT
           END-IF
           IF WS-BEST-DEPOSIT-NUMBER = 0
               PERFORM HOLD-BANK-ONLY-ITEM
           ELSE
               PERFORM CLEAR-MATCHED-DEPOSIT
           END-IF.

       FIND-MATCHING-DEPOSIT.
           MOVE "N" TO WS-DEPOSIT-EOF-SW
           MOVE 0 TO DS-DEPOSIT-NUMBER
           START BANK-DEPOSIT-FILE
                   KEY IS NOT LESS THAN DS-DEPOSIT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-DEPOSIT-EOF-SW
           END-START
           PERFORM UNTIL WS-DEPOSIT-EOF OR WS-SAME-DAY
               READ BANK-DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DEPOSIT-EOF-SW
                   NOT AT END
                       IF DS-IN-TRANSIT
                          AND DS-COMPANY-CODE = WS-SESSION-COMPANY
                          AND DS-DEPOSIT-AMOUNT = OS-AMOUNT
                          AND DS-DEPOSIT-DATE NOT > OS-POST-DATE
                           PERFORM CONSIDER-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.

       CONSIDER-DEPOSIT.
           IF DS-DEPOSIT-DATE = OS-POST-DATE
               MOVE "Y" TO WS-SAME-DAY-SW
               MOVE DS-DEPOSIT-NUMBER TO WS-BEST-DEPOSIT-NUMBER
               MOVE DS-DEPOSIT-DATE   TO WS-BEST-DEPOSIT-DATE
           ELSE
               IF WS-BEST-DEPOSIT-NUMBER = 0
                  OR DS-DEPOSIT-DATE < WS-BEST-DEPOSIT-DATE
                   MOVE DS-DEPOSIT-NUMBER TO WS-BEST-DEPOSIT-NUMBER
                   MOVE DS-DEPOSIT-DATE   TO WS-BEST-DEPOSIT-DATE
               END-IF
           END-IF.

       CLEAR-MATCHED-DEPOSIT.
           MOVE WS-BEST-DEPOSIT-NUMBER TO DS-DEPOSIT-NUMBER
           READ BANK-DEPOSIT-FILE
               KEY IS DS-DEPOSIT-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO DS-STATUS
                   MOVE OS-POST-DATE      TO DS-BANK-DATE
                   MOVE OS-BANK-REFERENCE TO DS-BANK-REFERENCE
                   REWRITE BANK-DEPOSIT-RECORD
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD DS-DEPOSIT-AMOUNT TO WS-MATCHED-TOTAL
                   IF NOT WS-SAME-DAY
                       PERFORM WRITE-TIMING-DIFFERENCE
                   END-IF
           END-READ.

       WRITE-TIMING-DIFFERENCE.
           ADD 1 TO WS-TIMING-COUNT
           MOVE DS-DEPOSIT-NUMBER TO WS-TIM-NUMBER-OUT
           MOVE DS-DEPOSIT-DATE   TO WS-TIM-BOOK-DATE-OUT
           MOVE DS-BANK-DATE      TO WS-TIM-BANK-DATE-OUT
           MOVE DS-DEPOSIT-AMOUNT TO WS-TIM-AMOUNT-OUT
           MOVE WS-TIMING-LINE TO DEPOSIT-RECON-LINE
           WRITE DEPOSIT-RECON-LINE.

       HOLD-BANK-ONLY-ITEM.
           IF OS-DEPOSIT-CREDIT OR OS-OTHER-CREDIT
               ADD OS-AMOUNT TO WS-BANK-ONLY-CREDITS
           ELSE
               ADD OS-AMOUNT TO WS-BANK-ONLY-DEBITS
           END-IF
           IF WS-BANK-ONLY-COUNT < 500
               ADD 1 TO WS-BANK-ONLY-COUNT
               SET WS-BKO-IDX TO WS-BANK-ONLY-COUNT
               MOVE OS-RECORD-TYPE    TO WS-BKO-TYPE (WS-BKO-IDX)
               MOVE OS-POST-DATE      TO WS-BKO-DATE (WS-BKO-IDX)
               MOVE OS-BANK-REFERENCE TO WS-BKO-REFERENCE (WS-BKO-IDX)
               MOVE OS-DESCRIPTION    TO
                   WS-BKO-DESCRIPTION (WS-BKO-IDX)
               MOVE OS-AMOUNT         TO WS-BKO-AMOUNT (WS-BKO-IDX)
           END-IF.

       WRITE-BANK-ONLY-LIST.
           MOVE WS-BANK-ONLY-HEADER TO DEPOSIT-RECON-LINE
           WRITE DEPOSIT-RECON-LINE
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                   UNTIL WS-BKO-IDX > WS-BANK-ONLY-COUNT
               EVALUATE WS-BKO-TYPE (WS-BKO-IDX)
                   WHEN "D"
                       MOVE "Unmatched dep" TO WS-BKL-KIND-OUT
                   WHEN "O"
                       MOVE "Other credit"  TO WS-BKL-KIND-OUT
                   WHEN "F"
                       MOVE "Bank fee"      TO WS-BKL-KIND-OUT
                   WHEN OTHER
                       MOVE "Other debit"   TO WS-BKL-KIND-OUT
               END-EVALUATE
               MOVE WS-BKO-DATE (WS-BKO-IDX) TO WS-BKL-DATE-OUT
               MOVE WS-BKO-REFERENCE (WS-BKO-IDX) TO
                   WS-BKL-REFERENCE-OUT
               MOVE WS-BKO-DESCRIPTION (WS-BKO-IDX) TO WS-BKL-DESC-OUT
               MOVE WS-BKO-AMOUNT (WS-BKO-IDX) TO WS-BKL-AMOUNT-OUT
               MOVE WS-BANK-ONLY-LINE TO DEPOSIT-RECON-LINE
               WRITE DEPOSIT-RECON-LINE
           END-PERFORM.

      * A slip made up after the statement closed is not yet money
      * the books counted either, so only slips dated to the
      * closing date are in transit.
       WRITE-TRANSIT-LIST.
           MOVE WS-TRANSIT-HEADER TO DEPOSIT-RECON-LINE
           WRITE DEPOSIT-RECON-LINE
           IF WS-DEPOSIT-AVAILABLE
               MOVE "N" TO WS-DEPOSIT-EOF-SW
               MOVE 0 TO DS-DEPOSIT-NUMBER
               START BANK-DEPOSIT-FILE
                       KEY IS NOT LESS THAN DS-DEPOSIT-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-DEPOSIT-EOF-SW
               END-START
               PERFORM UNTIL WS-DEPOSIT-EOF
                   READ BANK-DEPOSIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-DEPOSIT-EOF-SW
                       NOT AT END
                           IF DS-IN-TRANSIT
                              AND DS-COMPANY-CODE = WS-SESSION-COMPANY
                              AND DS-DEPOSIT-DATE NOT > WS-CLOSING-DATE
                               PERFORM WRITE-TRANSIT-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       WRITE-TRANSIT-DEPOSIT.
           EVALUATE TRUE
               WHEN DS-LOCKBOX
                   MOVE "Lockbox" TO WS-TYPE-NAME
               WHEN DS-CARD-SETTLEMENT
                   MOVE "Card settlement" TO WS-TYPE-NAME
               WHEN DS-WIRE
                   MOVE "Wire" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE "Counter checks" TO WS-TYPE-NAME
           END-EVALUATE
           ADD 1 TO WS-TRANSIT-COUNT
           ADD DS-DEPOSIT-AMOUNT TO WS-TRANSIT-TOTAL
           MOVE DS-DEPOSIT-NUMBER TO WS-TRN-NUMBER-OUT
           MOVE DS-DEPOSIT-DATE   TO WS-TRN-DATE-OUT
           MOVE WS-TYPE-NAME      TO WS-TRN-TYPE-OUT
           MOVE DS-DEPOSIT-AMOUNT TO WS-TRN-AMOUNT-OUT
           MOVE WS-TRANSIT-LINE TO DEPOSIT-RECON-LINE
           WRITE DEPOSIT-RECON-LINE.

      * Book cash is the net of every feed posting to the cash
      * account for the company through the closing date - what
      * PaymentEntry, LockboxImport and CardSettle debited, less
      * what NsfReturn, ChargebackImport and the rest credited.
       SUM-GL-CASH.
           MOVE 0 TO WS-GL-CASH-BALANCE
           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-INTERFACE-STATUS = "00"
               PERFORM UNTIL WS-GL-INTERFACE-STATUS NOT = "00"
                   READ GL-INTERFACE-FILE
                       AT END
                           MOVE "10" TO WS-GL-INTERFACE-STATUS
                       NOT AT END
                           IF GL-ACCOUNT-CODE = WS-GL-POST-ACCOUNT
                              AND GL-PERIOD-DATE NOT > WS-CLOSING-DATE
                              AND (GL-COMPANY-CODE = WS-SESSION-COMPANY
                                   OR GL-COMPANY-CODE = SPACES)
                               PERFORM ADD-GL-CASH-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE-FILE
               MOVE "00" TO WS-GL-INTERFACE-STATUS
           END-IF.

       ADD-GL-CASH-POSTING.
           IF GL-IS-DEBIT
               ADD GL-AMOUNT TO WS-GL-CASH-BALANCE
           ELSE
               SUBTRACT GL-AMOUNT FROM WS-GL-CASH-BALANCE
           END-IF.

       WRITE-PROOF.
           COMPUTE WS-ADJUSTED-BANK =
               WS-CLOSING-BALANCE + WS-TRANSIT-TOTAL
           COMPUTE WS-ADJUSTED-BOOK =
               WS-GL-CASH-BALANCE + WS-BANK-ONLY-CREDITS
               - WS-BANK-ONLY-DEBITS
           COMPUTE WS-RECON-DIFFERENCE =
               WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK
           MOVE WS-PROOF-HEADER TO DEPOSIT-RECON-LINE
           WRITE DEPOSIT-RECON-LINE
           MOVE SPACES TO WS-PRF-VERDICT-OUT
           MOVE "Statement closing balance" TO WS-PRF-LABEL-OUT
           MOVE WS-CLOSING-BALANCE TO WS-PRF-AMOUNT-OUT
           PERFORM WRITE-PROOF-LINE
           MOVE "  Add deposits in transit" TO WS-PRF-LABEL-OUT
           MOVE WS-TRANSIT-TOTAL TO WS-PRF-AMOUNT-OUT
           PERFORM WRITE-PROOF-LINE
           MOVE "Adjusted bank balance" TO WS-PRF-LABEL-OUT
           MOVE WS-ADJUSTED-BANK TO WS-PRF-AMOUNT-OUT
           PERFORM WRITE-PROOF-LINE
           MOVE "GL cash account balance" TO WS-PRF-LABEL-OUT
           MOVE WS-GL-CASH-BALANCE TO WS-PRF-AMOUNT-OUT
           PERFORM WRITE-PROOF-LINE
           MOVE "  Add bank-only credits" TO WS-PRF-LABEL-OUT
           MOVE WS-BANK-ONLY-CREDITS TO WS-PRF-AMOUNT-OUT
           PERFORM WRITE-PROOF-LINE
           MOVE "  Less bank-only debits" TO WS-PRF-LABEL-OUT
           MOVE WS-BANK-ONLY-DEBITS TO WS-PRF-AMOUNT-OUT
           PERFORM WRITE-PROOF-LINE
           MOVE "Adjusted book balance" TO WS-PRF-LABEL-OUT
           MOVE WS-ADJUSTED-BOOK TO WS-PRF-AMOUNT-OUT
           PERFORM WRITE-PROOF-LINE
           MOVE "Difference" TO WS-PRF-LABEL-OUT
           MOVE WS-RECON-DIFFERENCE TO WS-PRF-AMOUNT-OUT
           IF WS-RECON-DIFFERENCE = 0
               MOVE "RECONCILED" TO WS-PRF-VERDICT-OUT
           ELSE
               MOVE "UNRECONCILED DIFFERENCE" TO WS-PRF-VERDICT-OUT
           END-IF
           PERFORM WRITE-PROOF-LINE.

       WRITE-PROOF-LINE.
           MOVE WS-PROOF-LINE TO DEPOSIT-RECON-LINE
           WRITE DEPOSIT-RECON-LINE.
