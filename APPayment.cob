       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPayment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE-FILE ASSIGN TO "APINV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-INVOICE-KEY
               FILE STATUS IS WS-AP-INVOICE-STATUS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHECKCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CONTROL-KEY
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHECKREG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-REGISTER-STATUS.

           SELECT AP-CHECK-PRINT-FILE ASSIGN TO "APCHECK.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CHECK-PRINT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERROR-LOG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-FILE.
           COPY APINV.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAST.

       FD  CHECK-CONTROL-FILE.
           COPY CHECKCTL.

       FD  CHECK-REGISTER-FILE.
           COPY CHECKREG.

       FD  AP-CHECK-PRINT-FILE.
       01 AP-CHECK-PRINT-LINE      PIC X(80).

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  ERROR-LOG-FILE.
           COPY ERRLOG.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

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

       WORKING-STORAGE SECTION.
       01 WS-AP-INVOICE-STATUS     PIC X(2) VALUE "00".
       01 WS-VENDOR-MASTER-STATUS  PIC X(2) VALUE "00".
          88 WS-VENDOR-FOUND       VALUE "00".
       01 WS-CHECK-CONTROL-STATUS  PIC X(2) VALUE "00".
       01 WS-CHECK-REGISTER-STATUS PIC X(2) VALUE "00".
       01 WS-AP-CHECK-PRINT-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-ERROR-LOG-STATUS      PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-GL-MAP-STATUS         PIC X(2) VALUE "00".
       01 WS-CHART-ACCOUNT-STATUS  PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-GLFEED-DELTA-COUNT    PIC 9(9) VALUE 0.
       01 WS-GLFEED-DELTA-AMOUNT   PIC S9(13)V99 VALUE 0.
       01 WS-GL-BATCH-NUMBER       PIC 9(7) VALUE 0.
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-GL-MAP-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-GL-MAP-AVAILABLE   VALUE "Y".
       01 WS-CHART-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-CHART-AVAILABLE    VALUE "Y".
       01 WS-GL-MAP-PROGRAM        PIC X(20) VALUE "APPayment".
       01 WS-GL-POSTING-TYPE       PIC X(10).
       01 WS-GL-POST-ACCOUNT       PIC X(10).

       01 WS-OPERATOR-ID           PIC X(8).

       01 WS-LOG-PROGRAM-NAME      PIC X(20) VALUE "APPayment".
       01 WS-LOG-FIELD-NAME        PIC X(20).
       01 WS-LOG-BAD-VALUE         PIC X(20).

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-SELECT       VALUE "S" "s".
          88 WS-MAINT-HOLD         VALUE "H" "h".
          88 WS-MAINT-PARTIAL      VALUE "P" "p".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-RUN          VALUE "C" "c".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-HOLD-CHOICE           PIC X(1) VALUE SPACE.
          88 WS-HOLD-PLACE         VALUE "H" "h".
          88 WS-HOLD-RELEASE       VALUE "R" "r".
       01 WS-SCAN-EOF-SW           PIC X(1) VALUE "N".
          88 WS-SCAN-EOF           VALUE "Y".
       01 WS-CUTOFF-DATE           PIC 9(8) VALUE 0.
       01 WS-VENDOR-ID             PIC 9(5).
       01 WS-INVOICE-NUMBER        PIC X(15).
       01 WS-LINE-OPEN             PIC S9(9)V99 VALUE 0.
       01 WS-INVOICE-OPEN          PIC S9(9)V99 VALUE 0.
       01 WS-PARTIAL-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-PARTIAL-LEFT          PIC S9(9)V99 VALUE 0.
       01 WS-LINES-CHANGED         PIC 9(5) VALUE 0.
       01 WS-PROPOSED-COUNT        PIC 9(5) VALUE 0.
       01 WS-PROPOSED-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01 WS-VENDOR-TOTAL          PIC S9(9)V99 VALUE 0.
       01 WS-RUN-TOTAL             PIC S9(9)V99 VALUE 0.
       01 WS-NEXT-CHECK-NUMBER     PIC 9(9) VALUE 0.
       01 WS-CHECKS-CUT            PIC 9(3) VALUE 0.

      * One entry per vendor with anything selected; APINV is in
      * vendor order so the table fills in the order checks print.
       01 WS-VENDOR-TABLE.
          05 WS-VENDOR-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-VENDOR-IDX.
             10 WS-TABLE-VENDOR-ID  PIC 9(5).
             10 WS-TABLE-AMOUNT     PIC S9(9)V99.
       01 WS-VENDOR-COUNT          PIC 9(3) VALUE 0.
       01 WS-VENDOR-OVERFLOW-SW    PIC X(1) VALUE "N".
          88 WS-VENDOR-OVERFLOW    VALUE "Y".

       01 WS-CHECK-HEADER.
          05 FILLER                PIC X(13) VALUE
             "-- Check no. ".
          05 WS-CHK-NUMBER-OUT     PIC 9(9).
          05 FILLER                PIC X(8) VALUE "  dated ".
          05 WS-CHK-DATE-OUT       PIC 9(8).
          05 FILLER                PIC X(8) VALUE "  vendor".
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CHK-VENDOR-OUT     PIC 9(5).
       01 WS-CHECK-PAYEE-LINE.
          05 FILLER                PIC X(14) VALUE
             "Pay to order: ".
          05 WS-CHK-NAME-OUT       PIC X(30).
       01 WS-CHECK-ADDRESS-LINE.
          05 FILLER                PIC X(14) VALUE SPACES.
          05 WS-CHK-STREET-OUT     PIC X(30).
       01 WS-CHECK-CITY-LINE.
          05 FILLER                PIC X(14) VALUE SPACES.
          05 WS-CHK-CITY-OUT       PIC X(20).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CHK-STATE-OUT      PIC X(2).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-CHK-POSTAL-OUT     PIC X(10).
       01 WS-CHECK-DETAIL-LINE.
          05 FILLER                PIC X(11) VALUE "  Invoice ".
          05 WS-CHK-INVOICE-OUT    PIC X(15).
          05 FILLER                PIC X(6) VALUE " line ".
          05 WS-CHK-LINE-OUT       PIC 9(3).
          05 FILLER                PIC X(5) VALUE " due ".
          05 WS-CHK-DUE-OUT        PIC 9(8).
          05 FILLER                PIC X(7) VALUE " paid  ".
          05 WS-CHK-PAID-OUT       PIC ZZZ,ZZ9.99-.
          05 WS-CHK-PARTIAL-OUT    PIC X(8).
       01 WS-CHECK-TOTAL-LINE.
          05 FILLER                PIC X(18) VALUE
             "Check amount:     ".
          05 WS-CHK-TOTAL-OUT      PIC Z,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Suppliers are paid off the same CHECKCTL sequence and check
      * register as every other check.  The selection pass proposes
      * each approved invoice line due by the cutoff for its open
      * balance; the operator can then hold an invoice out of the
      * run or cut it back to a partial payment.  The check run
      * cuts one check per vendor for everything still selected,
      * prints it with its remittance stub, marks the invoice
      * lines paid, and clears accounts payable against cash.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           OPEN EXTEND ERROR-LOG-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           IF SL-COMPANY-CODE NOT = SPACES
               MOVE SL-COMPANY-CODE TO WS-SESSION-COMPANY
           END-IF.
           OPEN I-O AP-INVOICE-FILE.
           IF WS-AP-INVOICE-STATUS = "35"
               OPEN OUTPUT AP-INVOICE-FILE
               CLOSE AP-INVOICE-FILE
               OPEN I-O AP-INVOICE-FILE
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.

           DISPLAY "Vendor payments - (S)elect due invoices, "
                   "(H)old/release, (P)artial payment, (L)ist "
                   "selection, (C)heck run, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-SELECT
                       PERFORM SELECT-DUE-INVOICES
                   WHEN WS-MAINT-HOLD
                       PERFORM HOLD-INVOICE
                   WHEN WS-MAINT-PARTIAL
                       PERFORM PARTIAL-PAY-INVOICE
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-SELECTION
                   WHEN WS-MAINT-RUN
                       PERFORM RUN-VENDOR-CHECKS
                   WHEN OTHER
                       DISPLAY "Please enter S, H, P, L, C, or Q."
               END-EVALUATE
               DISPLAY "Vendor payments - (S)elect due invoices, "
                       "(H)old/release, (P)artial payment, (L)ist "
                       "selection, (C)heck run, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE AP-INVOICE-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE ERROR-LOG-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       COPY LOGERROR.

       COPY OPENRCTL.

       COPY GLBATCH.

       COPY FCUPDT.

       COPY GLMAPRES.

      * Every approved line for the session company is looked at
      * again, so a second selection pass replaces the first: lines
      * due by the cutoff are proposed for their open balance,
      * anything later or on hold is dropped from the run.
       SELECT-DUE-INVOICES.
           DISPLAY "Pay invoices due on or before (YYYYMMDD, 0 for "
                   "today): "
           ACCEPT WS-CUTOFF-DATE
           IF WS-CUTOFF-DATE = 0
               MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
           END-IF
           MOVE 0 TO WS-PROPOSED-COUNT
           MOVE 0 TO WS-PROPOSED-TOTAL
           MOVE 0 TO WS-HELD-COUNT
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO AP-INVOICE-KEY
           START AP-INVOICE-FILE KEY IS NOT LESS THAN AP-INVOICE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       PERFORM PROPOSE-INVOICE-LINE
               END-READ
           END-PERFORM
           DISPLAY "Proposed " WS-PROPOSED-COUNT " invoice lines "
                   "due by " WS-CUTOFF-DATE " for "
                   WS-PROPOSED-TOTAL "; " WS-HELD-COUNT
                   " due lines on hold.".

       PROPOSE-INVOICE-LINE.
           IF AP-COMPANY-CODE NOT = WS-SESSION-COMPANY
              OR NOT AP-APPROVED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-OPEN = AP-INVOICE-AMOUNT - AP-AMOUNT-PAID
           EVALUATE TRUE
               WHEN AP-DUE-DATE > WS-CUTOFF-DATE
                   MOVE 0 TO AP-SELECTED-AMOUNT
               WHEN AP-ON-HOLD
                   MOVE 0 TO AP-SELECTED-AMOUNT
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   MOVE WS-LINE-OPEN TO AP-SELECTED-AMOUNT
                   ADD 1 TO WS-PROPOSED-COUNT
                   ADD WS-LINE-OPEN TO WS-PROPOSED-TOTAL
           END-EVALUATE
           REWRITE AP-INVOICE-RECORD.

      * Hold and release work on the whole invoice; a held line
      * drops out of the selection and stays out of every later
      * selection pass until it is released.
       HOLD-INVOICE.
           PERFORM ACCEPT-INVOICE-KEY
           DISPLAY "(H)old or (R)elease this invoice: "
           ACCEPT WS-HOLD-CHOICE
           IF NOT WS-HOLD-PLACE AND NOT WS-HOLD-RELEASE
               DISPLAY "Please enter H or R - nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LINES-CHANGED
           PERFORM START-INVOICE-LINES
           PERFORM UNTIL WS-SCAN-EOF
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF AP-VENDOR-ID NOT = WS-VENDOR-ID
                          OR AP-INVOICE-NUMBER NOT = WS-INVOICE-NUMBER
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       ELSE
                           IF AP-APPROVED
                               PERFORM SET-LINE-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINES-CHANGED = 0
               DISPLAY "No approved, unpaid lines on invoice "
                       WS-INVOICE-NUMBER " for vendor " WS-VENDOR-ID
                       "."
               MOVE "INVOICE-NUMBER"  TO WS-LOG-FIELD-NAME
               MOVE WS-INVOICE-NUMBER TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           ELSE
               IF WS-HOLD-PLACE
                   DISPLAY "Invoice " WS-INVOICE-NUMBER " held - "
                           WS-LINES-CHANGED " lines."
               ELSE
                   DISPLAY "Invoice " WS-INVOICE-NUMBER " released "
                           "- " WS-LINES-CHANGED " lines; run the "
                           "selection again to propose it."
               END-IF
           END-IF.

       SET-LINE-HOLD.
           IF WS-HOLD-PLACE
               MOVE "Y" TO AP-HOLD-SW
               MOVE 0 TO AP-SELECTED-AMOUNT
           ELSE
               MOVE "N" TO AP-HOLD-SW
           END-IF
           REWRITE AP-INVOICE-RECORD
           ADD 1 TO WS-LINES-CHANGED.

      * A partial payment replaces whatever the selection proposed
      * for the invoice: the amount is spread across its approved
      * lines in line order, each taking up to its open balance.
       PARTIAL-PAY-INVOICE.
           PERFORM ACCEPT-INVOICE-KEY
           MOVE 0 TO WS-INVOICE-OPEN
           PERFORM START-INVOICE-LINES
           PERFORM UNTIL WS-SCAN-EOF
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF AP-VENDOR-ID NOT = WS-VENDOR-ID
                          OR AP-INVOICE-NUMBER NOT = WS-INVOICE-NUMBER
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       ELSE
                           IF AP-APPROVED AND NOT AP-ON-HOLD
                               COMPUTE WS-INVOICE-OPEN =
                                   WS-INVOICE-OPEN + AP-INVOICE-AMOUNT
                                   - AP-AMOUNT-PAID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INVOICE-OPEN <= 0
               DISPLAY "Invoice " WS-INVOICE-NUMBER " has no open, "
                       "unheld balance to pay."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Open balance " WS-INVOICE-OPEN
           DISPLAY "Amount to pay this run (9 digits, 2 decimals): "
           ACCEPT WS-PARTIAL-AMOUNT
           IF WS-PARTIAL-AMOUNT <= 0
              OR WS-PARTIAL-AMOUNT > WS-INVOICE-OPEN
               DISPLAY "Amount must be above zero and no more than "
                       "the open balance - nothing changed."
               MOVE "PARTIAL-AMOUNT"  TO WS-LOG-FIELD-NAME
               MOVE WS-PARTIAL-AMOUNT TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARTIAL-AMOUNT TO WS-PARTIAL-LEFT
           PERFORM START-INVOICE-LINES
           PERFORM UNTIL WS-SCAN-EOF
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF AP-VENDOR-ID NOT = WS-VENDOR-ID
                          OR AP-INVOICE-NUMBER NOT = WS-INVOICE-NUMBER
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       ELSE
                           IF AP-APPROVED AND NOT AP-ON-HOLD
                               PERFORM SPREAD-PARTIAL-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Invoice " WS-INVOICE-NUMBER " selected for "
                   WS-PARTIAL-AMOUNT " of " WS-INVOICE-OPEN ".".

       SPREAD-PARTIAL-PAYMENT.
           COMPUTE WS-LINE-OPEN = AP-INVOICE-AMOUNT - AP-AMOUNT-PAID
           IF WS-PARTIAL-LEFT >= WS-LINE-OPEN
               MOVE WS-LINE-OPEN TO AP-SELECTED-AMOUNT
           ELSE
               MOVE WS-PARTIAL-LEFT TO AP-SELECTED-AMOUNT
           END-IF
           SUBTRACT AP-SELECTED-AMOUNT FROM WS-PARTIAL-LEFT
           REWRITE AP-INVOICE-RECORD.

       ACCEPT-INVOICE-KEY.
           DISPLAY "Vendor ID (5 digits): "
           ACCEPT WS-VENDOR-ID
           DISPLAY "Vendor invoice number (15 characters): "
           ACCEPT WS-INVOICE-NUMBER.

      * Positions on line 1 of the invoice; the callers read on
      * until the vendor or invoice number changes.
       START-INVOICE-LINES.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-VENDOR-ID      TO AP-VENDOR-ID
           MOVE WS-INVOICE-NUMBER TO AP-INVOICE-NUMBER
           MOVE 0                 TO AP-LINE-NUMBER
           START AP-INVOICE-FILE KEY IS NOT LESS THAN AP-INVOICE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START.

       LIST-SELECTION.
           MOVE 0 TO WS-PROPOSED-COUNT
           MOVE 0 TO WS-PROPOSED-TOTAL
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO AP-INVOICE-KEY
           START AP-INVOICE-FILE KEY IS NOT LESS THAN AP-INVOICE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF AP-COMPANY-CODE = WS-SESSION-COMPANY
                          AND AP-APPROVED
                          AND (AP-ON-HOLD OR AP-SELECTED-AMOUNT > 0)
                           PERFORM LIST-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Selected for the next check run: "
                   WS-PROPOSED-COUNT " lines, " WS-PROPOSED-TOTAL.

       LIST-ONE-LINE.
           COMPUTE WS-LINE-OPEN = AP-INVOICE-AMOUNT - AP-AMOUNT-PAID
           IF AP-ON-HOLD
               DISPLAY "  " AP-VENDOR-ID " " AP-INVOICE-NUMBER
                       " line " AP-LINE-NUMBER " due " AP-DUE-DATE
                       " open " WS-LINE-OPEN " ON HOLD"
           ELSE
               DISPLAY "  " AP-VENDOR-ID " " AP-INVOICE-NUMBER
                       " line " AP-LINE-NUMBER " due " AP-DUE-DATE
                       " open " WS-LINE-OPEN " pay "
                       AP-SELECTED-AMOUNT
               ADD 1 TO WS-PROPOSED-COUNT
               ADD AP-SELECTED-AMOUNT TO WS-PROPOSED-TOTAL
           END-IF.

      * Pass 1 totals the selection by vendor; each vendor on file
      * with a positive total gets its check and stub, and the
      * lines behind it are marked paid with the check number.
       RUN-VENDOR-CHECKS.
           MOVE 0 TO WS-VENDOR-COUNT
           MOVE 0 TO WS-RUN-TOTAL
           MOVE 0 TO WS-CHECKS-CUT
           MOVE "N" TO WS-VENDOR-OVERFLOW-SW
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO AP-INVOICE-KEY
           START AP-INVOICE-FILE KEY IS NOT LESS THAN AP-INVOICE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF AP-COMPANY-CODE = WS-SESSION-COMPANY
                          AND AP-APPROVED AND NOT AP-ON-HOLD
                          AND AP-SELECTED-AMOUNT NOT = 0
                           PERFORM TALLY-VENDOR-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VENDOR-COUNT = 0
               DISPLAY "Nothing selected to pay - run the selection "
                       "pass first."
               EXIT PARAGRAPH
           END-IF
           IF WS-VENDOR-OVERFLOW
               DISPLAY "More than 100 vendors selected - the rest "
                       "stay selected for the next check run."
           END-IF
           PERFORM OPEN-CHECK-CONTROL
           OPEN EXTEND CHECK-REGISTER-FILE
           OPEN OUTPUT AP-CHECK-PRINT-FILE
           PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
                   UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
               PERFORM PAY-ONE-VENDOR
           END-PERFORM
           CLOSE AP-CHECK-PRINT-FILE
           CLOSE CHECK-REGISTER-FILE
           PERFORM SAVE-CHECK-CONTROL
           CLOSE CHECK-CONTROL-FILE
           IF WS-RUN-TOTAL NOT = 0
               PERFORM WRITE-PAYMENT-GL-FEED
           END-IF
           DISPLAY "Vendor check run complete - " WS-CHECKS-CUT
                   " checks for " WS-RUN-TOTAL
                   " (checks in APCHECK.PRT).".

       TALLY-VENDOR-TOTAL.
           IF WS-VENDOR-COUNT > 0
               SET WS-VENDOR-IDX TO WS-VENDOR-COUNT
               IF WS-TABLE-VENDOR-ID (WS-VENDOR-IDX) = AP-VENDOR-ID
                   ADD AP-SELECTED-AMOUNT TO
                       WS-TABLE-AMOUNT (WS-VENDOR-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-VENDOR-COUNT < 100
               ADD 1 TO WS-VENDOR-COUNT
               SET WS-VENDOR-IDX TO WS-VENDOR-COUNT
               MOVE AP-VENDOR-ID TO WS-TABLE-VENDOR-ID (WS-VENDOR-IDX)
               MOVE AP-SELECTED-AMOUNT TO
                   WS-TABLE-AMOUNT (WS-VENDOR-IDX)
           ELSE
               MOVE "Y" TO WS-VENDOR-OVERFLOW-SW
           END-IF.

      * A vendor whose selection nets to zero or less (credits
      * outweighing charges) is left selected for a later run.
       PAY-ONE-VENDOR.
           MOVE WS-TABLE-VENDOR-ID (WS-VENDOR-IDX) TO WS-VENDOR-ID
           MOVE WS-TABLE-AMOUNT (WS-VENDOR-IDX) TO WS-VENDOR-TOTAL
           MOVE WS-VENDOR-ID TO VN-VENDOR-ID
           READ VENDOR-MASTER-FILE
               KEY IS VN-VENDOR-ID
               INVALID KEY
                   MOVE "23" TO WS-VENDOR-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-VENDOR-MASTER-STATUS
           END-READ
           IF NOT WS-VENDOR-FOUND
               DISPLAY "No vendor on file for ID " WS-VENDOR-ID
                       " - " WS-VENDOR-TOTAL " left unpaid."
               MOVE "VENDOR-ID"  TO WS-LOG-FIELD-NAME
               MOVE WS-VENDOR-ID TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-VENDOR-TOTAL <= 0
               DISPLAY "Vendor " WS-VENDOR-ID " nets to "
                       WS-VENDOR-TOTAL " - no check cut."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           ADD 1 TO WS-CHECKS-CUT
           ADD WS-VENDOR-TOTAL TO WS-RUN-TOTAL
           INITIALIZE CHECK-REGISTER-RECORD
           MOVE WS-NEXT-CHECK-NUMBER TO CG-CHECK-NUMBER
           MOVE 0                    TO CG-EMPLOYEE-ID
           MOVE WS-VENDOR-ID         TO CG-VENDOR-ID
           MOVE WS-TODAY-DATE        TO CG-ISSUE-DATE
           MOVE WS-VENDOR-TOTAL      TO CG-AMOUNT
           MOVE "I"                  TO CG-STATUS
           MOVE 0                    TO CG-REISSUE-OF
           WRITE CHECK-REGISTER-RECORD
           MOVE WS-NEXT-CHECK-NUMBER TO WS-CHK-NUMBER-OUT
           MOVE WS-TODAY-DATE        TO WS-CHK-DATE-OUT
           MOVE WS-VENDOR-ID         TO WS-CHK-VENDOR-OUT
           MOVE WS-CHECK-HEADER TO AP-CHECK-PRINT-LINE
           WRITE AP-CHECK-PRINT-LINE
           MOVE VN-VENDOR-NAME TO WS-CHK-NAME-OUT
           MOVE WS-CHECK-PAYEE-LINE TO AP-CHECK-PRINT-LINE
           WRITE AP-CHECK-PRINT-LINE
           MOVE VN-STREET TO WS-CHK-STREET-OUT
           MOVE WS-CHECK-ADDRESS-LINE TO AP-CHECK-PRINT-LINE
           WRITE AP-CHECK-PRINT-LINE
           MOVE VN-CITY        TO WS-CHK-CITY-OUT
           MOVE VN-STATE       TO WS-CHK-STATE-OUT
           MOVE VN-POSTAL-CODE TO WS-CHK-POSTAL-OUT
           MOVE WS-CHECK-CITY-LINE TO AP-CHECK-PRINT-LINE
           WRITE AP-CHECK-PRINT-LINE
           PERFORM SETTLE-VENDOR-INVOICES
           MOVE WS-VENDOR-TOTAL TO WS-CHK-TOTAL-OUT
           MOVE WS-CHECK-TOTAL-LINE TO AP-CHECK-PRINT-LINE
           WRITE AP-CHECK-PRINT-LINE.

       SETTLE-VENDOR-INVOICES.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-VENDOR-ID TO AP-VENDOR-ID
           MOVE LOW-VALUES   TO AP-INVOICE-NUMBER
           MOVE 0            TO AP-LINE-NUMBER
           START AP-INVOICE-FILE KEY IS NOT LESS THAN AP-INVOICE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-START
           PERFORM UNTIL WS-SCAN-EOF
               READ AP-INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   NOT AT END
                       IF AP-VENDOR-ID NOT = WS-VENDOR-ID
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       ELSE
                           IF AP-COMPANY-CODE = WS-SESSION-COMPANY
                              AND AP-APPROVED AND NOT AP-ON-HOLD
                              AND AP-SELECTED-AMOUNT NOT = 0
                               PERFORM PAY-INVOICE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PAY-INVOICE-LINE.
           MOVE AP-INVOICE-NUMBER  TO WS-CHK-INVOICE-OUT
           MOVE AP-LINE-NUMBER     TO WS-CHK-LINE-OUT
           MOVE AP-DUE-DATE        TO WS-CHK-DUE-OUT
           MOVE AP-SELECTED-AMOUNT TO WS-CHK-PAID-OUT
           ADD AP-SELECTED-AMOUNT TO AP-AMOUNT-PAID
           IF AP-AMOUNT-PAID >= AP-INVOICE-AMOUNT
               MOVE "P" TO AP-STATUS
               MOVE SPACES TO WS-CHK-PARTIAL-OUT
           ELSE
               MOVE " PARTIAL" TO WS-CHK-PARTIAL-OUT
           END-IF
           MOVE 0 TO AP-SELECTED-AMOUNT
           MOVE WS-NEXT-CHECK-NUMBER TO AP-LAST-CHECK-NUMBER
           REWRITE AP-INVOICE-RECORD
           MOVE WS-CHECK-DETAIL-LINE TO AP-CHECK-PRINT-LINE
           WRITE AP-CHECK-PRINT-LINE.

      * The invoices were sitting in accounts payable; the check
      * run clears the liability against the cash the checks
      * draw on.
       WRITE-PAYMENT-GL-FEED.
           OPEN EXTEND GL-INTERFACE-FILE
           PERFORM ACQUIRE-GL-BATCH-NUMBER
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-GL-MAP-STATUS = "00"
               MOVE "Y" TO WS-GL-MAP-AVAILABLE-SW
           END-IF
           OPEN INPUT CHART-ACCOUNT-FILE
           IF WS-CHART-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE-SW
           END-IF
           INITIALIZE GL-FEED-RECORD
           MOVE "APPayment"          TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
           MOVE "2000" TO WS-GL-POST-ACCOUNT
           MOVE "2000" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
           MOVE "D"                  TO GL-DEBIT-CREDIT-SW
           MOVE WS-RUN-TOTAL         TO GL-AMOUNT
           MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
           INITIALIZE GL-FEED-RECORD
           MOVE "APPayment"          TO GL-SOURCE-PROGRAM
           MOVE WS-TODAY-DATE        TO GL-PERIOD-DATE
           MOVE "1000" TO WS-GL-POST-ACCOUNT
           MOVE "1000" TO WS-GL-POSTING-TYPE
           PERFORM RESOLVE-GL-ACCOUNT
           MOVE WS-GL-POST-ACCOUNT  TO GL-ACCOUNT-CODE
           MOVE "C"                  TO GL-DEBIT-CREDIT-SW
           MOVE WS-RUN-TOTAL         TO GL-AMOUNT
           MOVE WS-GL-BATCH-NUMBER TO GL-BATCH-NUMBER
           MOVE WS-SESSION-COMPANY TO GL-COMPANY-CODE
           WRITE GL-FEED-RECORD
           ADD 1 TO WS-GLFEED-DELTA-COUNT
           ADD GL-AMOUNT TO WS-GLFEED-DELTA-AMOUNT
           CLOSE GL-INTERFACE-FILE
           IF WS-GL-MAP-AVAILABLE
               CLOSE GL-ACCOUNT-MAP-FILE
               MOVE "N" TO WS-GL-MAP-AVAILABLE-SW
           END-IF
           IF WS-CHART-AVAILABLE
               CLOSE CHART-ACCOUNT-FILE
               MOVE "N" TO WS-CHART-AVAILABLE-SW
           END-IF
           MOVE "GLFEED" TO WS-FC-FILE-NAME
           MOVE WS-GLFEED-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-GLFEED-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM ADD-TO-FILE-CONTROL
           MOVE 0 TO WS-GLFEED-DELTA-COUNT
           MOVE 0 TO WS-GLFEED-DELTA-AMOUNT.

       OPEN-CHECK-CONTROL.
           OPEN I-O CHECK-CONTROL-FILE
           IF WS-CHECK-CONTROL-STATUS = "35"
               OPEN OUTPUT CHECK-CONTROL-FILE
               CLOSE CHECK-CONTROL-FILE
               OPEN I-O CHECK-CONTROL-FILE
           END-IF
           MOVE "1" TO CK-CONTROL-KEY
           READ CHECK-CONTROL-FILE
               KEY IS CK-CONTROL-KEY
               INVALID KEY
                   MOVE "1" TO CK-CONTROL-KEY
                   MOVE 0   TO CK-LAST-CHECK-NUMBER
                   WRITE CHECK-CONTROL-RECORD
           END-READ
           MOVE CK-LAST-CHECK-NUMBER TO WS-NEXT-CHECK-NUMBER.

       SAVE-CHECK-CONTROL.
           MOVE "1" TO CK-CONTROL-KEY
           MOVE WS-NEXT-CHECK-NUMBER TO CK-LAST-CHECK-NUMBER
           REWRITE CHECK-CONTROL-RECORD.
