               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-INTERFACE-STATUS.

           SELECT COMMISSION-DETAIL-FILE ASSIGN TO "COMMDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-DETAIL-KEY
               FILE STATUS IS WS-COMMISSION-DETAIL-STATUS.

           SELECT COMMISSION-REPORT-FILE
               ASSIGN TO WS-COMMISSION-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-REPORT-STATUS.

           SELECT REPORT-GEN-FILE ASSIGN TO "REPORTGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-GEN-KEY
               FILE STATUS IS WS-REPORT-GEN-STATUS.

           SELECT COMMISSION-PAYOUT-FILE ASSIGN TO WS-COMMPAY-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PAYOUT-KEY
               FILE STATUS IS WS-COMMISSION-PAYOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-RATE-FILE.
       FD  GL-INTERFACE-FILE.
           COPY GLFEED.

       FD  COMMISSION-DETAIL-FILE.
           COPY COMMDET.

       FD  COMMISSION-REPORT-FILE.
       01 COMMISSION-REPORT-LINE   PIC X(80).

       FD  REPORT-GEN-FILE.
           COPY REPGEN.

       FD  COMMISSION-PAYOUT-FILE.
           COPY COMMPAY.

       WORKING-STORAGE SECTION.
       01 WS-COMMISSION-RATE-STATUS PIC X(2) VALUE "00".
       01 WS-PURCHASE-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-GL-CONTROL-STATUS     PIC X(2) VALUE "00".
       01 WS-FILE-CONTROL-STATUS   PIC X(2) VALUE "00".
       01 WS-COMMISSION-REPORT-STATUS PIC X(2) VALUE "00".
       01 WS-COMMISSION-DETAIL-STATUS PIC X(2) VALUE "00".
       01 WS-REPORT-GEN-STATUS     PIC X(2) VALUE "00".
       01 WS-COMMISSION-PAYOUT-STATUS PIC X(2) VALUE "00".
       01 WS-COMMPAY-FN            PIC X(12) VALUE "COMMPAY.DAT".
       01 WS-RG-BASE-NAME          PIC X(8).
       01 WS-RG-BUILT-NAME         PIC X(30).
       01 WS-RG-RUN-NUMBER         PIC 9(3) VALUE 0.
       01 WS-RG-PROBE-FOUND-SW     PIC X(1) VALUE "N".
          88 WS-RG-PROBE-FOUND     VALUE "Y".
       01 WS-COMMISSION-REPORT-NAME PIC X(30) VALUE "COMMSTMT.PRT".
       01 WS-FC-FILE-NAME          PIC X(12).
       01 WS-FC-DELTA-COUNT        PIC 9(9) VALUE 0.
       01 WS-FC-DELTA-AMOUNT       PIC S9(13)V99 VALUE 0.
          88 WS-MAINT-RATES        VALUE "R" "r".
          88 WS-MAINT-COMPUTE      VALUE "C" "c".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-APPROVE      VALUE "A" "a".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-RATE-EXISTS-SW        PIC X(1) VALUE "N".
          88 WS-RATE-EXISTS        VALUE "Y".
       01 WS-SLS-COUNT             PIC 9(3) VALUE 0.
       01 WS-SLS-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-SLS-FOUND          VALUE "Y".
       01 WS-DETAIL-EOF-SW         PIC X(1) VALUE "N".
          88 WS-DETAIL-EOF         VALUE "Y".
       01 WS-PAYOUT-EXISTS-SW      PIC X(1) VALUE "N".
          88 WS-PAYOUT-EXISTS      VALUE "Y".
       01 WS-PAYOUT-EMPLOYEE-ID    PIC 9(5) VALUE 0.
       01 WS-APPROVED-COUNT        PIC 9(3) VALUE 0.
       01 WS-APPROVED-TOTAL        PIC S9(9)V99 VALUE 0.

       01 WS-COMM-HEADER.
          05 FILLER                PIC X(36) VALUE
             "Total commission accrual:".
          05 WS-COMM-TOTAL-OUT     PIC Z,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Commissions come off the books, not a spreadsheet: every
      * transaction carrying a salesperson code nets into that
      * rep's month - sales positive, credits, voids and
      * product-line rate (falling back to the rep's flat rate);
      * anything without lines earns the flat rate on the
      * merchandise amount.  The statements print per rep and one
      * balanced accrual goes to the GL.  Each commissioned
      * transaction is kept on the detail file against its
      * customer for the profitability report.  Once the month is
      * right a supervisor approves it for payout: each rep linked
      * to an employee gets an approved commission row that the
      * next regular payroll run for the employee's pay group pays
      * through the paycheck and clears from commissions payable.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           IF SL-TRAINING
               MOVE "COMMPAY.TRN" TO WS-COMMPAY-FN
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           END-IF.

           DISPLAY "Commissions - (R)ate maintenance, (L)ist "
                   "rates, (C)ompute month, (A)pprove month for "
                   "payout, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                       PERFORM LIST-RATES
                   WHEN WS-MAINT-COMPUTE
                       PERFORM COMPUTE-MONTH
                   WHEN WS-MAINT-APPROVE
                       PERFORM APPROVE-MONTH
                   WHEN OTHER
                       DISPLAY "Please enter R, L, C, A, or Q."
               END-EVALUATE
               DISPLAY "Commissions - (R)ate maintenance, (L)ist "
                       "rates, (C)ompute month, (A)pprove month for "
                       "payout, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.


       COPY GLMAPRES.

       COPY REPGENRG.

       MAINTAIN-RATE.
           DISPLAY "Salesperson code (4 characters): "
           ACCEPT SP-SALESPERSON-CODE
           ACCEPT SP-SALESPERSON-NAME
           DISPLAY "Commission rate (4 decimals, e.g. 0.0300): "
           ACCEPT SP-COMMISSION-PERCENT
           IF SP-PRODUCT-LINE = SPACES
               IF WS-RATE-EXISTS
                   DISPLAY "Currently paid under employee "
                           SP-EMPLOYEE-ID "."
               END-IF
               DISPLAY "Employee ID the rep is paid under (5 "
                       "digits, 0 if not on payroll): "
               ACCEPT SP-EMPLOYEE-ID
           ELSE
               MOVE 0 TO SP-EMPLOYEE-ID
           END-IF
           IF WS-RATE-EXISTS
               REWRITE COMMISSION-RATE-RECORD
               DISPLAY "Rate updated."
                       DISPLAY "  " SP-SALESPERSON-CODE " line ["
                               SP-PRODUCT-LINE "] rate "
                               SP-COMMISSION-PERCENT " "
                               SP-SALESPERSON-NAME " employee "
                               SP-EMPLOYEE-ID
               END-READ
           END-PERFORM.

           ACCEPT WS-WANTED-MONTH
           MOVE 0 TO WS-SLS-COUNT
           MOVE 0 TO WS-ACCRUAL-TOTAL
           OPEN I-O COMMISSION-DETAIL-FILE
           IF WS-COMMISSION-DETAIL-STATUS = "35"
               OPEN OUTPUT COMMISSION-DETAIL-FILE
               CLOSE COMMISSION-DETAIL-FILE
               OPEN I-O COMMISSION-DETAIL-FILE
           END-IF
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
               CLOSE PURCHASE-TRANS-FILE
               MOVE "00" TO WS-PURCHASE-TRANS-STATUS
           END-IF
           CLOSE COMMISSION-DETAIL-FILE
           PERFORM WRITE-COMMISSION-STATEMENTS
           IF WS-ACCRUAL-TOTAL NOT = 0
               PERFORM WRITE-GL-ACCRUAL
               PERFORM POST-FILE-CONTROL-UPDATES
           END-IF
           DISPLAY "Commission run complete - accrual "
                   WS-ACCRUAL-TOTAL " (see "
                   FUNCTION TRIM (WS-COMMISSION-REPORT-NAME) ").".

       CONSIDER-ONE-TRANS.
           MOVE PT-TRANSACTION-DATE (1:6) TO WS-TRANS-MONTH
                   MOVE WS-ROUND-RESULT TO WS-COMM-AMOUNT
                   PERFORM ADD-TO-SALESPERSON-TOTAL
               END-IF
               PERFORM RECORD-COMMISSION-DETAIL
           END-IF.

      * A rerun of the month lands on the same keys and replaces
      * what the earlier run recorded.
       RECORD-COMMISSION-DETAIL.
           INITIALIZE COMMISSION-DETAIL-RECORD
           MOVE WS-WANTED-MONTH       TO CX-COMMISSION-MONTH
           MOVE PT-INVOICE-NUMBER     TO CX-INVOICE-NUMBER
           MOVE PT-TRANSACTION-TYPE   TO CX-TRANSACTION-TYPE
           MOVE PT-CUSTOMER-ID        TO CX-CUSTOMER-ID
           MOVE WS-SALESPERSON-CODE   TO CX-SALESPERSON-CODE
           MOVE WS-SALE-AMOUNT        TO CX-SALE-AMOUNT
           MOVE WS-COMM-AMOUNT        TO CX-COMMISSION-AMOUNT
           MOVE PT-COMPANY-CODE       TO CX-COMPANY-CODE
           WRITE COMMISSION-DETAIL-RECORD
               INVALID KEY
                   REWRITE COMMISSION-DETAIL-RECORD
           END-WRITE.

      * A sale with line detail commissions line by line at each
      * line's product-line rate; without lines it takes the flat
      * rate on the merchandise (pre-tax) amount.
               END-IF
           END-IF.

      * Each run's statements are a registered generation, so the
      * month's statements can be reprinted and burst by rep.
       WRITE-COMMISSION-STATEMENTS.
           MOVE "COMMSTMT" TO WS-RG-BASE-NAME
           PERFORM NEW-REPORT-GENERATION
           MOVE WS-RG-BUILT-NAME TO WS-COMMISSION-REPORT-NAME
           OPEN OUTPUT COMMISSION-REPORT-FILE
           MOVE WS-WANTED-MONTH TO WS-COMM-MONTH-OUT
           MOVE WS-COMM-HEADER TO COMMISSION-REPORT-LINE
           PERFORM ADD-TO-FILE-CONTROL
           MOVE 0 TO WS-GLFEED-DELTA-COUNT
           MOVE 0 TO WS-GLFEED-DELTA-AMOUNT.

      * Approval pays out what the last compute of the month left
      * on the detail file, rep by rep.  A rep with no employee
      * link, or whose month nets to nothing owed, is listed and
      * skipped.  Approving again before payroll has paid replaces
      * the amount; once paid a row is never touched again.
       APPROVE-MONTH.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Approving commissions for payout requires "
                       "a supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Commission month to approve (YYYYMM): "
           ACCEPT WS-WANTED-MONTH
           MOVE 0 TO WS-SLS-COUNT
           MOVE 0 TO WS-APPROVED-COUNT
           MOVE 0 TO WS-APPROVED-TOTAL
           OPEN INPUT COMMISSION-DETAIL-FILE
           IF WS-COMMISSION-DETAIL-STATUS NOT = "00"
               DISPLAY "No commission detail on file - compute the "
                       "month first."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DETAIL-EOF-SW
           MOVE WS-WANTED-MONTH TO CX-COMMISSION-MONTH
           MOVE 0 TO CX-INVOICE-NUMBER
           MOVE LOW-VALUE TO CX-TRANSACTION-TYPE
           START COMMISSION-DETAIL-FILE KEY IS NOT LESS THAN
                 CX-DETAIL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DETAIL-EOF-SW
           END-START
           PERFORM UNTIL WS-DETAIL-EOF
               READ COMMISSION-DETAIL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DETAIL-EOF-SW
                   NOT AT END
                       IF CX-COMMISSION-MONTH NOT = WS-WANTED-MONTH
                           MOVE "Y" TO WS-DETAIL-EOF-SW
                       ELSE
                           MOVE CX-SALESPERSON-CODE
                               TO WS-SALESPERSON-CODE
                           MOVE CX-SALE-AMOUNT TO WS-SALE-AMOUNT
                           MOVE CX-COMMISSION-AMOUNT
                               TO WS-COMM-AMOUNT
                           PERFORM ADD-TO-SALESPERSON-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-DETAIL-FILE
           IF WS-SLS-COUNT = 0
               DISPLAY "No commission computed for month "
                       WS-WANTED-MONTH " - nothing approved."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O COMMISSION-PAYOUT-FILE
           IF WS-COMMISSION-PAYOUT-STATUS = "35"
               OPEN OUTPUT COMMISSION-PAYOUT-FILE
               CLOSE COMMISSION-PAYOUT-FILE
               OPEN I-O COMMISSION-PAYOUT-FILE
           END-IF
           PERFORM VARYING WS-SLS-IDX FROM 1 BY 1
                   UNTIL WS-SLS-IDX > WS-SLS-COUNT
               PERFORM APPROVE-ONE-SALESPERSON
           END-PERFORM
           CLOSE COMMISSION-PAYOUT-FILE
           DISPLAY WS-APPROVED-COUNT " commission(s) approved for "
                   "payout, total " WS-APPROVED-TOTAL ".".

       APPROVE-ONE-SALESPERSON.
           MOVE WS-SLS-CODE (WS-SLS-IDX) TO SP-SALESPERSON-CODE
           MOVE SPACES TO SP-PRODUCT-LINE
           MOVE 0 TO WS-PAYOUT-EMPLOYEE-ID
           READ COMMISSION-RATE-FILE
               KEY IS SP-RATE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SP-EMPLOYEE-ID TO WS-PAYOUT-EMPLOYEE-ID
           END-READ
           IF WS-PAYOUT-EMPLOYEE-ID = 0
               DISPLAY "Salesperson " WS-SLS-CODE (WS-SLS-IDX)
                       " is not linked to an employee - not "
                       "approved."
               EXIT PARAGRAPH
           END-IF
           IF WS-SLS-COMMISSION (WS-SLS-IDX) NOT > 0
               DISPLAY "Salesperson " WS-SLS-CODE (WS-SLS-IDX)
                       " has no commission owed for the month - "
                       "not approved."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYOUT-EMPLOYEE-ID TO CP-EMPLOYEE-ID
           MOVE WS-WANTED-MONTH TO CP-COMMISSION-MONTH
           MOVE WS-SLS-CODE (WS-SLS-IDX) TO CP-SALESPERSON-CODE
           MOVE "N" TO WS-PAYOUT-EXISTS-SW
           READ COMMISSION-PAYOUT-FILE
               KEY IS CP-PAYOUT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PAYOUT-EXISTS-SW
           END-READ
           IF WS-PAYOUT-EXISTS AND CP-PAID
               DISPLAY "Salesperson " CP-SALESPERSON-CODE " month "
                       CP-COMMISSION-MONTH " was already paid in "
                       "group " CP-PAID-GROUP " period "
                       CP-PAID-PERIOD " - not changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SLS-NET-SALES (WS-SLS-IDX) TO CP-NET-SALES
           MOVE WS-SLS-COMMISSION (WS-SLS-IDX) TO CP-AMOUNT
           MOVE "A" TO CP-STATUS
           MOVE SL-OPERATOR-ID TO CP-APPROVED-BY
           MOVE WS-TODAY-DATE TO CP-APPROVED-DATE
           MOVE SPACE TO CP-PAID-GROUP
           MOVE 0 TO CP-PAID-PERIOD
           MOVE 0 TO CP-PAID-DATE
           IF WS-PAYOUT-EXISTS
               REWRITE COMMISSION-PAYOUT-RECORD
           ELSE
               WRITE COMMISSION-PAYOUT-RECORD
           END-IF
           ADD 1 TO WS-APPROVED-COUNT
           ADD CP-AMOUNT TO WS-APPROVED-TOTAL
           DISPLAY "Salesperson " CP-SALESPERSON-CODE " approved "
                   CP-AMOUNT " for employee " CP-EMPLOYEE-ID ".".
