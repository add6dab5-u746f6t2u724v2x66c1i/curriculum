               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-AUDIT-STATUS.

           SELECT STAGED-RATE-FILE ASSIGN TO WS-RATESTG-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-STAGED-KEY
               FILE STATUS IS WS-STAGED-RATE-STATUS.

           SELECT FED-TAX-FILE ASSIGN TO "FEDTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-KEY
               FILE STATUS IS WS-EMPLOYEE-LOAN-STATUS.

           SELECT EXPENSE-CLAIM-FILE ASSIGN TO WS-EXPCLAIM-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-CLAIM-KEY
               FILE STATUS IS WS-EXPENSE-CLAIM-STATUS.

           SELECT COMMISSION-PAYOUT-FILE ASSIGN TO WS-COMMPAY-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PAYOUT-KEY
               FILE STATUS IS WS-COMMISSION-PAYOUT-STATUS.

           SELECT JOB-COST-FILE ASSIGN TO WS-JOBCOST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JC-COST-KEY
               FILE STATUS IS WS-JOB-COST-STATUS.

           SELECT EMPLOYEE-ASSIGNMENT-FILE ASSIGN TO WS-EMPASSGN-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-ASSIGNMENT-KEY
               FILE STATUS IS WS-EMPLOYEE-ASSIGNMENT-STATUS.

           SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-DETAIL-STATUS.

           SELECT RETIREMENT-PLAN-FILE ASSIGN TO "RETPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-CONTROL-KEY
               FILE STATUS IS WS-RETIREMENT-PLAN-STATUS.

           SELECT RETIREMENT-MATCH-FILE ASSIGN TO WS-RETMATCH-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-MATCH-KEY
               FILE STATUS IS WS-RETIREMENT-MATCH-STATUS.

           SELECT PTO-ACCRUAL-FILE ASSIGN TO WS-PTOACCR-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-EMPLOYEE-ID
               FILE STATUS IS WS-PTO-ACCRUAL-STATUS.

           SELECT DEDUCTION-REMIT-FILE ASSIGN TO WS-DEDREMIT-FN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCTION-REMIT-STATUS.
               RECORD KEY IS PC-CONTROL-KEY
               FILE STATUS IS WS-PAY-CHECKPOINT-STATUS.

           SELECT EMPLOYEE-CHARGE-FILE ASSIGN TO WS-EMPCHG-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-CHARGE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO WS-CUSTMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT AR-OPEN-ITEM-FILE ASSIGN TO WS-AROPEN-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-OPEN-KEY
               FILE STATUS IS WS-AR-OPEN-STATUS.

           SELECT PURCHASE-TRANS-FILE ASSIGN TO WS-PURCTRAN-FN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-TRANS-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO WS-INVCTL-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CONTROL-KEY
               FILE STATUS IS WS-INVOICE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
       FD  RATE-AUDIT-FILE.
           COPY RATEAUDIT.

       FD  STAGED-RATE-FILE.
           COPY RATESTG.

       FD  FED-TAX-FILE.
           COPY FEDTAX.

       FD  EMPLOYEE-LOAN-FILE.
           COPY EMPLOAN.

       FD  EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

       FD  COMMISSION-PAYOUT-FILE.
           COPY COMMPAY.

       FD  JOB-COST-FILE.
           COPY JOBCOST.

       FD  PAY-DONE-FILE.
           COPY PAYDONE.

       FD  EMPLOYEE-ASSIGNMENT-FILE.
           COPY EMPASSGN.

       FD  PAY-HISTORY-REVIEW-FILE.
           COPY PAYHIST
           REPLACING ==PAY-HISTORY-RECORD==
       FD  DEDUCTION-MASTER-FILE.
           COPY DEDMAST.

       FD  RETIREMENT-PLAN-FILE.
           COPY RETPLAN.

       FD  RETIREMENT-MATCH-FILE.
           COPY RETMATCH.

       FD  PTO-ACCRUAL-FILE.
           COPY PTOACCR.

       FD  REMIT-DETAIL-FILE.
           COPY REMITDET.

       FD  PAY-CHECKPOINT-FILE.
           COPY PAYCHKPT.

       FD  EMPLOYEE-CHARGE-FILE.
           COPY EMPCHG.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD  AR-OPEN-ITEM-FILE.
           COPY AROPEN.

       FD  PURCHASE-TRANS-FILE.
           COPY PURCTRAN.

       FD  INVOICE-CONTROL-FILE.
           COPY INVCTL.

       WORKING-STORAGE SECTION.
       01 EMPLOYEE-RECORD.
           05 EMPLOYEE-ID     PIC 9(5).
       01 WS-DIRECT-DEPOSIT-STATUS PIC X(2) VALUE "00".
       01 WS-DD-RELEASE-STATUS     PIC X(2) VALUE "00".
       01 WS-RATE-AUDIT-STATUS     PIC X(2) VALUE "00".
       01 WS-STAGED-RATE-STATUS    PIC X(2) VALUE "00".
       01 WS-STAGED-RATES-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-STAGED-RATES-AVAILABLE VALUE "Y".
       01 WS-STAGED-RATE-EOF-SW    PIC X(1) VALUE "N".
          88 WS-STAGED-RATE-EOF    VALUE "Y".
       01 WS-STATE-TAX-STATUS      PIC X(2) VALUE "00".
          88 WS-STATE-TAX-FOUND    VALUE "00".
       01 WS-SUTA-RATE-STATUS      PIC X(2) VALUE "00".
       01 WS-GL-POST-ACCOUNT       PIC X(10).
       01 WS-GL-POST-SIDE          PIC X(1).
       01 WS-GL-POST-DEPT          PIC X(4) VALUE SPACES.
       01 WS-GL-POST-TYPE          PIC X(10) VALUE SPACES.

       01 WS-RUN-DED-TABLE.
          05 WS-RUN-DED-ENTRY OCCURS 50 TIMES
          05 FILLER               PIC X(25) VALUE
             "PTO payout:             ".
          05 WS-STUB-PAYOUT-OUT    PIC Z,ZZZ,ZZ9.99-.
       01 WS-EMPLOYEE-ASSIGNMENT-STATUS PIC X(2) VALUE "00".
       01 WS-ASSIGNMENTS-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-ASSIGNMENTS-AVAILABLE VALUE "Y".
       01 WS-ASSIGN-EOF-SW         PIC X(1) VALUE "N".
          88 WS-ASSIGN-EOF         VALUE "Y".
       01 WS-ASSIGN-CLOCK-TRIED-SW PIC X(1) VALUE "N".
          88 WS-ASSIGN-CLOCK-TRIED VALUE "Y".
       01 WS-ASSIGN-CLOCK-HERE-SW  PIC X(1) VALUE "N".
          88 WS-ASSIGN-CLOCK-HERE  VALUE "Y".
       01 WS-ASSIGN-COUNT          PIC 9(1) VALUE 0.
       01 WS-ASSIGN-HOURS-SO-FAR   PIC 9(3)V99 VALUE 0.
       01 WS-ASSIGN-PRICED-TOTAL   PIC S9(7)V99 VALUE 0.
       01 WS-ASSIGN-TABLE.
          05 WS-ASSIGN-ENTRY OCCURS 5 TIMES
                                   INDEXED BY WS-ASSIGN-IDX.
             10 WS-ASG-NUMBER       PIC 9(2).
             10 WS-ASG-DESCRIPTION  PIC X(20).
             10 WS-ASG-PAY-MODE     PIC X(1).
             10 WS-ASG-RATE         PIC S9(7)V99.
             10 WS-ASG-DEPARTMENT   PIC X(4).
             10 WS-ASG-COMP-CLASS   PIC X(4).
             10 WS-ASG-HOURS        PIC 9(3)V99.
             10 WS-ASG-EARNED       PIC S9(7)V99.
             10 WS-ASG-GROSS        PIC S9(7)V99.
       01 WS-COMP-CLASS-WANTED     PIC X(4).
       01 WS-COMP-WAGES            PIC S9(7)V99.
       01 WS-STUB-ASSIGN-LINE.
          05 FILLER               PIC X(6) VALUE "  Asg ".
          05 WS-STUB-ASG-NUM-OUT   PIC 99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-STUB-ASG-DESC-OUT  PIC X(20).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-STUB-ASG-MODE-OUT  PIC X(1).
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-STUB-ASG-HOURS-OUT PIC ZZ9.99 BLANK WHEN ZERO.
          05 FILLER               PIC X(5) VALUE " hrs ".
          05 WS-STUB-ASG-RATE-OUT  PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1) VALUE SPACE.
          05 WS-STUB-ASG-EARN-OUT  PIC Z,ZZZ,ZZ9.99-.
       01 WS-LABOR-DIST-STATUS     PIC X(2) VALUE "00".
       01 WS-LABOR-DIST-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-LABOR-DIST-AVAILABLE VALUE "Y".
          05 FILLER               PIC X(25) VALUE
             "Advance balance left:   ".
          05 WS-STUB-LOANBAL-OUT   PIC Z,ZZZ,ZZ9.99-.
       01 WS-RETIREMENT-PLAN-STATUS PIC X(2) VALUE "00".
       01 WS-RETIREMENT-MATCH-STATUS PIC X(2) VALUE "00".
       01 WS-MATCH-AVAILABLE-SW    PIC X(1) VALUE "N".
          88 WS-MATCH-AVAILABLE    VALUE "Y".
       01 WS-MATCH-YEAR            PIC 9(4).
       01 WS-PTO-ACCRUAL-STATUS    PIC X(2) VALUE "00".
       01 WS-PTO-ACCRUAL-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-PTO-ACCRUAL-AVAILABLE VALUE "Y".
       01 WS-MATCH-CODE-SUB        PIC 9(1).
       01 WS-MATCH-DEFERRAL        PIC S9(7)V99 VALUE 0.
       01 WS-MATCH-PAY-CAP         PIC S9(7)V99 VALUE 0.
       01 WS-EMPLOYER-MATCH        PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-EMPLOYER-MATCH  PIC S9(9)V99 VALUE 0.
       01 WS-STUB-MATCH-LINE.
          05 FILLER               PIC X(25) VALUE
             "Employer retirement match".
          05 WS-STUB-MATCH-OUT     PIC Z,ZZZ,ZZ9.99-.
       01 WS-EXPENSE-CLAIM-STATUS  PIC X(2) VALUE "00".
       01 WS-CLAIMS-AVAILABLE-SW   PIC X(1) VALUE "N".
          88 WS-CLAIMS-AVAILABLE   VALUE "Y".
       01 WS-CLAIM-EOF-SW          PIC X(1) VALUE "N".
          88 WS-CLAIM-EOF          VALUE "Y".
       01 WS-REIMBURSEMENT-AMOUNT  PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-REIMBURSEMENT   PIC S9(9)V99 VALUE 0.
       01 WS-REIMB-SUB             PIC 9(1).
      * Each expense type posts to its own expense account; the
      * literals are the built-in defaults the GL map can remap.
       01 WS-REIMB-TYPE-VALUES.
          05 FILLER               PIC X(8) VALUE "MILE6051".
          05 FILLER               PIC X(8) VALUE "MEAL6052".
          05 FILLER               PIC X(8) VALUE "TRVL6053".
          05 FILLER               PIC X(8) VALUE "LODG6054".
          05 FILLER               PIC X(8) VALUE "SUPP6055".
          05 FILLER               PIC X(8) VALUE "OTHR6050".
       01 WS-REIMB-TYPE-TABLE REDEFINES WS-REIMB-TYPE-VALUES.
          05 WS-REIMB-TYPE-ENTRY OCCURS 6 TIMES.
             10 WS-REIMB-TYPE      PIC X(4).
             10 WS-REIMB-ACCOUNT   PIC X(4).
       01 WS-REIMB-TOTALS.
          05 WS-REIMB-TYPE-TOTAL   PIC S9(9)V99 OCCURS 6 TIMES.
       01 WS-STUB-REIMB-LINE.
          05 FILLER               PIC X(25) VALUE
             "Expense reimbursement:  ".
          05 WS-STUB-REIMB-OUT     PIC Z,ZZZ,ZZ9.99-.
       01 WS-COMMISSION-PAYOUT-STATUS PIC X(2) VALUE "00".
       01 WS-COMMISSIONS-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-COMMISSIONS-AVAILABLE VALUE "Y".
       01 WS-COMMISSION-EOF-SW     PIC X(1) VALUE "N".
          88 WS-COMMISSION-EOF     VALUE "Y".
       01 WS-COMMISSION-PAY        PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-COMMISSION-PAY  PIC S9(9)V99 VALUE 0.
       01 WS-STUB-COMMISSION-LINE.
          05 FILLER               PIC X(25) VALUE
             "Commission earnings:    ".
          05 WS-STUB-COMMISSION-OUT PIC Z,ZZZ,ZZ9.99-.
       01 WS-EMPLOYEE-CHARGE-STATUS PIC X(2) VALUE "00".
       01 WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-PURCHASE-TRANS-STATUS PIC X(2) VALUE "00".
       01 WS-INVOICE-CONTROL-STATUS PIC X(2) VALUE "00".
       01 WS-AR-OPEN-STATUS        PIC X(2) VALUE "00".
       01 WS-AR-OPEN-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-AR-OPEN-AVAILABLE  VALUE "Y".
       01 WS-AR-CUSTOMER-ID        PIC 9(5) VALUE 0.
       01 WS-AR-INVOICE-NUMBER     PIC 9(9) VALUE 0.
       01 WS-AR-ITEM-DATE          PIC 9(8) VALUE 0.
       01 WS-AR-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AR-SOURCE-TYPE        PIC X(1).
       01 WS-AR-COMPANY            PIC X(3) VALUE SPACES.
       01 WS-AR-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-DATE      PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-PCT       PIC 9V99 VALUE 0.
       01 WS-CHARGES-AVAILABLE-SW  PIC X(1) VALUE "N".
          88 WS-CHARGES-AVAILABLE  VALUE "Y".
       01 WS-CHARGE-FOUND-SW       PIC X(1) VALUE "N".
          88 WS-CHARGE-FOUND       VALUE "Y".
       01 WS-CHARGE-AR-EOF-SW      PIC X(1) VALUE "N".
          88 WS-CHARGE-AR-EOF      VALUE "Y".
       01 WS-CHARGE-REMAINING      PIC S9(7)V99 VALUE 0.
       01 WS-CHARGE-APPLY-AMOUNT   PIC S9(7)V99 VALUE 0.
       01 WS-CHARGE-APPLY-INVOICE  PIC 9(9) VALUE 0.
       01 WS-CHARGE-PAYMENT-NUMBER PIC 9(9) VALUE 0.
       01 WS-TOTAL-CHARGE-REPAID   PIC S9(9)V99 VALUE 0.
       01 WS-CHARGE-AMOUNT-OUT     PIC Z,ZZZ,ZZ9.99-.
       01 WS-CHARGE-OPEN-TABLE.
          05 WS-CHARGE-OPEN-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-CHARGE-OPEN-IDX.
             10 WS-CHARGE-OPEN-INVOICE PIC 9(9).
             10 WS-CHARGE-OPEN-AMOUNT  PIC S9(9)V99.
       01 WS-CHARGE-OPEN-COUNT     PIC 9(2) VALUE 0.
       01 WS-CHARGE-EOF-SW         PIC X(1) VALUE "N".
          88 WS-CHARGE-EOF         VALUE "Y".
       01 WS-CHARGE-REVERSED-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-CHARGE-REV-COUNT      PIC 9(3) VALUE 0.
       01 WS-CHARGE-REV-TABLE.
          05 WS-CHARGE-REV-ENTRY OCCURS 60 TIMES
                                  INDEXED BY WS-CHARGE-REV-IDX.
             10 WS-CHARGE-REV-INVOICE  PIC 9(9).
             10 WS-CHARGE-REV-AMOUNT   PIC S9(9)V99.
       01 WS-JOB-COST-STATUS       PIC X(2) VALUE "00".
       01 WS-JOB-COST-AVAILABLE-SW PIC X(1) VALUE "N".
          88 WS-JOB-COST-AVAILABLE VALUE "Y".
       01 WS-DIRDEP-HLD-FN            PIC X(12) VALUE "DIRDEP.HLD".
       01 WS-DIRDEP-DAT-FN            PIC X(12) VALUE "DIRDEP.DAT".
       01 WS-RATEAUD-FN               PIC X(12) VALUE "RATEAUD.DAT".
       01 WS-RATESTG-FN               PIC X(12) VALUE "RATESTG.DAT".
       01 WS-REPORTGN-FN              PIC X(12) VALUE "REPORTGN.DAT".
       01 WS-PAYCHECK-FN              PIC X(12) VALUE "PAYCHECK.PRT".
       01 WS-DEDREMIT-FN              PIC X(12) VALUE "DEDREMIT.PRT".
       01 WS-PAYCHKPT-FN              PIC X(12) VALUE "PAYCHKPT.DAT".
       01 WS-RETROPAY-FN              PIC X(12) VALUE "RETROPAY.DAT".
       01 WS-EMPLOAN-FN               PIC X(12) VALUE "EMPLOAN.DAT".
       01 WS-EXPCLAIM-FN              PIC X(12) VALUE "EXPCLAIM.DAT".
       01 WS-COMMPAY-FN               PIC X(12) VALUE "COMMPAY.DAT".
       01 WS-EMPASSGN-FN              PIC X(12) VALUE "EMPASSGN.DAT".
       01 WS-RETMATCH-FN              PIC X(12) VALUE "RETMATCH.DAT".
       01 WS-PTOACCR-FN               PIC X(12) VALUE "PTOACCR.DAT".
       01 WS-EMPBANK-FN               PIC X(12) VALUE "EMPBANK.DAT".
       01 WS-JOBCOST-FN               PIC X(12) VALUE "JOBCOST.DAT".
       01 WS-SUTAWAGE-FN              PIC X(12) VALUE "SUTAWAGE.DAT".
       01 WS-PTOREQ-FN                PIC X(12) VALUE "PTOREQ.DAT".
       01 WS-REMITDET-FN              PIC X(12) VALUE "REMITDET.DAT".
       01 WS-EMPCHG-FN                PIC X(12) VALUE "EMPCHG.DAT".
       01 WS-CUSTMAST-FN              PIC X(12) VALUE "CUSTMAST.DAT".
       01 WS-AROPEN-FN                PIC X(12) VALUE "AROPEN.DAT".
       01 WS-PURCTRAN-FN              PIC X(12) VALUE "PURCTRAN.DAT".
       01 WS-INVCTL-FN                PIC X(12) VALUE "INVCTL.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.
          OPEN OUTPUT PAY-EXCEPTION-FILE.
          OPEN OUTPUT DIRECT-DEPOSIT-FILE.
          OPEN OUTPUT RATE-AUDIT-FILE.
          OPEN I-O STAGED-RATE-FILE.
          IF WS-STAGED-RATE-STATUS = "35"
              OPEN OUTPUT STAGED-RATE-FILE
              CLOSE STAGED-RATE-FILE
              OPEN I-O STAGED-RATE-FILE
          END-IF.
          IF WS-STAGED-RATE-STATUS = "00"
              MOVE "Y" TO WS-STAGED-RATES-AVAILABLE-SW
          END-IF.
          OPEN EXTEND GL-INTERFACE-FILE.
          PERFORM ACQUIRE-GL-BATCH-NUMBER.
          OPEN INPUT GL-ACCOUNT-MAP-FILE.
          IF WS-DEDUCTION-MASTER-STATUS = "00"
              MOVE "Y" TO WS-DEDUCTIONS-AVAILABLE-SW
          END-IF.
          PERFORM OPEN-RETIREMENT-MATCH.
          OPEN I-O PTO-ACCRUAL-FILE.
          IF WS-PTO-ACCRUAL-STATUS = "00"
              MOVE "Y" TO WS-PTO-ACCRUAL-AVAILABLE-SW
          END-IF.
          OPEN EXTEND CHECK-REGISTER-FILE.
          OPEN OUTPUT PAYCHECK-PRINT-FILE.
          PERFORM STAMP-TRAINING-BANNERS.
          IF WS-EMPLOYEE-LOAN-STATUS = "00"
              MOVE "Y" TO WS-LOANS-AVAILABLE-SW
          END-IF.
          INITIALIZE WS-REIMB-TOTALS.
          OPEN I-O EXPENSE-CLAIM-FILE.
          IF WS-EXPENSE-CLAIM-STATUS = "00"
              MOVE "Y" TO WS-CLAIMS-AVAILABLE-SW
          END-IF.
          OPEN I-O COMMISSION-PAYOUT-FILE.
          IF WS-COMMISSION-PAYOUT-STATUS = "00"
              MOVE "Y" TO WS-COMMISSIONS-AVAILABLE-SW
          END-IF.
          PERFORM OPEN-CHARGE-REPAYMENT-FILES.
          OPEN I-O JOB-COST-FILE.
          IF WS-JOB-COST-STATUS = "35"
              OPEN OUTPUT JOB-COST-FILE
          IF WS-JOB-COST-STATUS = "00"
              MOVE "Y" TO WS-JOB-COST-AVAILABLE-SW
          END-IF.
          OPEN INPUT EMPLOYEE-ASSIGNMENT-FILE.
          IF WS-EMPLOYEE-ASSIGNMENT-STATUS = "00"
              MOVE "Y" TO WS-ASSIGNMENTS-AVAILABLE-SW
          END-IF.
          OPEN INPUT LABOR-DIST-FILE.
          IF WS-LABOR-DIST-STATUS = "00"
              MOVE "Y" TO WS-LABOR-DIST-AVAILABLE-SW
                  IF NOT WS-FINAL-PAY AND NOT WS-RUN-SUPPLEMENTAL
                      PERFORM MAINTAIN-PAY-RATE
                  END-IF
                  MOVE 0 TO WS-ASSIGN-COUNT
                  IF WS-RUN-SUPPLEMENTAL
                      MOVE "S" TO WS-PAY-MODE
                      MOVE "N" TO WS-CLOCK-HOURS-FOUND-SW
                  ELSE
                      PERFORM LOAD-EMPLOYEE-ASSIGNMENTS
                      IF WS-ASSIGN-COUNT = 0
                          PERFORM ACCEPT-PAY-MODE
                      END-IF
                  END-IF
                  IF WS-ASSIGN-COUNT > 0
                      PERFORM PRICE-ASSIGNMENTS
                  ELSE
                      PERFORM ACCEPT-VALID-SALARY
                  END-IF
                  IF WS-FINAL-PAY
                      PERFORM PRORATE-FINAL-PAY
                  END-IF
                      MOVE "Y" TO WS-SUPERVISOR-APPROVED-SW
                  END-IF
                  IF WS-EXCEPTION-CONFIRMED AND WS-SUPERVISOR-APPROVED
                      PERFORM APPLY-APPROVED-COMMISSIONS
                      PERFORM COMPUTE-NET-PAY
                      IF NOT WS-RUN-SUPPLEMENTAL
                          PERFORM APPLY-RETRO-PAY
                      END-IF
                      IF WS-FINAL-PAY
                          PERFORM ACCELERATE-CHARGE-REPAYMENT
                      END-IF
                      PERFORM APPLY-VOLUNTARY-DEDUCTIONS
                      IF WS-FINAL-PAY
                          PERFORM REPORT-CHARGE-LEFT-AT-FINAL
                      END-IF
                      PERFORM APPLY-EMPLOYER-MATCH
                      PERFORM APPLY-LOAN-REPAYMENTS
                      PERFORM APPLY-EXPENSE-REIMBURSEMENTS
                      IF WS-RUN-SUPPLEMENTAL
                          CONTINUE
                      ELSE
                          PERFORM UPDATE-PTO-BALANCE
                      ELSE
                          PERFORM WRITE-PTO-PAYOUT-LEDGER
                          PERFORM RELEASE-PTO-ACCRUAL
                      END-IF
                      END-IF
                      IF WS-CLOCK-HOURS-FOUND
                          PERFORM MARK-CLOCK-HOURS-USED
                      END-IF
                      PERFORM UPDATE-YTD-ACCUMULATORS
                      IF WS-ASSIGN-COUNT > 0
                          PERFORM SHARE-GROSS-ACROSS-ASSIGNMENTS
                      END-IF
                      PERFORM WRITE-PAY-HISTORY
                      PERFORM WRITE-PAY-STUB
                      PERFORM UPDATE-DEPARTMENT-ROLLUP
          CLOSE DEPT-ROLLUP-FILE.
          CLOSE PAY-EXCEPTION-FILE.
          CLOSE RATE-AUDIT-FILE.
          IF WS-STAGED-RATES-AVAILABLE
              CLOSE STAGED-RATE-FILE
          END-IF.
          CLOSE STATE-TAX-FILE.
          IF WS-LOCAL-TAX-AVAILABLE
              CLOSE LOCAL-TAX-FILE
          IF WS-LABOR-DIST-AVAILABLE
              CLOSE LABOR-DIST-FILE
          END-IF.
          IF WS-ASSIGNMENTS-AVAILABLE
              CLOSE EMPLOYEE-ASSIGNMENT-FILE
          END-IF.
          IF WS-JOB-COST-AVAILABLE
              CLOSE JOB-COST-FILE
          END-IF.
          IF WS-LOANS-AVAILABLE
              CLOSE EMPLOYEE-LOAN-FILE
          END-IF.
          IF WS-CLAIMS-AVAILABLE
              CLOSE EXPENSE-CLAIM-FILE
          END-IF.
          IF WS-COMMISSIONS-AVAILABLE
              CLOSE COMMISSION-PAYOUT-FILE
          END-IF.
          IF WS-CHARGES-AVAILABLE
              CLOSE EMPLOYEE-CHARGE-FILE
              CLOSE CUSTOMER-MASTER-FILE
              CLOSE PURCHASE-TRANS-FILE
              CLOSE INVOICE-CONTROL-FILE
              PERFORM CLOSE-AR-OPEN-ITEMS
          END-IF.
          IF WS-MATCH-AVAILABLE
              CLOSE RETIREMENT-MATCH-FILE
          END-IF.
          IF WS-PTO-ACCRUAL-AVAILABLE
              CLOSE PTO-ACCRUAL-FILE
          END-IF.
          IF WS-BANK-SPLITS-AVAILABLE
              CLOSE EMPLOYEE-BANK-FILE
          END-IF.
              MOVE WS-ROUND-RESULT TO AVERAGE-SALARY
              DISPLAY "Average salary: ", AVERAGE-SALARY
              DISPLAY "Total net pay: ", TOTAL-NET-PAY
              IF WS-TOTAL-COMMISSION-PAY NOT = 0
                  DISPLAY "Commissions paid: ", WS-TOTAL-COMMISSION-PAY
              END-IF
              IF WS-TOTAL-CHARGE-REPAID NOT = 0
                  DISPLAY "Employee charges repaid: ",
                          WS-TOTAL-CHARGE-REPAID
              END-IF
          ELSE
              DISPLAY "No data entered."
          END-IF.
          IF EMPLOYEE-COUNT > 0
              PERFORM MARK-PERIOD-COMPLETE
          END-IF.
      * The tax liability ledger is re-summed from pay history once
      * this run's rows are written, so the deposits it owes show
      * on the due report straight away.  Training runs write only
      * the .TRN history and leave the live ledger alone.
          IF (EMPLOYEE-COUNT > 0 OR WS-BACKOUT-COUNT > 0)
             AND NOT SL-TRAINING
              CALL "TaxLiability"
              CANCEL "TaxLiability"
          END-IF.
          PERFORM POST-FILE-CONTROL-UPDATES.
          PERFORM RELEASE-SESSION-LOCK.
          GOBACK.
               MOVE "DIRDEPH.TRN" TO WS-DIRDEP-HLD-FN
               MOVE "DIRDEPD.TRN" TO WS-DIRDEP-DAT-FN
               MOVE "RATEAUD.TRN" TO WS-RATEAUD-FN
               MOVE "RATESTG.TRN" TO WS-RATESTG-FN
               MOVE "REPORTGN.TRN" TO WS-REPORTGN-FN
               MOVE "PAYCHECK.TRP" TO WS-PAYCHECK-FN
               MOVE "DEDREMIT.TRP" TO WS-DEDREMIT-FN
               MOVE "SUTAWAGE.TRN" TO WS-SUTAWAGE-FN
               MOVE "PTOREQ.TRN" TO WS-PTOREQ-FN
               MOVE "REMITDET.TRN" TO WS-REMITDET-FN
               MOVE "EXPCLAIM.TRN" TO WS-EXPCLAIM-FN
               MOVE "COMMPAY.TRN" TO WS-COMMPAY-FN
               MOVE "RETMATCH.TRN" TO WS-RETMATCH-FN
               MOVE "PTOACCR.TRN" TO WS-PTOACCR-FN
               MOVE "EMPASSGN.TRN" TO WS-EMPASSGN-FN
               MOVE "EMPCHG.TRN" TO WS-EMPCHG-FN
               MOVE "CUSTMAST.TRN" TO WS-CUSTMAST-FN
               MOVE "AROPEN.TRN" TO WS-AROPEN-FN
               MOVE "PURCTRAN.TRN" TO WS-PURCTRAN-FN
               MOVE "INVCTL.TRN" TO WS-INVCTL-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"

       COPY APPROVAL.

       COPY TAXCALC.

       COPY DEDCALC.

      * One run pays one group: weekly staff on the weekly cycle,
      * monthly staff on theirs, each with its own period number
      * from the run-control record.  Employees with no group code
           MOVE "DIRDEP" TO WS-FC-FILE-NAME
           MOVE WS-DIRDEP-DELTA-COUNT  TO WS-FC-DELTA-COUNT
           MOVE WS-DIRDEP-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
           PERFORM SET-FILE-CONTROL
           IF WS-PURCTRAN-DELTA-COUNT > 0
               MOVE "PURCTRAN" TO WS-FC-FILE-NAME
               MOVE WS-PURCTRAN-DELTA-COUNT  TO WS-FC-DELTA-COUNT
               MOVE WS-PURCTRAN-DELTA-AMOUNT TO WS-FC-DELTA-AMOUNT
               PERFORM ADD-TO-FILE-CONTROL
           END-IF.

      * A period/group that has already completed will not run
      * again on its own: a supervisor must approve the rerun, and
       BACK-OUT-PRIOR-RUN.
           MOVE 0 TO WS-BACKOUT-COUNT
           MOVE "Y" TO WS-BACKOUT-OK-SW
           OPEN I-O RETIREMENT-MATCH-FILE
           OPEN I-O PAY-HISTORY-REVIEW-FILE
           IF WS-PAY-HIST-REVIEW-STATUS NOT = "00"
               DISPLAY "Pay history file could not be opened for "
               CLOSE PAY-HISTORY-REVIEW-FILE
               MOVE "00" TO WS-PAY-HIST-REVIEW-STATUS
           END-IF
           IF WS-RETIREMENT-MATCH-STATUS = "00"
               CLOSE RETIREMENT-MATCH-FILE
           END-IF
           IF WS-BACKOUT-OK
               PERFORM REOPEN-REIMBURSED-CLAIMS
               PERFORM REOPEN-PAID-COMMISSIONS
               PERFORM REVERSE-CHARGE-REPAYMENTS
           END-IF
           DISPLAY "Prior run backed out of " WS-BACKOUT-COUNT
                   " employee YTD records.".

                       SUBTRACT PV-FICA-TAX FROM EM-YTD-TAX
                       SUBTRACT PV-NET-PAY FROM EM-YTD-NET
                       REWRITE EMPLOYEE-MASTER-RECORD
                       IF WS-RETIREMENT-MATCH-STATUS = "00"
                           PERFORM BACK-OUT-RETIREMENT-MATCH
                       END-IF
                       MOVE "Y" TO PV-BACKED-OUT-SW
                       REWRITE PAY-HISTORY-REVIEW-RECORD
                       ADD 1 TO WS-BACKOUT-COUNT
                   END-IF
           END-READ.

      * The backed-out pay leaves the match year-to-date too, so
      * the rerun and the year-end true-up start from the truth.
       BACK-OUT-RETIREMENT-MATCH.
           MOVE PV-EMPLOYEE-ID    TO RM-EMPLOYEE-ID
           MOVE PV-RUN-DATE (1:4) TO RM-PLAN-YEAR
           READ RETIREMENT-MATCH-FILE
               KEY IS RM-MATCH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT PV-GROSS-PAY FROM RM-YTD-PAY
                   SUBTRACT PV-RETIREMENT-DEFERRAL FROM RM-YTD-DEFERRAL
                   SUBTRACT PV-EMPLOYER-MATCH FROM RM-YTD-MATCH
                   REWRITE RETIREMENT-MATCH-RECORD
           END-READ.

       MARK-PERIOD-COMPLETE.
           IF WS-RUN-SUPPLEMENTAL
               EXIT PARAGRAPH
                             ==:LABEL:==     BY =="SALARY"==.
           END-PERFORM.

      * An employee holding more than one position at once is paid
      * under the one ID: every active assignment is loaded here
      * with its own rate, mode, department and comp class (blank
      * department or class falls back to the master's), so the
      * combined gross is taxed once against one wage base.
       LOAD-EMPLOYEE-ASSIGNMENTS.
           MOVE 0 TO WS-ASSIGN-COUNT
           IF NOT WS-ASSIGNMENTS-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ASSIGN-EOF-SW
           MOVE EMPLOYEE-ID TO EA-EMPLOYEE-ID
           MOVE 0 TO EA-ASSIGNMENT-NUMBER
           START EMPLOYEE-ASSIGNMENT-FILE KEY IS NOT LESS THAN
                 EA-ASSIGNMENT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ASSIGN-EOF-SW
           END-START
           PERFORM UNTIL WS-ASSIGN-EOF
               READ EMPLOYEE-ASSIGNMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ASSIGN-EOF-SW
                   NOT AT END
                       IF EA-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           MOVE "Y" TO WS-ASSIGN-EOF-SW
                       ELSE
                           IF EA-ACTIVE
                               PERFORM ADD-ASSIGNMENT-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ASSIGNMENT-ENTRY.
           IF WS-ASSIGN-COUNT = 5
               DISPLAY "More than 5 active assignments for employee "
                       EMPLOYEE-ID " - assignment "
                       EA-ASSIGNMENT-NUMBER " not paid this run."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ASSIGN-COUNT
           SET WS-ASSIGN-IDX TO WS-ASSIGN-COUNT
           MOVE EA-ASSIGNMENT-NUMBER TO WS-ASG-NUMBER (WS-ASSIGN-IDX)
           MOVE EA-DESCRIPTION TO WS-ASG-DESCRIPTION (WS-ASSIGN-IDX)
           MOVE EA-PAY-MODE    TO WS-ASG-PAY-MODE (WS-ASSIGN-IDX)
           MOVE EA-PAY-RATE    TO WS-ASG-RATE (WS-ASSIGN-IDX)
           IF EA-DEPARTMENT-CODE = SPACES
               MOVE EM-DEPARTMENT-CODE
                   TO WS-ASG-DEPARTMENT (WS-ASSIGN-IDX)
           ELSE
               MOVE EA-DEPARTMENT-CODE
                   TO WS-ASG-DEPARTMENT (WS-ASSIGN-IDX)
           END-IF
           IF EA-COMP-CLASS = SPACES
               MOVE EM-COMP-CLASS TO WS-ASG-COMP-CLASS (WS-ASSIGN-IDX)
           ELSE
               MOVE EA-COMP-CLASS TO WS-ASG-COMP-CLASS (WS-ASSIGN-IDX)
           END-IF
           MOVE 0 TO WS-ASG-HOURS (WS-ASSIGN-IDX)
           MOVE 0 TO WS-ASG-EARNED (WS-ASSIGN-IDX)
           MOVE 0 TO WS-ASG-GROSS (WS-ASSIGN-IDX).

      * Each assignment is priced at its own rate and the pieces
      * add to the period gross.  Imported clock hours belong to
      * the first hourly assignment (the clock knows only the
      * employee); hours on any other hourly assignment are keyed.
      * Overtime is on the combined hours across assignments - the
      * hours past 40 are paid at time and a half of the rate of
      * the assignment they fall in.
       PRICE-ASSIGNMENTS.
           MOVE "N" TO WS-SALARY-VALID-SW
           PERFORM UNTIL WS-SALARY-VALID
               MOVE 0 TO WS-SHIFT-PREMIUM
               MOVE 0 TO SALARY
               MOVE 0 TO WS-ASSIGN-HOURS-SO-FAR
               MOVE "N" TO WS-CLOCK-HOURS-FOUND-SW
               MOVE "N" TO WS-ASSIGN-CLOCK-TRIED-SW
               MOVE "S" TO WS-PAY-MODE
               PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                       UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                   PERFORM PRICE-ONE-ASSIGNMENT
                   ADD WS-ASG-EARNED (WS-ASSIGN-IDX) TO SALARY
               END-PERFORM
               MOVE WS-ASSIGN-HOURS-SO-FAR TO WS-HOURS-WORKED
               COMPUTE WS-ASSIGN-PRICED-TOTAL =
                   SALARY - WS-SHIFT-PREMIUM
               DISPLAY "Combined gross over " WS-ASSIGN-COUNT
                       " assignments: " SALARY
               COPY EDTAMT
                   REPLACING ==:AMOUNT:==    BY ==SALARY==
                             ==:VALID-SW:==  BY ==WS-SALARY-VALID-SW==
                             ==:LABEL:==     BY =="SALARY"==.
           END-PERFORM.

       PRICE-ONE-ASSIGNMENT.
           MOVE 0 TO WS-ASG-HOURS (WS-ASSIGN-IDX)
           IF WS-ASG-PAY-MODE (WS-ASSIGN-IDX) NOT = "H"
               MOVE WS-ASG-RATE (WS-ASSIGN-IDX)
                   TO WS-ASG-EARNED (WS-ASSIGN-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO WS-PAY-MODE
           MOVE "N" TO WS-ASSIGN-CLOCK-HERE-SW
           IF NOT WS-ASSIGN-CLOCK-TRIED
               MOVE "Y" TO WS-ASSIGN-CLOCK-TRIED-SW
               PERFORM GET-CLOCK-HOURS
               MOVE WS-CLOCK-HOURS-FOUND-SW TO WS-ASSIGN-CLOCK-HERE-SW
           END-IF
           IF NOT WS-ASSIGN-CLOCK-HERE
               DISPLAY "Hours worked on assignment "
                       WS-ASG-NUMBER (WS-ASSIGN-IDX) " "
                       WS-ASG-DESCRIPTION (WS-ASSIGN-IDX)
                       " (3 digits, 2 decimals): "
               ACCEPT WS-HOURS-WORKED
           END-IF
           MOVE WS-HOURS-WORKED TO WS-ASG-HOURS (WS-ASSIGN-IDX)
           MOVE WS-ASG-RATE (WS-ASSIGN-IDX) TO WS-HOURLY-RATE
           IF WS-ASSIGN-HOURS-SO-FAR NOT < 40
               MOVE 0 TO WS-REGULAR-HOURS
           ELSE
               IF WS-ASSIGN-HOURS-SO-FAR + WS-HOURS-WORKED > 40
                   COMPUTE WS-REGULAR-HOURS =
                       40 - WS-ASSIGN-HOURS-SO-FAR
               ELSE
                   MOVE WS-HOURS-WORKED TO WS-REGULAR-HOURS
               END-IF
           END-IF
           COMPUTE WS-OVERTIME-HOURS =
               WS-HOURS-WORKED - WS-REGULAR-HOURS
           ADD WS-HOURS-WORKED TO WS-ASSIGN-HOURS-SO-FAR
           COMPUTE WS-ROUND-RAW = WS-REGULAR-HOURS * WS-HOURLY-RATE
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-REGULAR-PAY
           COMPUTE WS-ROUND-RAW =
               WS-OVERTIME-HOURS * WS-HOURLY-RATE * 1.5
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-OVERTIME-PAY
           COMPUTE WS-ASG-EARNED (WS-ASSIGN-IDX) =
               WS-REGULAR-PAY + WS-OVERTIME-PAY
           IF WS-ASSIGN-CLOCK-HERE AND WS-SHIFT-DIFF-AVAILABLE
               PERFORM APPLY-SHIFT-DIFFERENTIAL
           END-IF.

      * Once the gross is final - after proration, retro pay and
      * the shift premium - it is shared back across the
      * assignments in proportion to what each earned, the last
      * taking the rounding remainder, so labor distribution,
      * workers' comp and the history re-add to the whole gross.
       SHARE-GROSS-ACROSS-ASSIGNMENTS.
           MOVE SALARY TO WS-ALLOC-GROSS-LEFT
           PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                   UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
               IF WS-ASSIGN-IDX = WS-ASSIGN-COUNT
                   MOVE WS-ALLOC-GROSS-LEFT
                       TO WS-ASG-GROSS (WS-ASSIGN-IDX)
               ELSE
                   IF WS-ASSIGN-PRICED-TOTAL = 0
                       MOVE 0 TO WS-ROUND-RESULT
                   ELSE
                       COMPUTE WS-ROUND-RAW =
                           SALARY * WS-ASG-EARNED (WS-ASSIGN-IDX)
                           / WS-ASSIGN-PRICED-TOTAL
                       PERFORM APPLY-ROUNDING-MODE
                   END-IF
                   MOVE WS-ROUND-RESULT TO WS-ASG-GROSS (WS-ASSIGN-IDX)
                   SUBTRACT WS-ROUND-RESULT FROM WS-ALLOC-GROSS-LEFT
               END-IF
           END-PERFORM.

      * A supplemental amount is keyed outright, or back-computed
      * from a target net ("the employee receives exactly 500"):
      * the gross-up iterates the full gross-to-net a few passes,
               PERFORM WRITE-PTO-LEDGER
           END-IF.

      * A final pay cashes the PTO balance out as wages, so the
      * month-end accrual held for it is released at once rather
      * than left on the books until the next valuation: accrued
      * PTO against PTO expense, in the department it was accrued.
       RELEASE-PTO-ACCRUAL.
           IF NOT WS-PTO-ACCRUAL-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE EMPLOYEE-ID TO PA-EMPLOYEE-ID
           READ PTO-ACCRUAL-FILE
               KEY IS PA-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PA-ACCRUED-AMOUNT NOT = 0
               MOVE PA-DEPARTMENT-CODE TO WS-GL-POST-DEPT
               MOVE "2190" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE PA-ACCRUED-AMOUNT TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE "6060" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE PA-ACCRUED-AMOUNT TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE SPACES TO WS-GL-POST-DEPT
               MOVE PA-ACCRUED-AMOUNT TO PA-RELEASED-AMOUNT
               MOVE WS-TODAY-DATE     TO PA-RELEASED-DATE
               MOVE 0 TO PA-ACCRUED-AMOUNT
               MOVE 0 TO PA-HOURS
               REWRITE PTO-ACCRUAL-RECORD
               DISPLAY "PTO accrual of " PA-RELEASED-AMOUNT
                       " released for employee " EMPLOYEE-ID "."
           END-IF.

       MARK-CLOCK-HOURS-USED.
           MOVE EMPLOYEE-ID TO TS-EMPLOYEE-ID
           READ TIME-SUMMARY-FILE
           MOVE WS-ROUND-RESULT TO WS-OVERTIME-PAY
           COMPUTE SALARY = WS-REGULAR-PAY + WS-OVERTIME-PAY.

      * Staged changes whose effective date has arrived go onto the
      * master first, each with its own rate audit record, so a
      * merit increase approved weeks ahead lands the same way as a
      * rate keyed here today.  A keyed change dated in the future
      * is staged rather than applied, and waits for its date.
       MAINTAIN-PAY-RATE.
           PERFORM APPLY-DUE-STAGED-RATES
           DISPLAY "Change pay rate for employee " EMPLOYEE-ID
                   "? (Y/N): "
           ACCEPT WS-RATE-CHANGE-ANSWER
               END-IF
               DISPLAY "Approved by (operator ID): "
               ACCEPT WS-APPROVED-BY
           END-IF
           IF WS-RATE-CHANGE-REQUESTED
              AND WS-RATE-EFFECTIVE-DATE > WS-TODAY-DATE
              AND WS-STAGED-RATES-AVAILABLE
               PERFORM STAGE-KEYED-RATE-CHANGE
           ELSE
           IF WS-RATE-CHANGE-REQUESTED
               MOVE EMPLOYEE-ID   TO RA-EMPLOYEE-ID
               MOVE EM-PAY-RATE   TO RA-OLD-RATE
               MOVE WS-NEW-PAY-RATE TO RA-NEW-RATE
               END-IF
               MOVE WS-NEW-PAY-RATE TO EM-PAY-RATE
               REWRITE EMPLOYEE-MASTER-RECORD
           END-IF
           END-IF.

       STAGE-KEYED-RATE-CHANGE.
           INITIALIZE STAGED-RATE-RECORD
           MOVE EMPLOYEE-ID            TO SR-EMPLOYEE-ID
           MOVE WS-RATE-EFFECTIVE-DATE TO SR-EFFECTIVE-DATE
           MOVE EM-PAY-RATE            TO SR-OLD-RATE
           MOVE WS-NEW-PAY-RATE        TO SR-NEW-RATE
           MOVE "K"                    TO SR-SOURCE
           MOVE WS-TODAY-DATE          TO SR-STAGED-DATE
           MOVE WS-APPROVED-BY         TO SR-APPROVED-BY
           MOVE "P"                    TO SR-STATUS
           WRITE STAGED-RATE-RECORD
               INVALID KEY
                   REWRITE STAGED-RATE-RECORD
           END-WRITE
           DISPLAY "Rate change staged - takes effect "
                   WS-RATE-EFFECTIVE-DATE ".".

       APPLY-DUE-STAGED-RATES.
           IF WS-STAGED-RATES-AVAILABLE
               MOVE "N" TO WS-STAGED-RATE-EOF-SW
               MOVE EMPLOYEE-ID TO SR-EMPLOYEE-ID
               MOVE 0 TO SR-EFFECTIVE-DATE
               START STAGED-RATE-FILE KEY IS NOT LESS THAN
                     SR-STAGED-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-STAGED-RATE-EOF-SW
               END-START
               PERFORM UNTIL WS-STAGED-RATE-EOF
                   READ STAGED-RATE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-STAGED-RATE-EOF-SW
                       NOT AT END
                           IF SR-EMPLOYEE-ID NOT = EMPLOYEE-ID
                              OR SR-EFFECTIVE-DATE > WS-TODAY-DATE
                               MOVE "Y" TO WS-STAGED-RATE-EOF-SW
                           ELSE
                               IF SR-PENDING
                                   PERFORM APPLY-ONE-STAGED-RATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       APPLY-ONE-STAGED-RATE.
           MOVE EMPLOYEE-ID       TO RA-EMPLOYEE-ID
           MOVE EM-PAY-RATE       TO RA-OLD-RATE
           MOVE SR-NEW-RATE       TO RA-NEW-RATE
           MOVE WS-TODAY-DATE     TO RA-CHANGE-DATE
           MOVE SR-EFFECTIVE-DATE TO RA-EFFECTIVE-DATE
           MOVE SR-APPROVED-BY    TO RA-APPROVED-BY
           WRITE RATE-AUDIT-RECORD
           ADD 1 TO WS-RATEAUD-DELTA-COUNT
           ADD RA-NEW-RATE TO WS-RATEAUD-DELTA-AMOUNT
           DISPLAY "Staged rate change effective " SR-EFFECTIVE-DATE
                   " applied: " RA-OLD-RATE " to " RA-NEW-RATE "."
           IF SR-EFFECTIVE-DATE < WS-TODAY-DATE
               DISPLAY "Rate change is retroactive - run the "
                       "retro pay job to compute back pay."
           END-IF
           MOVE SR-NEW-RATE TO EM-PAY-RATE
           REWRITE EMPLOYEE-MASTER-RECORD
           MOVE "A" TO SR-STATUS
           MOVE WS-TODAY-DATE TO SR-APPLIED-DATE
           REWRITE STAGED-RATE-RECORD.

      * An employee without bank details on file gets a printed
      * paycheck instead of a zero-filled deposit record going to
      * the bank.
           MOVE WS-PAY-EXCEPTION-REPORT-LINE TO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE.

      * A pending retro adjustment computed by the retro pay job is
      * paid out on top of the period's pay, taxed separately at
      * the flat federal rate, and shown as its own stub line.
                       "for employee " EMPLOYEE-ID "."
           END-IF.

      * A garnishment the disposable-earnings cap held back goes
      * on the pay exception report as well as the console.
       REPORT-GARNISH-SHORTFALL.
           MOVE EMPLOYEE-ID TO WS-GARN-EMP-ID-OUT
           MOVE WS-EMP-DED-CODE (WS-EMP-DED-IDX) TO WS-GARN-CODE-OUT
           MOVE WS-GARNISH-SHORT TO WS-GARN-SHORT-OUT
           MOVE WS-GARN-SHORT-LINE TO PAY-EXCEPTION-LINE
           WRITE PAY-EXCEPTION-LINE
           DISPLAY "Garnishment " WS-EMP-DED-CODE (WS-EMP-DED-IDX)
                   " limited by the disposable-earnings cap - "
                   WS-GARNISH-SHORT " not taken.".

       UPDATE-DEDUCTION-YTD.
           MOVE EMPLOYEE-ID TO DM-EMPLOYEE-ID

      * Every withheld deduction leaves a detail row for the
      * remittance run, which pays the payee and lists exactly
      * these employees and amounts on the advice - except an
      * employee charge repayment, which has no payee: it is paid
      * to the employee's own customer account instead.
       WRITE-REMIT-DETAIL.
           IF WS-EMP-DED-CODE (WS-EMP-DED-IDX) = "ECHG"
               PERFORM POST-CHARGE-REPAYMENT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REMIT-DETAIL-RECORD
           MOVE WS-EMP-DED-CODE (WS-EMP-DED-IDX)
               TO DR-DEDUCTION-CODE
               END-IF
           END-IF.

      * The employer match is on only when the plan parameters
      * are on file with a match percent; the year-to-date file is
      * created the first time it is needed.
       OPEN-RETIREMENT-MATCH.
           MOVE "N" TO WS-MATCH-AVAILABLE-SW
           MOVE WS-TODAY-DATE (1:4) TO WS-MATCH-YEAR
           OPEN INPUT RETIREMENT-PLAN-FILE
           IF WS-RETIREMENT-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "1" TO RP-CONTROL-KEY
           READ RETIREMENT-PLAN-FILE
               KEY IS RP-CONTROL-KEY
               INVALID KEY
                   MOVE 0 TO RP-MATCH-PERCENT
           END-READ
           CLOSE RETIREMENT-PLAN-FILE
           IF RP-MATCH-PERCENT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RETIREMENT-MATCH-FILE
           IF WS-RETIREMENT-MATCH-STATUS = "35"
               OPEN OUTPUT RETIREMENT-MATCH-FILE
               CLOSE RETIREMENT-MATCH-FILE
               OPEN I-O RETIREMENT-MATCH-FILE
           END-IF
           IF WS-RETIREMENT-MATCH-STATUS = "00"
               MOVE "Y" TO WS-MATCH-AVAILABLE-SW
           END-IF.

      * The employer match is figured on what the employee actually
      * deferred this period under the plan's deferral codes -
      * matched at the plan percent, on deferrals up to the capped
      * percent of this period's pay.  It is employer cost, so net
      * pay is untouched; the match goes to the plan with the
      * employee deferrals through the remittance detail, and the
      * pay, deferral and match roll into the year-to-date record
      * the year-end true-up works from.
       APPLY-EMPLOYER-MATCH.
           MOVE 0 TO WS-EMPLOYER-MATCH
           MOVE 0 TO WS-MATCH-DEFERRAL
           IF NOT WS-MATCH-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EMP-DED-IDX FROM 1 BY 1
                   UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT
               PERFORM VARYING WS-MATCH-CODE-SUB FROM 1 BY 1
                       UNTIL WS-MATCH-CODE-SUB > 3
                   IF RP-DEFERRAL-CODE (WS-MATCH-CODE-SUB) NOT = SPACES
                      AND RP-DEFERRAL-CODE (WS-MATCH-CODE-SUB) =
                          WS-EMP-DED-CODE (WS-EMP-DED-IDX)
                       ADD WS-EMP-DED-TAKEN (WS-EMP-DED-IDX)
                           TO WS-MATCH-DEFERRAL
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE WS-ROUND-RAW = SALARY * RP-PAY-CAP-PERCENT / 100
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-MATCH-PAY-CAP
           IF WS-MATCH-DEFERRAL < WS-MATCH-PAY-CAP
               COMPUTE WS-ROUND-RAW =
                   WS-MATCH-DEFERRAL * RP-MATCH-PERCENT / 100
           ELSE
               COMPUTE WS-ROUND-RAW =
                   WS-MATCH-PAY-CAP * RP-MATCH-PERCENT / 100
           END-IF
           PERFORM APPLY-ROUNDING-MODE
           MOVE WS-ROUND-RESULT TO WS-EMPLOYER-MATCH
           IF WS-EMPLOYER-MATCH < 0
               MOVE 0 TO WS-EMPLOYER-MATCH
           END-IF
           MOVE EMPLOYEE-ID   TO RM-EMPLOYEE-ID
           MOVE WS-MATCH-YEAR TO RM-PLAN-YEAR
           READ RETIREMENT-MATCH-FILE
               KEY IS RM-MATCH-KEY
               INVALID KEY
                   INITIALIZE RETIREMENT-MATCH-RECORD
                   MOVE EMPLOYEE-ID       TO RM-EMPLOYEE-ID
                   MOVE WS-MATCH-YEAR     TO RM-PLAN-YEAR
                   MOVE SALARY            TO RM-YTD-PAY
                   MOVE WS-MATCH-DEFERRAL TO RM-YTD-DEFERRAL
                   MOVE WS-EMPLOYER-MATCH TO RM-YTD-MATCH
                   WRITE RETIREMENT-MATCH-RECORD
               NOT INVALID KEY
                   ADD SALARY            TO RM-YTD-PAY
                   ADD WS-MATCH-DEFERRAL TO RM-YTD-DEFERRAL
                   ADD WS-EMPLOYER-MATCH TO RM-YTD-MATCH
                   REWRITE RETIREMENT-MATCH-RECORD
           END-READ
           IF WS-EMPLOYER-MATCH > 0
               ADD WS-EMPLOYER-MATCH TO WS-TOTAL-EMPLOYER-MATCH
               INITIALIZE REMIT-DETAIL-RECORD
               MOVE RP-MATCH-CODE     TO DR-DEDUCTION-CODE
               MOVE EMPLOYEE-ID       TO DR-EMPLOYEE-ID
               MOVE WS-TODAY-DATE     TO DR-RUN-DATE
               MOVE WS-EMPLOYER-MATCH TO DR-AMOUNT
               MOVE "N"               TO DR-REMITTED-SW
               MOVE 0                 TO DR-CHECK-NUMBER
               WRITE REMIT-DETAIL-RECORD
           END-IF.

       WRITE-DEDUCTION-REMITTANCE.
           MOVE WS-REMIT-HEADER TO DEDUCTION-REMIT-LINE
           WRITE DEDUCTION-REMIT-LINE
                   TO WS-REMIT-ARREARS-OUT
               MOVE WS-REMIT-LINE TO DEDUCTION-REMIT-LINE
               WRITE DEDUCTION-REMIT-LINE
           END-PERFORM
           IF WS-TOTAL-EMPLOYER-MATCH NOT = 0
               MOVE RP-MATCH-CODE           TO WS-REMIT-CODE-OUT
               MOVE WS-TOTAL-EMPLOYER-MATCH TO WS-REMIT-AMOUNT-OUT
               MOVE 0                       TO WS-REMIT-ARREARS-OUT
               MOVE WS-REMIT-LINE TO DEDUCTION-REMIT-LINE
               WRITE DEDUCTION-REMIT-LINE
           END-IF.

      * The accrual uses the department's rate (company default when
      * the department has no row), and every movement lands on the
      * rate (class default when the state has no row), and the
      * run posts one balanced expense/liability pair so the
      * policy audit reads off the ledger instead of a scramble.
      * Each concurrent assignment accrues at its own class rate
      * on its share of the gross; a single-position employee
      * accrues at the master's class on the whole gross.
       ACCRUE-WORK-COMP.
           MOVE 0 TO WS-COMP-ACCRUAL
           IF WS-ASSIGN-COUNT > 0
               PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                       UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                   MOVE WS-ASG-COMP-CLASS (WS-ASSIGN-IDX)
                       TO WS-COMP-CLASS-WANTED
                   MOVE WS-ASG-GROSS (WS-ASSIGN-IDX) TO WS-COMP-WAGES
                   PERFORM ACCRUE-COMP-ON-WAGES
               END-PERFORM
           ELSE
               MOVE EM-COMP-CLASS TO WS-COMP-CLASS-WANTED
               MOVE SALARY        TO WS-COMP-WAGES
               PERFORM ACCRUE-COMP-ON-WAGES
           END-IF.

       ACCRUE-COMP-ON-WAGES.
           IF WS-WORK-COMP-AVAILABLE
              AND WS-COMP-CLASS-WANTED NOT = SPACES
               MOVE WS-COMP-CLASS-WANTED TO WC-COMP-CLASS
               MOVE EM-WORK-STATE TO WC-STATE
               READ WORK-COMP-RATE-FILE
                   KEY IS WC-RATE-KEY
                   INVALID KEY
                       MOVE WS-COMP-CLASS-WANTED TO WC-COMP-CLASS
                       MOVE SPACES TO WC-STATE
                       READ WORK-COMP-RATE-FILE
                           KEY IS WC-RATE-KEY
               END-READ
               IF WC-RATE-PER-100 > 0
                   COMPUTE WS-ROUND-RAW =
                       WS-COMP-WAGES * WC-RATE-PER-100 / 100
                   PERFORM APPLY-ROUNDING-MODE
                   ADD WS-ROUND-RESULT TO WS-COMP-ACCRUAL
                   ADD WS-ROUND-RESULT TO WS-TOTAL-COMP-ACCRUAL
               END-IF
           END-IF.

           END-IF
           ADD LN-BALANCE TO WS-LOAN-BALANCE-LEFT.

      * Approved expense claims ride along with a regular pay as
      * a non-taxable reimbursement: added to net pay after every
      * tax, deduction and repayment is figured, so none of them
      * can touch it and it stays out of gross, FICA and W-2
      * wages.  Each claim is marked paid with this run's group
      * and period.  Supplemental runs leave claims for the next
      * regular pay.
       APPLY-EXPENSE-REIMBURSEMENTS.
           MOVE 0 TO WS-REIMBURSEMENT-AMOUNT
           IF WS-RUN-SUPPLEMENTAL OR NOT WS-CLAIMS-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CLAIM-EOF-SW
           MOVE EMPLOYEE-ID TO XC-EMPLOYEE-ID
           MOVE 0 TO XC-CLAIM-NUMBER
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN XC-CLAIM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLAIM-EOF-SW
           END-START
           PERFORM UNTIL WS-CLAIM-EOF
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLAIM-EOF-SW
                   NOT AT END
                       IF XC-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           MOVE "Y" TO WS-CLAIM-EOF-SW
                       ELSE
                           IF XC-APPROVED
                               PERFORM PAY-ONE-CLAIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REIMBURSEMENT-AMOUNT > 0
               ADD WS-REIMBURSEMENT-AMOUNT TO NET-PAY
               ADD WS-REIMBURSEMENT-AMOUNT TO WS-TOTAL-REIMBURSEMENT
               DISPLAY "Expense reimbursement of "
                       WS-REIMBURSEMENT-AMOUNT " added to net pay."
           END-IF.

       PAY-ONE-CLAIM.
           PERFORM VARYING WS-REIMB-SUB FROM 1 BY 1
                   UNTIL WS-REIMB-SUB > 5
                      OR WS-REIMB-TYPE (WS-REIMB-SUB) = XC-EXPENSE-TYPE
               CONTINUE
           END-PERFORM
           ADD XC-AMOUNT TO WS-REIMB-TYPE-TOTAL (WS-REIMB-SUB)
           ADD XC-AMOUNT TO WS-REIMBURSEMENT-AMOUNT
           MOVE "P"                  TO XC-STATUS
           MOVE WS-RUN-PAY-GROUP     TO XC-PAID-GROUP
           MOVE WS-RUN-PERIOD-NUMBER TO XC-PAID-PERIOD
           MOVE WS-TODAY-DATE        TO XC-PAID-DATE
           REWRITE EXPENSE-CLAIM-RECORD.

      * A rerun backs out the prior run's pay, so the claims that
      * pay carried go back to approved and pay again with it.
       REOPEN-REIMBURSED-CLAIMS.
           OPEN I-O EXPENSE-CLAIM-FILE
           IF WS-EXPENSE-CLAIM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CLAIM-EOF-SW
           MOVE LOW-VALUES TO XC-CLAIM-KEY
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN XC-CLAIM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLAIM-EOF-SW
           END-START
           PERFORM UNTIL WS-CLAIM-EOF
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLAIM-EOF-SW
                   NOT AT END
                       IF XC-PAID
                          AND XC-PAID-GROUP = WS-RUN-PAY-GROUP
                          AND XC-PAID-PERIOD = WS-RUN-PERIOD-NUMBER
                           MOVE "A" TO XC-STATUS
                           MOVE SPACE TO XC-PAID-GROUP
                           MOVE 0 TO XC-PAID-PERIOD
                           MOVE 0 TO XC-PAID-DATE
                           REWRITE EXPENSE-CLAIM-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPENSE-CLAIM-FILE.

      * Commissions a supervisor approved in CommissionCalc are
      * paid as an earning of the next regular pay: added to gross
      * before taxes are figured, so they are withheld on, carried
      * into YTD and W-2 wages and shown on the stub.  Each row is
      * marked paid with this run's group and period so it cannot
      * pay twice, and the commissions payable CommissionCalc
      * accrued is cleared against the wages expense the gross
      * carries, in the employee's department.  Supplemental runs
      * leave them for the next regular pay.
       APPLY-APPROVED-COMMISSIONS.
           MOVE 0 TO WS-COMMISSION-PAY
           IF WS-RUN-SUPPLEMENTAL OR NOT WS-COMMISSIONS-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-COMMISSION-EOF-SW
           MOVE EMPLOYEE-ID TO CP-EMPLOYEE-ID
           MOVE 0 TO CP-COMMISSION-MONTH
           MOVE LOW-VALUES TO CP-SALESPERSON-CODE
           START COMMISSION-PAYOUT-FILE
                 KEY IS NOT LESS THAN CP-PAYOUT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-COMMISSION-EOF-SW
           END-START
           PERFORM UNTIL WS-COMMISSION-EOF
               READ COMMISSION-PAYOUT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COMMISSION-EOF-SW
                   NOT AT END
                       IF CP-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           MOVE "Y" TO WS-COMMISSION-EOF-SW
                       ELSE
                           IF CP-APPROVED
                               PERFORM PAY-ONE-COMMISSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMMISSION-PAY NOT = 0
               ADD WS-COMMISSION-PAY TO SALARY
               ADD WS-COMMISSION-PAY TO WS-TOTAL-COMMISSION-PAY
               MOVE EM-DEPARTMENT-CODE TO WS-GL-POST-DEPT
               MOVE "2140" TO WS-GL-POST-ACCOUNT
               MOVE "D"    TO WS-GL-POST-SIDE
               MOVE WS-COMMISSION-PAY TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE "6000" TO WS-GL-POST-ACCOUNT
               MOVE "C"    TO WS-GL-POST-SIDE
               MOVE WS-COMMISSION-PAY TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
               MOVE SPACES TO WS-GL-POST-DEPT
               DISPLAY "Commission of " WS-COMMISSION-PAY
                       " added to gross pay."
           END-IF.

       PAY-ONE-COMMISSION.
           ADD CP-AMOUNT TO WS-COMMISSION-PAY
           MOVE "P"                  TO CP-STATUS
           MOVE WS-RUN-PAY-GROUP     TO CP-PAID-GROUP
           MOVE WS-RUN-PERIOD-NUMBER TO CP-PAID-PERIOD
           MOVE WS-TODAY-DATE        TO CP-PAID-DATE
           REWRITE COMMISSION-PAYOUT-RECORD.

      * A rerun backs out the prior run's pay, commission included,
      * so the commissions it paid go back to approved and pay
      * again with it.
       REOPEN-PAID-COMMISSIONS.
           OPEN I-O COMMISSION-PAYOUT-FILE
           IF WS-COMMISSION-PAYOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-COMMISSION-EOF-SW
           MOVE LOW-VALUES TO CP-PAYOUT-KEY
           START COMMISSION-PAYOUT-FILE
                 KEY IS NOT LESS THAN CP-PAYOUT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-COMMISSION-EOF-SW
           END-START
           PERFORM UNTIL WS-COMMISSION-EOF
               READ COMMISSION-PAYOUT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COMMISSION-EOF-SW
                   NOT AT END
                       IF CP-PAID
                          AND CP-PAID-GROUP = WS-RUN-PAY-GROUP
                          AND CP-PAID-PERIOD = WS-RUN-PERIOD-NUMBER
                           MOVE "A" TO CP-STATUS
                           MOVE SPACE TO CP-PAID-GROUP
                           MOVE 0 TO CP-PAID-PERIOD
                           MOVE 0 TO CP-PAID-DATE
                           REWRITE COMMISSION-PAYOUT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-PAYOUT-FILE.

      * A rerun backs out the prior run's pay, so the charge
      * repayments it withheld come back out too.  Each one is
      * found by the group, period and receipt stamped on the
      * charge account; the customer's open balance and the charge
      * balance go back up, and every application the receipt
      * wrote is countered the way NsfReturn counters a bounced
      * payment.  The deductions payable and receivable reversal
      * posts with the rerun's own journal.
       REVERSE-CHARGE-REPAYMENTS.
           MOVE 0 TO WS-CHARGE-REVERSED-TOTAL
           OPEN I-O EMPLOYEE-CHARGE-FILE
           IF WS-EMPLOYEE-CHARGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               CLOSE EMPLOYEE-CHARGE-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-AR-OPEN-ITEMS
           MOVE WS-SESSION-COMPANY TO WS-AR-COMPANY
           MOVE "N" TO WS-CHARGE-EOF-SW
           MOVE 0 TO EC-EMPLOYEE-ID
           START EMPLOYEE-CHARGE-FILE
                 KEY IS NOT LESS THAN EC-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-CHARGE-EOF-SW
           END-START
           PERFORM UNTIL WS-CHARGE-EOF
               READ EMPLOYEE-CHARGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHARGE-EOF-SW
                   NOT AT END
                       IF EC-LAST-REPAY-GROUP = WS-RUN-PAY-GROUP
                          AND EC-LAST-REPAY-PERIOD =
                              WS-RUN-PERIOD-NUMBER
                          AND EC-LAST-REPAY-AMOUNT NOT = 0
                           PERFORM REVERSE-ONE-CHARGE-REPAYMENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-AR-OPEN-ITEMS
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE EMPLOYEE-CHARGE-FILE
           IF WS-CHARGE-REVERSED-TOTAL NOT = 0
               MOVE WS-CHARGE-REVERSED-TOTAL TO WS-CHARGE-AMOUNT-OUT
               DISPLAY "Employee charge repayments of "
                       WS-CHARGE-AMOUNT-OUT " backed out."
           END-IF.

       REVERSE-ONE-CHARGE-REPAYMENT.
           MOVE EC-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "Charge repayment receipt "
                           EC-LAST-REPAY-RECEIPT " - customer "
                           EC-CUSTOMER-ID " not on the master, "
                           "not backed out."
                   MOVE "EC-CUSTOMER-ID" TO WS-LOG-FIELD-NAME
                   MOVE EC-EMPLOYEE-ID   TO WS-LOG-BAD-VALUE
                   PERFORM LOG-ERROR
                   EXIT PARAGRAPH
           END-READ
           PERFORM LOAD-CHARGE-APPLICATIONS
           OPEN EXTEND PURCHASE-TRANS-FILE
           PERFORM VARYING WS-CHARGE-REV-IDX FROM 1 BY 1
                   UNTIL WS-CHARGE-REV-IDX > WS-CHARGE-REV-COUNT
               PERFORM WRITE-CHARGE-REVERSAL
           END-PERFORM
           CLOSE PURCHASE-TRANS-FILE
           ADD EC-LAST-REPAY-AMOUNT TO CM-OPEN-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
           ADD EC-LAST-REPAY-AMOUNT TO EC-BALANCE
           SUBTRACT EC-LAST-REPAY-AMOUNT FROM EC-TOTAL-REPAID
           ADD EC-LAST-REPAY-AMOUNT TO WS-CHARGE-REVERSED-TOTAL
           MOVE SPACE TO EC-LAST-REPAY-GROUP
           MOVE 0 TO EC-LAST-REPAY-PERIOD
           MOVE 0 TO EC-LAST-REPAY-RECEIPT
           MOVE 0 TO EC-LAST-REPAY-AMOUNT
           REWRITE EMPLOYEE-CHARGE-RECORD.

      * Every application the receipt wrote, read back off the
      * transaction file - one per invoice it settled, plus any
      * remainder left on account under invoice zero.
       LOAD-CHARGE-APPLICATIONS.
           MOVE 0 TO WS-CHARGE-REV-COUNT
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
               READ PURCHASE-TRANS-FILE
                   AT END
                       MOVE "10" TO WS-PURCHASE-TRANS-STATUS
                   NOT AT END
                       IF PT-INVOICE-NUMBER = EC-LAST-REPAY-RECEIPT
                          AND PT-TYPE-PAYMENT
                          AND PT-CUSTOMER-ID = EC-CUSTOMER-ID
                          AND WS-CHARGE-REV-COUNT < 60
                           ADD 1 TO WS-CHARGE-REV-COUNT
                           SET WS-CHARGE-REV-IDX
                               TO WS-CHARGE-REV-COUNT
                           MOVE PT-REFERENCE-INVOICE TO
                               WS-CHARGE-REV-INVOICE
                                   (WS-CHARGE-REV-IDX)
                           MOVE PT-PURCHASE-AMOUNT TO
                               WS-CHARGE-REV-AMOUNT
                                   (WS-CHARGE-REV-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURCHASE-TRANS-FILE
           MOVE "00" TO WS-PURCHASE-TRANS-STATUS.

       WRITE-CHARGE-REVERSAL.
           INITIALIZE PURCHASE-TRANS-RECORD
           MOVE EC-LAST-REPAY-RECEIPT   TO PT-INVOICE-NUMBER
           MOVE EC-CUSTOMER-ID          TO PT-CUSTOMER-ID
           MOVE WS-TODAY-DATE           TO PT-TRANSACTION-DATE
           MOVE "A"                     TO PT-TRANSACTION-TYPE
           MOVE CM-HOME-CURRENCY-CODE   TO PT-CURRENCY-CODE
           MOVE WS-CHARGE-REV-AMOUNT (WS-CHARGE-REV-IDX)
               TO PT-PURCHASE-AMOUNT
           MOVE WS-CHARGE-REV-AMOUNT (WS-CHARGE-REV-IDX)
               TO PT-NET-AMOUNT
           MOVE WS-CHARGE-REV-AMOUNT (WS-CHARGE-REV-IDX)
               TO PT-HOME-CURRENCY-AMOUNT
           MOVE WS-OPERATOR-ID          TO PT-OPERATOR-ID
           MOVE WS-CHARGE-REV-INVOICE (WS-CHARGE-REV-IDX)
               TO PT-REFERENCE-INVOICE
           MOVE WS-SESSION-COMPANY      TO PT-COMPANY-CODE
           WRITE PURCHASE-TRANS-RECORD
           ADD 1 TO WS-PURCTRAN-DELTA-COUNT
           ADD PT-NET-AMOUNT TO WS-PURCTRAN-DELTA-AMOUNT
           MOVE PT-CUSTOMER-ID       TO WS-AR-CUSTOMER-ID
           MOVE PT-REFERENCE-INVOICE TO WS-AR-INVOICE-NUMBER
           MOVE PT-NET-AMOUNT        TO WS-AR-AMOUNT
           PERFORM APPLY-AR-OPEN-ITEM.

      * Charge repayments need the charge accounts and the AR side
      * together - the customer master, the open items, the
      * transaction file and the payment numbering.  Without the
      * charge file there is nothing to repay and none are opened.
       OPEN-CHARGE-REPAYMENT-FILES.
           OPEN I-O EMPLOYEE-CHARGE-FILE
           IF WS-EMPLOYEE-CHARGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               CLOSE EMPLOYEE-CHARGE-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O INVOICE-CONTROL-FILE
           IF WS-INVOICE-CONTROL-STATUS = "35"
               OPEN OUTPUT INVOICE-CONTROL-FILE
               CLOSE INVOICE-CONTROL-FILE
               OPEN I-O INVOICE-CONTROL-FILE
           END-IF
           OPEN EXTEND PURCHASE-TRANS-FILE
           PERFORM OPEN-AR-OPEN-ITEMS
           MOVE WS-SESSION-COMPANY TO WS-AR-COMPANY
           MOVE "Y" TO WS-CHARGES-AVAILABLE-SW.

      * A terminated employee's charge balance, flagged when the
      * termination was entered, is collected from the final pay:
      * the ECHG election is raised to the whole balance before the
      * deductions are taken, still capped by the net the check
      * can cover.
       ACCELERATE-CHARGE-REPAYMENT.
           IF NOT WS-CHARGES-AVAILABLE OR NOT WS-DEDUCTIONS-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE EMPLOYEE-ID TO EC-EMPLOYEE-ID
           READ EMPLOYEE-CHARGE-FILE
               KEY IS EC-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT EC-COLLECT-FROM-FINAL OR EC-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE EMPLOYEE-ID       TO DM-EMPLOYEE-ID
           MOVE "ECHG"            TO DM-DEDUCTION-CODE
           MOVE EC-DED-START-DATE TO DM-START-DATE
           READ DEDUCTION-MASTER-FILE
               KEY IS DM-DEDUCTION-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EC-BALANCE > 99999.99
               MOVE 99999.99 TO DM-AMOUNT
           ELSE
               MOVE EC-BALANCE TO DM-AMOUNT
           END-IF
           COMPUTE DM-GOAL-AMOUNT = DM-YTD-AMOUNT + EC-BALANCE
           MOVE 0 TO DM-STOP-DATE
           REWRITE DEDUCTION-MASTER-RECORD
           MOVE EC-BALANCE TO WS-CHARGE-AMOUNT-OUT
           DISPLAY "Employee charge balance of " WS-CHARGE-AMOUNT-OUT
                   " to be collected from the final pay.".

      * Whatever the final pay could not cover stays on the charge
      * account, still flagged, for collection outside payroll.
       REPORT-CHARGE-LEFT-AT-FINAL.
           IF NOT WS-CHARGES-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE EMPLOYEE-ID TO EC-EMPLOYEE-ID
           READ EMPLOYEE-CHARGE-FILE
               KEY IS EC-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF EC-COLLECT-FROM-FINAL AND EC-BALANCE > 0
               MOVE EC-BALANCE TO WS-CHARGE-AMOUNT-OUT
               DISPLAY "Employee " EMPLOYEE-ID " still owes "
                       WS-CHARGE-AMOUNT-OUT " on the charge account "
                       "after the final pay - refer for collection."
               MOVE "EC-BALANCE" TO WS-LOG-FIELD-NAME
               MOVE EMPLOYEE-ID  TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
           END-IF.

      * The ECHG amount withheld is a payment on the employee's own
      * customer account, applied oldest open item first and
      * written to the transaction file as a payment under the
      * next receipt number, exactly as one keyed in PaymentEntry
      * would be; anything beyond the open items is left on
      * account as an unapplied credit.  The charge balance comes
      * down by the same amount, and the withholding is cleared
      * out of deductions payable against receivables instead of
      * waiting for a remittance that has no payee.  The
      * receivable side posts under its own ECHG-AR posting type:
      * 1000 is net-pay cash everywhere else in this program, so
      * the map sends the repayment to the AR control account
      * without moving the net pay with it.
       POST-CHARGE-REPAYMENT.
           MOVE "N" TO WS-CHARGE-FOUND-SW
           IF WS-CHARGES-AVAILABLE
               MOVE EMPLOYEE-ID TO EC-EMPLOYEE-ID
               READ EMPLOYEE-CHARGE-FILE
                   KEY IS EC-EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EC-CUSTOMER-ID TO CM-CUSTOMER-ID
                       READ CUSTOMER-MASTER-FILE
                           KEY IS CM-CUSTOMER-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-CHARGE-FOUND-SW
                       END-READ
               END-READ
           END-IF
           IF NOT WS-CHARGE-FOUND
               DISPLAY "Employee charge repayment for " EMPLOYEE-ID
                       " has no charge account to post to - left "
                       "in deductions payable."
               MOVE "ECHG"      TO WS-LOG-FIELD-NAME
               MOVE EMPLOYEE-ID TO WS-LOG-BAD-VALUE
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM NEXT-CHARGE-PAYMENT-NUMBER
           PERFORM LOAD-CHARGE-OPEN-ITEMS
           MOVE WS-DED-THIS-AMOUNT TO WS-CHARGE-REMAINING
           PERFORM VARYING WS-CHARGE-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-CHARGE-OPEN-IDX > WS-CHARGE-OPEN-COUNT
                      OR WS-CHARGE-REMAINING = 0
               MOVE WS-CHARGE-OPEN-AMOUNT (WS-CHARGE-OPEN-IDX)
                   TO WS-CHARGE-APPLY-AMOUNT
               IF WS-CHARGE-REMAINING < WS-CHARGE-APPLY-AMOUNT
                   MOVE WS-CHARGE-REMAINING TO WS-CHARGE-APPLY-AMOUNT
               END-IF
               MOVE WS-CHARGE-OPEN-INVOICE (WS-CHARGE-OPEN-IDX)
                   TO WS-CHARGE-APPLY-INVOICE
               PERFORM WRITE-CHARGE-PAYMENT
               SUBTRACT WS-CHARGE-APPLY-AMOUNT FROM WS-CHARGE-REMAINING
           END-PERFORM
           IF WS-CHARGE-REMAINING > 0
               MOVE WS-CHARGE-REMAINING TO WS-CHARGE-APPLY-AMOUNT
               MOVE 0 TO WS-CHARGE-APPLY-INVOICE
               PERFORM WRITE-CHARGE-PAYMENT
           END-IF
           SUBTRACT WS-DED-THIS-AMOUNT FROM CM-OPEN-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
           SUBTRACT WS-DED-THIS-AMOUNT FROM EC-BALANCE
           ADD WS-DED-THIS-AMOUNT TO EC-TOTAL-REPAID
           MOVE WS-TODAY-DATE TO EC-LAST-REPAY-DATE
           IF NOT WS-RUN-SUPPLEMENTAL
               MOVE WS-RUN-PAY-GROUP         TO EC-LAST-REPAY-GROUP
               MOVE WS-RUN-PERIOD-NUMBER     TO EC-LAST-REPAY-PERIOD
               MOVE WS-CHARGE-PAYMENT-NUMBER TO EC-LAST-REPAY-RECEIPT
               MOVE WS-DED-THIS-AMOUNT       TO EC-LAST-REPAY-AMOUNT
           END-IF
           REWRITE EMPLOYEE-CHARGE-RECORD
           ADD WS-DED-THIS-AMOUNT TO WS-TOTAL-CHARGE-REPAID
           MOVE EM-DEPARTMENT-CODE TO WS-GL-POST-DEPT
           MOVE "2130" TO WS-GL-POST-ACCOUNT
           MOVE "D"    TO WS-GL-POST-SIDE
           MOVE WS-DED-THIS-AMOUNT TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING
           MOVE "1000"    TO WS-GL-POST-ACCOUNT
           MOVE "ECHG-AR" TO WS-GL-POST-TYPE
           MOVE "C"       TO WS-GL-POST-SIDE
           MOVE WS-DED-THIS-AMOUNT TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING
           MOVE SPACES TO WS-GL-POST-TYPE
           MOVE SPACES TO WS-GL-POST-DEPT.

      * The customer's open items in invoice-number order, which is
      * the order they were raised.
       LOAD-CHARGE-OPEN-ITEMS.
           MOVE 0 TO WS-CHARGE-OPEN-COUNT
           IF NOT WS-AR-OPEN-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CHARGE-AR-EOF-SW
           MOVE EC-CUSTOMER-ID TO AR-CUSTOMER-ID
           MOVE 0 TO AR-INVOICE-NUMBER
           START AR-OPEN-ITEM-FILE KEY IS NOT LESS THAN AR-OPEN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CHARGE-AR-EOF-SW
           END-START
           PERFORM UNTIL WS-CHARGE-AR-EOF
               READ AR-OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHARGE-AR-EOF-SW
                   NOT AT END
                       IF AR-CUSTOMER-ID NOT = EC-CUSTOMER-ID
                          OR WS-CHARGE-OPEN-COUNT = 50
                           MOVE "Y" TO WS-CHARGE-AR-EOF-SW
                       ELSE
                           IF AR-ITEM-OPEN AND AR-OPEN-AMOUNT > 0
                               ADD 1 TO WS-CHARGE-OPEN-COUNT
                               MOVE AR-INVOICE-NUMBER TO
                                   WS-CHARGE-OPEN-INVOICE
                                       (WS-CHARGE-OPEN-COUNT)
                               MOVE AR-OPEN-AMOUNT TO
                                   WS-CHARGE-OPEN-AMOUNT
                                       (WS-CHARGE-OPEN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-CHARGE-PAYMENT.
           INITIALIZE PURCHASE-TRANS-RECORD
           MOVE WS-CHARGE-PAYMENT-NUMBER TO PT-INVOICE-NUMBER
           MOVE EC-CUSTOMER-ID          TO PT-CUSTOMER-ID
           MOVE WS-TODAY-DATE           TO PT-TRANSACTION-DATE
           MOVE "P"                     TO PT-TRANSACTION-TYPE
           MOVE CM-HOME-CURRENCY-CODE   TO PT-CURRENCY-CODE
           MOVE WS-CHARGE-APPLY-AMOUNT  TO PT-PURCHASE-AMOUNT
           COMPUTE PT-NET-AMOUNT = 0 - WS-CHARGE-APPLY-AMOUNT
           COMPUTE PT-HOME-CURRENCY-AMOUNT =
               0 - WS-CHARGE-APPLY-AMOUNT
           MOVE WS-OPERATOR-ID          TO PT-OPERATOR-ID
           MOVE WS-CHARGE-APPLY-INVOICE TO PT-REFERENCE-INVOICE
           MOVE WS-SESSION-COMPANY      TO PT-COMPANY-CODE
           WRITE PURCHASE-TRANS-RECORD
           ADD 1 TO WS-PURCTRAN-DELTA-COUNT
           ADD PT-NET-AMOUNT TO WS-PURCTRAN-DELTA-AMOUNT
           MOVE PT-CUSTOMER-ID       TO WS-AR-CUSTOMER-ID
           MOVE PT-REFERENCE-INVOICE TO WS-AR-INVOICE-NUMBER
           MOVE PT-NET-AMOUNT        TO WS-AR-AMOUNT
           PERFORM APPLY-AR-OPEN-ITEM.

      * Receipt numbers come off the payment control key that
      * PaymentEntry and LockboxImport number from, taken and saved
      * one at a time so a cashier session running alongside the
      * payroll never hands out the same number.
       NEXT-CHARGE-PAYMENT-NUMBER.
           MOVE "2" TO IC-CONTROL-KEY
           MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
           READ INVOICE-CONTROL-FILE
               KEY IS IC-CONTROL-KEY
               INVALID KEY
                   MOVE "2" TO IC-CONTROL-KEY
                   MOVE WS-SESSION-COMPANY TO IC-CONTROL-KEY (2:3)
                   MOVE 1 TO IC-LAST-INVOICE-NUMBER
                   WRITE INVOICE-CONTROL-RECORD
               NOT INVALID KEY
                   ADD 1 TO IC-LAST-INVOICE-NUMBER
                   REWRITE INVOICE-CONTROL-RECORD
           END-READ
           MOVE IC-LAST-INVOICE-NUMBER TO WS-CHARGE-PAYMENT-NUMBER.

       COPY AROPUPDT.

       UPDATE-YTD-ACCUMULATORS.
           ADD SALARY TO EM-YTD-GROSS
           ADD WS-FEDERAL-TAX TO EM-YTD-TAX
           MOVE WS-SHIFT-PREMIUM     TO PH-SHIFT-PREMIUM
           MOVE EM-COMP-CLASS        TO PH-COMP-CLASS
           MOVE WS-SUTA-TAX          TO PH-SUTA-TAX
           MOVE WS-REIMBURSEMENT-AMOUNT TO PH-REIMBURSEMENT
           MOVE WS-MATCH-DEFERRAL    TO PH-RETIREMENT-DEFERRAL
           MOVE WS-EMPLOYER-MATCH    TO PH-EMPLOYER-MATCH
           MOVE WS-ASSIGN-COUNT      TO PH-ASSIGNMENT-COUNT
           MOVE WS-COMMISSION-PAY    TO PH-COMMISSION-PAY
           PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                   UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
               MOVE WS-ASG-NUMBER (WS-ASSIGN-IDX)
                   TO PH-ASG-NUMBER (WS-ASSIGN-IDX)
               MOVE WS-ASG-DEPARTMENT (WS-ASSIGN-IDX)
                   TO PH-ASG-DEPARTMENT (WS-ASSIGN-IDX)
               MOVE WS-ASG-COMP-CLASS (WS-ASSIGN-IDX)
                   TO PH-ASG-COMP-CLASS (WS-ASSIGN-IDX)
               MOVE WS-ASG-HOURS (WS-ASSIGN-IDX)
                   TO PH-ASG-HOURS (WS-ASSIGN-IDX)
               MOVE WS-ASG-GROSS (WS-ASSIGN-IDX)
                   TO PH-ASG-GROSS (WS-ASSIGN-IDX)
           END-PERFORM
           IF WS-LOCAL-TAX NOT = 0
               MOVE SALARY           TO PH-LOCAL-WAGES
           ELSE
           MOVE SALARY            TO WS-STUB-GROSS-OUT
           MOVE WS-STUB-LINE-2    TO PAY-STUB-LINE
           WRITE PAY-STUB-LINE
           PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                   UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
               MOVE WS-ASG-NUMBER (WS-ASSIGN-IDX)
                   TO WS-STUB-ASG-NUM-OUT
               MOVE WS-ASG-DESCRIPTION (WS-ASSIGN-IDX)
                   TO WS-STUB-ASG-DESC-OUT
               MOVE WS-ASG-PAY-MODE (WS-ASSIGN-IDX)
                   TO WS-STUB-ASG-MODE-OUT
               MOVE WS-ASG-HOURS (WS-ASSIGN-IDX)
                   TO WS-STUB-ASG-HOURS-OUT
               MOVE WS-ASG-RATE (WS-ASSIGN-IDX)
                   TO WS-STUB-ASG-RATE-OUT
               MOVE WS-ASG-EARNED (WS-ASSIGN-IDX)
                   TO WS-STUB-ASG-EARN-OUT
               MOVE WS-STUB-ASSIGN-LINE TO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-PERFORM
           IF WS-COMMISSION-PAY NOT = 0
               MOVE WS-COMMISSION-PAY TO WS-STUB-COMMISSION-OUT
               MOVE WS-STUB-COMMISSION-LINE TO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF
           IF WS-RETRO-AMOUNT NOT = 0
               MOVE WS-RETRO-AMOUNT TO WS-STUB-RETRO-OUT
               MOVE WS-STUB-RETRO-LINE TO PAY-STUB-LINE
                   WRITE PAY-STUB-LINE
               END-IF
           END-PERFORM
           IF WS-EMPLOYER-MATCH NOT = 0
               MOVE WS-EMPLOYER-MATCH TO WS-STUB-MATCH-OUT
               MOVE WS-STUB-MATCH-LINE TO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF
           IF WS-REIMBURSEMENT-AMOUNT NOT = 0
               MOVE WS-REIMBURSEMENT-AMOUNT TO WS-STUB-REIMB-OUT
               MOVE WS-STUB-REIMB-LINE TO PAY-STUB-LINE
               WRITE PAY-STUB-LINE
           END-IF
           MOVE NET-PAY           TO WS-STUB-NET-OUT
           MOVE WS-STUB-LINE-6    TO PAY-STUB-LINE
           WRITE PAY-STUB-LINE
      * follows the home department.
       UPDATE-DEPARTMENT-ROLLUP.
           PERFORM LOAD-LABOR-SPLITS
           IF WS-ASSIGN-COUNT > 0
               PERFORM ROLLUP-BY-ASSIGNMENT
               EXIT PARAGRAPH
           END-IF
           IF WS-SPLIT-COUNT > 0
              AND WS-SPLIT-PERCENT-TOTAL = 100
               MOVE SALARY  TO WS-ALLOC-GROSS-LEFT
               PERFORM ADD-TO-DEPT-ROLLUP
           END-IF.

      * A multi-position employee's gross is charged to each
      * assignment's department as shared out of the final gross,
      * with net pay following in the same proportion; headcount
      * stays with the home department.
       ROLLUP-BY-ASSIGNMENT.
           MOVE NET-PAY TO WS-ALLOC-NET-LEFT
           PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                   UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
               MOVE WS-ASG-DEPARTMENT (WS-ASSIGN-IDX) TO WS-ALLOC-DEPT
               MOVE WS-ASG-GROSS (WS-ASSIGN-IDX) TO WS-ALLOC-GROSS
               IF WS-ASSIGN-IDX = WS-ASSIGN-COUNT OR SALARY = 0
                   MOVE WS-ALLOC-NET-LEFT TO WS-ALLOC-NET
               ELSE
                   COMPUTE WS-ROUND-RAW =
                       NET-PAY * WS-ASG-GROSS (WS-ASSIGN-IDX) / SALARY
                   PERFORM APPLY-ROUNDING-MODE
                   MOVE WS-ROUND-RESULT TO WS-ALLOC-NET
               END-IF
               SUBTRACT WS-ALLOC-NET FROM WS-ALLOC-NET-LEFT
               MOVE 0 TO WS-ALLOC-HEADCOUNT
               PERFORM ADD-TO-DEPT-ROLLUP
           END-PERFORM
           MOVE EM-DEPARTMENT-CODE TO WS-ALLOC-DEPT
           MOVE 0 TO WS-ALLOC-GROSS
           MOVE 0 TO WS-ALLOC-NET
           MOVE 1 TO WS-ALLOC-HEADCOUNT
           PERFORM ADD-TO-DEPT-ROLLUP.

       LOAD-LABOR-SPLITS.
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-SPLIT-PERCENT-TOTAL
           MOVE "C"    TO WS-GL-POST-SIDE
           MOVE WS-TOTAL-LOAN-REPAY TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING
           MOVE "6045" TO WS-GL-POST-ACCOUNT
           MOVE "D"    TO WS-GL-POST-SIDE
           MOVE WS-TOTAL-EMPLOYER-MATCH TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING
           MOVE "2130" TO WS-GL-POST-ACCOUNT
           MOVE "C"    TO WS-GL-POST-SIDE
           MOVE WS-TOTAL-EMPLOYER-MATCH TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING
           MOVE "2130" TO WS-GL-POST-ACCOUNT
           MOVE "C"    TO WS-GL-POST-SIDE
           MOVE WS-CHARGE-REVERSED-TOTAL TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING
           MOVE "1000"    TO WS-GL-POST-ACCOUNT
           MOVE "ECHG-AR" TO WS-GL-POST-TYPE
           MOVE "D"       TO WS-GL-POST-SIDE
           MOVE WS-CHARGE-REVERSED-TOTAL TO WS-GL-POST-AMOUNT
           PERFORM WRITE-GL-POSTING
           MOVE SPACES TO WS-GL-POST-TYPE
           PERFORM VARYING WS-REIMB-SUB FROM 1 BY 1
                   UNTIL WS-REIMB-SUB > 6
               MOVE WS-REIMB-ACCOUNT (WS-REIMB-SUB)
                   TO WS-GL-POST-ACCOUNT
               MOVE "D" TO WS-GL-POST-SIDE
               MOVE WS-REIMB-TYPE-TOTAL (WS-REIMB-SUB)
                   TO WS-GL-POST-AMOUNT
               PERFORM WRITE-GL-POSTING
           END-PERFORM
           MOVE "6030" TO WS-GL-POST-ACCOUNT
           MOVE "D"    TO WS-GL-POST-SIDE
           MOVE WS-TOTAL-SUTA-TAX TO WS-GL-POST-AMOUNT

       WRITE-GL-POSTING.
           IF WS-GL-POST-AMOUNT NOT = 0
               IF WS-GL-POST-TYPE = SPACES
                   MOVE WS-GL-POST-ACCOUNT TO WS-GL-POSTING-TYPE
               ELSE
                   MOVE WS-GL-POST-TYPE TO WS-GL-POSTING-TYPE
               END-IF
               PERFORM RESOLVE-GL-ACCOUNT
               INITIALIZE GL-FEED-RECORD
               MOVE "SalaryCalculator" TO GL-SOURCE-PROGRAM
