       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseClaim.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO WS-EXPCLAIM-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-CLAIM-KEY
               FILE STATUS IS WS-EXPENSE-CLAIM-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO WS-EMPMAST-FN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-CLAIM-FILE.
           COPY EXPCLAIM.

       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMAST.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EXPENSE-CLAIM-STATUS  PIC X(2) VALUE "00".
       01 WS-EMPLOYEE-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ENTER        VALUE "E" "e".
          88 WS-MAINT-APPROVE      VALUE "A" "a".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-CONFIRM               PIC X(1).
       01 WS-EMPLOYEE-ID           PIC 9(5).
       01 WS-NEXT-CLAIM-NUMBER     PIC 9(4).
       01 WS-NEW-VALUE-X           PIC X(20).
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-NEEDS-APPROVAL-SW     PIC X(1) VALUE "N".
          88 WS-NEEDS-APPROVAL     VALUE "Y".
       01 WS-PENDING-COUNT         PIC 9(5) VALUE 0.

       01 WS-SUPERVISOR-ID          PIC X(8).
       01 WS-SUPERVISOR-PASSWORD    PIC X(8).
       01 WS-SUPERVISOR-APPROVED-SW PIC X(1) VALUE "N".
          88 WS-SUPERVISOR-APPROVED VALUE "Y".

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.
       01 WS-EXPCLAIM-FN              PIC X(12) VALUE "EXPCLAIM.DAT".
       01 WS-EMPMAST-FN               PIC X(12) VALUE "EMPMAST.DAT".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * Mileage and out-of-pocket claims, keyed once and paid with
      * the employee's next regular pay instead of by a separate
      * check.  A claim under the run-control approval threshold
      * with its receipt attached (mileage needs none) is approved
      * as it is keyed; anything else needs a supervisor - on the
      * spot through the usual sign-off, or later from the
      * approval queue - before payroll will pick it up.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           MOVE SL-OPERATOR-ID TO WS-OPERATOR-ID.
           PERFORM SET-TRAINING-FILE-NAMES.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-PROCESSING-DATE TO WS-TODAY-DATE.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = "00"
               DISPLAY "No employee master file on hand - no "
                       "claims can be keyed."
               CLOSE RUN-CONTROL-FILE
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF.
           OPEN I-O EXPENSE-CLAIM-FILE.
           IF WS-EXPENSE-CLAIM-STATUS = "35"
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               CLOSE EXPENSE-CLAIM-FILE
               OPEN I-O EXPENSE-CLAIM-FILE
           END-IF.

           DISPLAY "Expense claims - (E)nter claim, (A)pprove "
                   "pending, (L)ist, (Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ENTER
                       PERFORM ENTER-CLAIM
                   WHEN WS-MAINT-APPROVE
                       PERFORM APPROVE-PENDING-CLAIMS
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-CLAIMS
                   WHEN OTHER
                       DISPLAY "Please enter E, A, L, or Q."
               END-EVALUATE
               DISPLAY "Expense claims - (E)nter claim, (A)pprove "
                       "pending, (L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

           CLOSE EXPENSE-CLAIM-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE OPERATOR-MASTER-FILE.
           CLOSE RUN-CONTROL-FILE.
           GOBACK.

       SET-TRAINING-FILE-NAMES.
           IF SL-TRAINING
               MOVE "EXPCLAIM.TRN" TO WS-EXPCLAIM-FN
               MOVE "EMPMAST.TRN" TO WS-EMPMAST-FN
               DISPLAY "*** TRAINING MODE - this session "
                       "reads and writes the .TRN training "
                       "files only. ***"
           END-IF.

       COPY OPENRCTL.

       COPY APPROVAL.

       ENTER-CLAIM.
           DISPLAY "Employee ID (5 digits): "
           ACCEPT WS-EMPLOYEE-ID
           MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "Employee " WS-EMPLOYEE-ID
                           " not on the master - claim rejected."
                   EXIT PARAGRAPH
           END-READ
           IF EM-TERMINATED
               DISPLAY "Employee " WS-EMPLOYEE-ID " is terminated "
                       "- pay the claim by separate check."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee " WS-EMPLOYEE-ID " " EM-EMPLOYEE-NAME
           PERFORM FIND-NEXT-CLAIM-NUMBER
           INITIALIZE EXPENSE-CLAIM-RECORD
           MOVE WS-EMPLOYEE-ID       TO XC-EMPLOYEE-ID
           MOVE WS-NEXT-CLAIM-NUMBER TO XC-CLAIM-NUMBER
           DISPLAY "Expense type (MILE, MEAL, TRVL, LODG, SUPP, "
                   "OTHR): "
           ACCEPT XC-EXPENSE-TYPE
           IF NOT XC-TYPE-VALID
               DISPLAY "Unknown expense type - claim rejected."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date of expense (YYYYMMDD): "
           ACCEPT XC-EXPENSE-DATE
           IF XC-EXPENSE-DATE = 0 OR XC-EXPENSE-DATE > WS-TODAY-DATE
               DISPLAY "Expense date must be on or before "
                       WS-TODAY-DATE " - claim rejected."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount claimed: "
           ACCEPT WS-NEW-VALUE-X
           MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X) TO XC-AMOUNT
           IF XC-AMOUNT NOT > 0
               DISPLAY "Amount must be more than zero - claim "
                       "rejected."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description (30 characters): "
           ACCEPT XC-DESCRIPTION
           IF XC-TYPE-MILEAGE
               MOVE "N" TO XC-RECEIPT-SW
           ELSE
               DISPLAY "Receipt attached? (Y/N): "
               ACCEPT XC-RECEIPT-SW
               IF XC-RECEIPT-SW = "y"
                   MOVE "Y" TO XC-RECEIPT-SW
               END-IF
               IF XC-RECEIPT-SW NOT = "Y"
                   MOVE "N" TO XC-RECEIPT-SW
               END-IF
           END-IF
           MOVE WS-OPERATOR-ID TO XC-ENTERED-BY
           MOVE WS-TODAY-DATE  TO XC-ENTERED-DATE
           MOVE "N" TO WS-NEEDS-APPROVAL-SW
           IF XC-AMOUNT >= RC-APPROVAL-THRESHOLD
               MOVE "Y" TO WS-NEEDS-APPROVAL-SW
           END-IF
           IF NOT XC-TYPE-MILEAGE AND NOT XC-RECEIPT-ATTACHED
               DISPLAY "No receipt attached - a supervisor must "
                       "approve this claim."
               MOVE "Y" TO WS-NEEDS-APPROVAL-SW
           END-IF
           IF WS-NEEDS-APPROVAL
               PERFORM GET-SUPERVISOR-APPROVAL
               IF WS-SUPERVISOR-APPROVED
                   MOVE "A"              TO XC-STATUS
                   MOVE WS-SUPERVISOR-ID TO XC-APPROVED-BY
                   MOVE WS-TODAY-DATE    TO XC-APPROVED-DATE
               ELSE
                   MOVE "E" TO XC-STATUS
               END-IF
           ELSE
               MOVE "A"            TO XC-STATUS
               MOVE WS-OPERATOR-ID TO XC-APPROVED-BY
               MOVE WS-TODAY-DATE  TO XC-APPROVED-DATE
           END-IF
           WRITE EXPENSE-CLAIM-RECORD
           IF XC-APPROVED
               DISPLAY "Claim " XC-CLAIM-NUMBER " approved - it "
                       "pays with the next regular payroll."
           ELSE
               DISPLAY "Claim " XC-CLAIM-NUMBER " saved pending "
                       "supervisor approval."
           END-IF.

       FIND-NEXT-CLAIM-NUMBER.
           MOVE 1 TO WS-NEXT-CLAIM-NUMBER
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE WS-EMPLOYEE-ID TO XC-EMPLOYEE-ID
           MOVE 0 TO XC-CLAIM-NUMBER
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN XC-CLAIM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF XC-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                           MOVE "Y" TO WS-LIST-EOF-SW
                       ELSE
                           COMPUTE WS-NEXT-CLAIM-NUMBER =
                               XC-CLAIM-NUMBER + 1
                       END-IF
               END-READ
           END-PERFORM.

      * The approval queue is a supervisor's: each pending claim
      * is shown in turn to approve, reject or leave for later.
       APPROVE-PENDING-CLAIMS.
           IF NOT SL-IS-SUPERVISOR
               DISPLAY "Approving expense claims requires a "
                       "supervisor sign-on."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PENDING-COUNT
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO XC-CLAIM-KEY
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN XC-CLAIM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF XC-PENDING
                           PERFORM REVIEW-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-PENDING-COUNT " pending claims reviewed.".

       REVIEW-ONE-CLAIM.
           ADD 1 TO WS-PENDING-COUNT
           DISPLAY "Employee " XC-EMPLOYEE-ID " claim "
                   XC-CLAIM-NUMBER " " XC-EXPENSE-TYPE " "
                   XC-EXPENSE-DATE " amount " XC-AMOUNT
                   " receipt " XC-RECEIPT-SW
           DISPLAY "  " XC-DESCRIPTION " (keyed by "
                   XC-ENTERED-BY ")"
           DISPLAY "(A)pprove, (R)eject, or blank to leave: "
           ACCEPT WS-CONFIRM
           EVALUATE WS-CONFIRM
               WHEN "A"
               WHEN "a"
                   MOVE "A"            TO XC-STATUS
                   MOVE WS-OPERATOR-ID TO XC-APPROVED-BY
                   MOVE WS-TODAY-DATE  TO XC-APPROVED-DATE
                   REWRITE EXPENSE-CLAIM-RECORD
               WHEN "R"
               WHEN "r"
                   MOVE "R"            TO XC-STATUS
                   MOVE WS-OPERATOR-ID TO XC-APPROVED-BY
                   MOVE WS-TODAY-DATE  TO XC-APPROVED-DATE
                   REWRITE EXPENSE-CLAIM-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-CLAIMS.
           DISPLAY "Employee ID to list (0 for all): "
           ACCEPT WS-EMPLOYEE-ID
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE WS-EMPLOYEE-ID TO XC-EMPLOYEE-ID
           MOVE 0 TO XC-CLAIM-NUMBER
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN XC-CLAIM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START
           PERFORM UNTIL WS-LIST-EOF
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIST-EOF-SW
                   NOT AT END
                       IF WS-EMPLOYEE-ID NOT = 0
                          AND XC-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                           MOVE "Y" TO WS-LIST-EOF-SW
                       ELSE
                           DISPLAY "  " XC-EMPLOYEE-ID " "
                                   XC-CLAIM-NUMBER " "
                                   XC-EXPENSE-TYPE " "
                                   XC-EXPENSE-DATE " "
                                   XC-AMOUNT " status " XC-STATUS
                                   " paid " XC-PAID-DATE
                       END-IF
               END-READ
           END-PERFORM.
