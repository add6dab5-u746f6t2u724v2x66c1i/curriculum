       01 WS-MAINT-CHOICE          PIC X(1) VALUE SPACE.
          88 WS-MAINT-ISSUE        VALUE "I" "i".
          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-DISBURSE     VALUE "D" "d".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-EMPLOYEE-ID           PIC 9(5).
       01 WS-NEXT-LOAN-NUMBER      PIC 9(3) VALUE 0.
       01 WS-LOAN-NUMBER           PIC 9(3) VALUE 0.
       01 WS-CHECK-ANSWER          PIC X(1) VALUE "N".
          88 WS-CUT-CHECK          VALUE "Y" "y".
       01 WS-NEXT-CHECK-NUMBER     PIC 9(9) VALUE 0.
               OPEN I-O EMPLOYEE-LOAN-FILE
           END-IF.

           DISPLAY "Employee loans - (I)ssue, (D)isburse, (L)ist, "
                   "(Q)uit: ".
           ACCEPT WS-MAINT-CHOICE.
           PERFORM UNTIL WS-MAINT-QUIT
               EVALUATE TRUE
                   WHEN WS-MAINT-ISSUE
                       PERFORM ISSUE-LOAN
                   WHEN WS-MAINT-DISBURSE
                       PERFORM DISBURSE-LOAN
                   WHEN WS-MAINT-LIST
                       PERFORM LIST-LOANS
                   WHEN OTHER
                       DISPLAY "Please enter I, D, L, or Q."
               END-EVALUATE
               DISPLAY "Employee loans - (I)ssue, (D)isburse, "
                       "(L)ist, (Q)uit: "
               ACCEPT WS-MAINT-CHOICE
           END-PERFORM.

               MOVE WS-TODAY-DATE TO LN-ISSUE-DATE
               MOVE LN-PRINCIPAL  TO LN-BALANCE
               MOVE "A"           TO LN-STATUS
               DISPLAY "Cut a check for the advance now? (Y/N): "
               ACCEPT WS-CHECK-ANSWER
               IF WS-CUT-CHECK
                   MOVE "Y" TO LN-DISBURSED-SW
               ELSE
                   MOVE "N" TO LN-DISBURSED-SW
               END-IF
               WRITE EMPLOYEE-LOAN-RECORD
               DISPLAY "Loan " WS-NEXT-LOAN-NUMBER " of "
                       LN-PRINCIPAL " recorded for employee "
                       WS-EMPLOYEE-ID "."
               IF WS-CUT-CHECK
                   PERFORM CUT-ADVANCE-CHECK
               ELSE
                   DISPLAY "Advance left pending disbursement."
               END-IF
           END-IF.

      * An advance recorded without its check is still money owed
      * out; disbursing it later cuts the check the issue skipped
      * and marks the loan paid out.
       DISBURSE-LOAN.
           DISPLAY "Employee ID (5 digits): "
           ACCEPT WS-EMPLOYEE-ID
           DISPLAY "Loan number (3 digits): "
           ACCEPT WS-LOAN-NUMBER
           MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               KEY IS EM-EMPLOYEE-ID
               INVALID KEY
                   MOVE "24" TO WS-EMPLOYEE-MASTER-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-EMPLOYEE-MASTER-STATUS
           END-READ
           MOVE WS-EMPLOYEE-ID TO LN-EMPLOYEE-ID
           MOVE WS-LOAN-NUMBER TO LN-LOAN-NUMBER
           READ EMPLOYEE-LOAN-FILE
               KEY IS LN-LOAN-KEY
               INVALID KEY
                   MOVE "23" TO WS-EMPLOYEE-LOAN-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-EMPLOYEE-LOAN-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-EMPLOYEE-FOUND
                   DISPLAY "Unknown employee ID " WS-EMPLOYEE-ID "."
               WHEN WS-EMPLOYEE-LOAN-STATUS NOT = "00"
                   DISPLAY "No loan " WS-LOAN-NUMBER
                           " on file for employee " WS-EMPLOYEE-ID "."
               WHEN NOT LN-DISBURSEMENT-PENDING
                   DISPLAY "Loan " WS-LOAN-NUMBER
                           " has already been paid out."
               WHEN OTHER
                   MOVE "Y" TO LN-DISBURSED-SW
                   REWRITE EMPLOYEE-LOAN-RECORD
                   PERFORM CUT-ADVANCE-CHECK
           END-EVALUATE.

       FIND-NEXT-LOAN-NUMBER.
           MOVE 0 TO WS-NEXT-LOAN-NUMBER
           MOVE "N" TO WS-LIST-EOF-SW
                                   LN-PER-PERIOD-AMOUNT
                                   " balance " LN-BALANCE
                                   " status " LN-STATUS
                           IF LN-DISBURSEMENT-PENDING
                               DISPLAY "    (check not yet cut)"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
