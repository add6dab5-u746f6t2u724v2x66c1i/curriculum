       01 WS-REISSUE-ANSWER        PIC X(1) VALUE "N".
          88 WS-REISSUE            VALUE "Y" "y".
       01 WS-VOIDED-EMPLOYEE       PIC 9(5).
       01 WS-VOIDED-VENDOR         PIC 9(5).
       01 WS-VOIDED-AMOUNT         PIC S9(7)V99.
       01 WS-VOIDED-CHECK          PIC 9(9).
       01 WS-CHECK-FOUND-SW        PIC X(1) VALUE "N".
                               MOVE "Y" TO WS-CHECK-FOUND-SW
                               MOVE CG-EMPLOYEE-ID TO
                                   WS-VOIDED-EMPLOYEE
                               MOVE CG-VENDOR-ID TO WS-VOIDED-VENDOR
                               MOVE CG-AMOUNT TO WS-VOIDED-AMOUNT
                               MOVE CG-CHECK-NUMBER TO
                                   WS-VOIDED-CHECK
           INITIALIZE CHECK-REGISTER-RECORD
           MOVE WS-NEXT-CHECK-NUMBER TO CG-CHECK-NUMBER
           MOVE WS-VOIDED-EMPLOYEE   TO CG-EMPLOYEE-ID
           MOVE WS-VOIDED-VENDOR     TO CG-VENDOR-ID
           MOVE WS-TODAY-DATE        TO CG-ISSUE-DATE
           MOVE WS-VOIDED-AMOUNT     TO CG-AMOUNT
           MOVE "I"                  TO CG-STATUS
           MOVE WS-VOIDED-CHECK      TO CG-REISSUE-OF
           WRITE CHECK-REGISTER-RECORD
           CLOSE CHECK-REGISTER-FILE
           IF WS-VOIDED-VENDOR NOT = 0
               DISPLAY "Reissued as check " WS-NEXT-CHECK-NUMBER
                       " for vendor " WS-VOIDED-VENDOR
                       " amount " WS-VOIDED-AMOUNT "."
           ELSE
               DISPLAY "Reissued as check " WS-NEXT-CHECK-NUMBER
                       " for employee " WS-VOIDED-EMPLOYEE
                       " amount " WS-VOIDED-AMOUNT "."
           END-IF.

       LIST-CHECKS.
           OPEN INPUT CHECK-REGISTER-FILE
                       NOT AT END
                           DISPLAY "Check " CG-CHECK-NUMBER
                                   " emp " CG-EMPLOYEE-ID
                                   " vendor " CG-VENDOR-ID
                                   " on " CG-ISSUE-DATE
                                   " amount " CG-AMOUNT
                                   " status " CG-STATUS
