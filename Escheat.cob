               ADD 1 TO WS-STALE-COUNT
               MOVE CG-CHECK-NUMBER TO WS-OUT-CHECK-OUT
               MOVE CG-EMPLOYEE-ID  TO WS-OUT-PAYEE-OUT
               IF CG-VENDOR-ID NOT = 0
                   MOVE CG-VENDOR-ID TO WS-OUT-PAYEE-OUT
               END-IF
               MOVE CG-ISSUE-DATE   TO WS-OUT-DATE-OUT
               MOVE WS-AGE-DAYS     TO WS-OUT-AGE-OUT
               MOVE CG-AMOUNT       TO WS-OUT-AMOUNT-OUT
