                   MOVE CG-ISSUE-DATE   TO PP-ISSUE-DATE
                   MOVE CG-AMOUNT       TO PP-AMOUNT
                   MOVE CG-EMPLOYEE-ID  TO PP-PAYEE-ID
                   IF CG-VENDOR-ID NOT = 0
                       MOVE CG-VENDOR-ID TO PP-PAYEE-ID
                   END-IF
                   WRITE POSITIVE-PAY-RECORD
                   ADD 1 TO WS-ISSUE-COUNT
                   ADD CG-AMOUNT TO WS-ISSUE-TOTAL
                   MOVE CG-ISSUE-DATE   TO PP-ISSUE-DATE
                   MOVE CG-AMOUNT       TO PP-AMOUNT
                   MOVE CG-EMPLOYEE-ID  TO PP-PAYEE-ID
                   IF CG-VENDOR-ID NOT = 0
                       MOVE CG-VENDOR-ID TO PP-PAYEE-ID
                   END-IF
                   WRITE POSITIVE-PAY-RECORD
                   ADD 1 TO WS-VOID-COUNT
                   ADD CG-AMOUNT TO WS-VOID-TOTAL
