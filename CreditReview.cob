      * amount applied, and the running net balance marks the
      * high-water mark.
       MEASURE-PAYMENT-BEHAVIOR.
           PERFORM START-PAYMENT-LAG
           MOVE 0 TO WS-RUNNING-BALANCE
           MOVE 0 TO WS-HIGH-BALANCE
           MOVE 0 TO WS-FIN-CHG-COUNT
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
               CLOSE PURCHASE-TRANS-FILE
               MOVE "00" TO WS-PURCHASE-TRANS-STATUS
           END-IF
           PERFORM FINISH-PAYMENT-LAG.

       MEASURE-ONE-TRANS.
           ADD PT-NET-AMOUNT TO WS-RUNNING-BALANCE
           IF WS-RUNNING-BALANCE > WS-HIGH-BALANCE
               MOVE WS-RUNNING-BALANCE TO WS-HIGH-BALANCE
           END-IF
           IF PT-TYPE-FINANCE-CHG
               ADD 1 TO WS-FIN-CHG-COUNT
           END-IF
           PERFORM NOTE-PAYMENT-LAG.

       COPY PAYLAG.

      * Prompt payers with a clean record are recommended up to a
      * fifth over their high-water mark; slow payers or anyone
