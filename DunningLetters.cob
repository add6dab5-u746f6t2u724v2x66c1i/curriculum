       01 WS-LEVEL-3-TEXT-3        PIC X(40) VALUE
          "collection unless paid immediately.".

           COPY TERMSTBL.

       PROCEDURE DIVISION.
      * One sweep of the customer master ages each customer's open
      * activity exactly as the statement run does, then escalates:

       COPY OPENRCTL.

       COPY TERMCALC.

       DUN-ONE-CUSTOMER.
           MOVE CM-CUSTOMER-ID TO WS-CUSTOMER-ID
           PERFORM AGE-CUSTOMER-BALANCE
      * aged - a 90-day invoice the customer paid last week earns
      * no letter.  Reductions carrying no reference count against
      * the past-due total at the end, so a customer sitting on an
      * unapplied credit is not dunned for it.  Each invoice ages
      * from its due date under the customer's terms code, so a
      * customer on net 60 is not dunned at day 31.
       AGE-CUSTOMER-BALANCE.
           MOVE CM-TERMS-CODE TO WS-TERMS-CODE
           PERFORM LOOKUP-TERMS-CODE
           MOVE 0 TO WS-BUCKET-30
           MOVE 0 TO WS-BUCKET-60
           MOVE 0 TO WS-BUCKET-90
                       WS-AGE-INVOICE (WS-AGE-IDX)
                   MOVE PT-TRANSACTION-DATE TO
                       WS-AGE-INV-DATE (WS-AGE-IDX)
                   IF PT-TYPE-SALE
                       MOVE PT-TRANSACTION-DATE TO
                           WS-TERMS-BASE-DATE
                       PERFORM SET-TERMS-DATES
                       MOVE WS-TERMS-DUE-DATE TO
                           WS-AGE-INV-DATE (WS-AGE-IDX)
                   END-IF
                   MOVE PT-NET-AMOUNT TO
                       WS-AGE-INV-AMOUNT (WS-AGE-IDX)
               END-IF
