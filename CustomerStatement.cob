          05 FILLER             PIC X(20) VALUE "Total balance:      ".
          05 WS-STMT-TOTAL-OUT   PIC Z,ZZZ,ZZ9.99-.

           COPY TERMSTBL.

       PROCEDURE DIVISION.
       RUN-START.
           OPEN INPUT CUSTOMER-MASTER-FILE.

       COPY OPENRCTL.

       COPY TERMCALC.

      * The address in force is the latest row for the customer
      * and type whose effective date is not after the processing
      * date.
      * history per customer; the history scan stays as the
      * fallback until AROpenBuild has run.  On the keyed path
      * the statement total is the master's open balance, which
      * also carries any unapplied credit.  Items age from their
      * due date, so a customer on terms is not shown past due
      * while still inside them.
       BUILD-CUSTOMER-STATEMENT.
           MOVE 0 TO WS-BUCKET-CURRENT
           MOVE 0 TO WS-BUCKET-30
               PERFORM BUILD-STATEMENT-FROM-AR-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CM-TERMS-CODE TO WS-TERMS-CODE
           PERFORM LOOKUP-TERMS-CODE
           OPEN INPUT PURCHASE-TRANS-FILE
           IF WS-PURCHASE-TRANS-STATUS = "00"
               PERFORM UNTIL WS-PURCHASE-TRANS-STATUS NOT = "00"
                   OR (AR-COMPANY-CODE = SPACES AND
                       WS-WANTED-COMPANY = WS-DEFAULT-COMPANY))
               PERFORM CHECK-AR-ITEM-DISPUTED
               MOVE AR-DUE-DATE TO WS-TERMS-DUE-DATE
               IF AR-DUE-DATE = 0
                   MOVE AR-INVOICE-DATE TO WS-TERMS-DUE-DATE
               END-IF
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-TERMS-DUE-DATE)
               EVALUATE TRUE
                   WHEN WS-ITEM-DISPUTED
                       ADD AR-OPEN-AMOUNT TO WS-BUCKET-DISPUTED
      * An item under an open dispute prints as IN DISPUTE rather
      * than aging into the past-due buckets; both sides of the
      * item (the sale and anything referencing it) route to the
      * dispute line so the statement total is unchanged.  A
      * sale ages from the due date its customer's terms give it.
       AGE-PURCHASE-TRANS.
           PERFORM CHECK-ITEM-DISPUTED
           MOVE PT-TRANSACTION-DATE TO WS-TERMS-DUE-DATE
           IF PT-TYPE-SALE
               MOVE PT-TRANSACTION-DATE TO WS-TERMS-BASE-DATE
               PERFORM SET-TERMS-DATES
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-TERMS-DUE-DATE)
           EVALUATE TRUE
               WHEN WS-ITEM-DISPUTED
                   ADD PT-NET-AMOUNT TO WS-BUCKET-DISPUTED
