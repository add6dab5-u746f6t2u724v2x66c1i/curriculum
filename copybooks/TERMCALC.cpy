      * TERMCALC.cpy - Shared payment-terms logic.
      * COPY into PROCEDURE DIVISION.  Requires COPY TERMSTBL in
      * WORKING-STORAGE.  LOOKUP-TERMS-CODE loads the net days and
      * discount for WS-TERMS-CODE (blank or unknown is due on
      * receipt, no discount); SET-TERMS-DATES then turns
      * WS-TERMS-BASE-DATE (the invoice date) into the due date
      * and, where a discount is offered, the last day it can be
      * taken.  With no discount the discount date stays zero.
       LOOKUP-TERMS-CODE.
           MOVE "N" TO WS-TERMS-FOUND-SW
           MOVE 0 TO WS-TERMS-NET-DAYS
           MOVE 0 TO WS-TERMS-DISCOUNT-PCT
           MOVE 0 TO WS-TERMS-DISCOUNT-DAYS
           IF WS-TERMS-CODE NOT = SPACES
               PERFORM VARYING TT-IDX FROM 1 BY 1
                       UNTIL TT-IDX > TT-ENTRY-COUNT
                          OR WS-TERMS-FOUND
                   IF TT-TERMS-CODE (TT-IDX) = WS-TERMS-CODE
                       MOVE "Y" TO WS-TERMS-FOUND-SW
                       MOVE TT-NET-DAYS (TT-IDX) TO WS-TERMS-NET-DAYS
                       MOVE TT-DISCOUNT-PCT (TT-IDX) TO
                           WS-TERMS-DISCOUNT-PCT
                       MOVE TT-DISCOUNT-DAYS (TT-IDX) TO
                           WS-TERMS-DISCOUNT-DAYS
                   END-IF
               END-PERFORM
           END-IF.

       SET-TERMS-DATES.
           MOVE WS-TERMS-BASE-DATE TO WS-TERMS-DUE-DATE
           MOVE 0 TO WS-TERMS-DISCOUNT-DATE
           IF WS-TERMS-BASE-DATE NOT = 0
               IF WS-TERMS-NET-DAYS > 0
                   COMPUTE WS-TERMS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-TERMS-BASE-DATE)
                        + WS-TERMS-NET-DAYS)
               END-IF
               IF WS-TERMS-DISCOUNT-PCT > 0
                   COMPUTE WS-TERMS-DISCOUNT-DATE =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-TERMS-BASE-DATE)
                        + WS-TERMS-DISCOUNT-DAYS)
               END-IF
           END-IF.
