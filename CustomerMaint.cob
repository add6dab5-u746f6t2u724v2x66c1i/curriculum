       01 WS-AUDIT-FIELD-NAME      PIC X(20).
       01 WS-REACTIVATE-ANSWER     PIC X(1) VALUE "N".
          88 WS-REACTIVATE         VALUE "Y" "y".
       01 WS-EINVOICE-ANSWER       PIC X(1) VALUE SPACE.
          88 WS-EINVOICE-YES       VALUE "Y" "y".
          88 WS-EINVOICE-NO        VALUE "N" "n".
       01 WS-NEW-CREDIT-LIMIT-X    PIC X(13).
       01 WS-NEW-CREDIT-LIMIT      PIC S9(9)V99.
       01 WS-NEW-SALESPERSON       PIC X(4).

           COPY TERMSTBL.

      * Data files assigned through these names so a training
      * session can swing the whole program onto the .TRN copies
      * without touching a live file.

       COPY OPENRCTL.

       COPY TERMCALC.

       SHOW-TERMS-CODES.
           PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > TT-ENTRY-COUNT
               DISPLAY "  " TT-TERMS-CODE (TT-IDX) "  "
                       TT-DESCRIPTION (TT-IDX)
           END-PERFORM.

       LOOKUP-CUSTOMER.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               DISPLAY "Salesperson code (4 characters, blank if "
                       "house account): "
               ACCEPT CM-SALESPERSON-CODE
               PERFORM SHOW-TERMS-CODES
               MOVE "N" TO WS-TERMS-FOUND-SW
               PERFORM UNTIL WS-TERMS-FOUND
                   DISPLAY "Terms code (blank for due on receipt): "
                   ACCEPT WS-TERMS-CODE
                   IF WS-TERMS-CODE = SPACES
                       MOVE "NET0" TO WS-TERMS-CODE
                   END-IF
                   PERFORM LOOKUP-TERMS-CODE
                   IF NOT WS-TERMS-FOUND
                       DISPLAY "Unknown terms code " WS-TERMS-CODE
                               " - please re-enter."
                   END-IF
               END-PERFORM
               MOVE WS-TERMS-CODE TO CM-TERMS-CODE
               DISPLAY "Send invoices electronically? (Y/N): "
               ACCEPT WS-EINVOICE-ANSWER
               IF WS-EINVOICE-YES
                   MOVE "Y" TO CM-EINVOICE-SW
                   MOVE WS-TODAY-DATE TO CM-EINVOICE-SINCE
               ELSE
                   MOVE "N" TO CM-EINVOICE-SW
                   MOVE 0 TO CM-EINVOICE-SINCE
               END-IF
               MOVE RC-COMPANY-CODE TO CM-COMPANY-CODE
               IF SL-COMPANY-CODE NOT = SPACES
                   MOVE SL-COMPANY-CODE TO CM-COMPANY-CODE
                   PERFORM WRITE-CUSTOMER-AUDIT
                   MOVE WS-NEW-SALESPERSON TO CM-SALESPERSON-CODE
               END-IF
      * New terms apply to invoices raised from here on; items
      * already open keep the due date they were stamped with.
               DISPLAY "Terms code is " CM-TERMS-CODE
               PERFORM SHOW-TERMS-CODES
               DISPLAY "New terms code (blank to keep): "
               ACCEPT WS-TERMS-CODE
               IF WS-TERMS-CODE NOT = SPACES
                  AND WS-TERMS-CODE NOT = CM-TERMS-CODE
                   PERFORM LOOKUP-TERMS-CODE
                   IF WS-TERMS-FOUND
                       MOVE "TERMS-CODE"    TO WS-AUDIT-FIELD-NAME
                       MOVE CM-TERMS-CODE   TO WS-AUDIT-OLD-VALUE
                       MOVE WS-TERMS-CODE   TO WS-AUDIT-NEW-VALUE
                       PERFORM WRITE-CUSTOMER-AUDIT
                       MOVE WS-TERMS-CODE TO CM-TERMS-CODE
                   ELSE
                       DISPLAY "Unknown terms code " WS-TERMS-CODE
                               " - terms left unchanged."
                       MOVE "TERMS-CODE"  TO WS-LOG-FIELD-NAME
                       MOVE WS-TERMS-CODE TO WS-LOG-BAD-VALUE
                       PERFORM LOG-ERROR
                   END-IF
               END-IF
      * Electronic billing starts with invoices raised from the
      * day it is switched on; nothing earlier is transmitted.
               IF CM-EINVOICE
                   DISPLAY "Invoices are sent electronically since "
                           CM-EINVOICE-SINCE
               ELSE
                   DISPLAY "Invoices are printed"
               END-IF
               DISPLAY "Send invoices electronically? (Y/N, blank "
                       "to keep): "
               ACCEPT WS-EINVOICE-ANSWER
               IF WS-EINVOICE-YES AND NOT CM-EINVOICE
                   MOVE "EINVOICE"      TO WS-AUDIT-FIELD-NAME
                   MOVE "N"             TO WS-AUDIT-OLD-VALUE
                   MOVE "Y"             TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-CUSTOMER-AUDIT
                   MOVE "Y" TO CM-EINVOICE-SW
                   MOVE WS-TODAY-DATE TO CM-EINVOICE-SINCE
               END-IF
               IF WS-EINVOICE-NO AND CM-EINVOICE
                   MOVE "EINVOICE"      TO WS-AUDIT-FIELD-NAME
                   MOVE "Y"             TO WS-AUDIT-OLD-VALUE
                   MOVE "N"             TO WS-AUDIT-NEW-VALUE
                   PERFORM WRITE-CUSTOMER-AUDIT
                   MOVE "N" TO CM-EINVOICE-SW
               END-IF
               IF CM-DEACTIVATED
                   DISPLAY "Customer is deactivated - reactivate? "
                           "(Y/N): "
