       IDENTIFICATION DIVISION.
       PROGRAM-ID. EInvoiceResend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EINVOICE-SENT-FILE ASSIGN TO "EINVSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-SENT-KEY
               FILE STATUS IS WS-EINVOICE-SENT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EINVOICE-SENT-FILE.
           COPY EINVSENT.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-EINVOICE-SENT-STATUS  PIC X(2) VALUE "00".
       01 WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
       01 WS-SESSION-COMPANY       PIC X(3) VALUE SPACES.
       01 WS-WANTED-INVOICE        PIC 9(9) VALUE 0.
       01 WS-RESEND-CHOICE         PIC X(1) VALUE SPACE.
          88 WS-RESEND-ONE         VALUE "R" "r".
          88 WS-RESEND-SEND-NOW    VALUE "S" "s".
          88 WS-RESEND-QUIT        VALUE "Q" "q".

       LINKAGE SECTION.
           COPY SIGNONLK.

       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * A trading partner that lost or rejected an electronic
      * invoice asks for it again: the clerk flags the invoice on
      * the sent register and it goes out, marked as a resend, on
      * the next transmission - or straight away with Send now.
       RUN-START.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF NOT SL-SIGNED-ON
               GOBACK
           END-IF.
           PERFORM OPEN-RUN-CONTROL.
           MOVE RC-COMPANY-CODE TO WS-SESSION-COMPANY.
           IF SL-COMPANY-CODE NOT = SPACES
               MOVE SL-COMPANY-CODE TO WS-SESSION-COMPANY
           END-IF.
           CLOSE RUN-CONTROL-FILE.
           PERFORM OPEN-SENT-REGISTER.

           DISPLAY "Electronic invoices - (R)esend one invoice, "
                   "(S)end now, (Q)uit: ".
           ACCEPT WS-RESEND-CHOICE.
           PERFORM UNTIL WS-RESEND-QUIT
               EVALUATE TRUE
                   WHEN WS-RESEND-ONE
                       PERFORM REQUEST-INVOICE-RESEND
                   WHEN WS-RESEND-SEND-NOW
                       CLOSE EINVOICE-SENT-FILE
                       CALL "EInvoiceSend"
                       CANCEL "EInvoiceSend"
                       PERFORM OPEN-SENT-REGISTER
                   WHEN OTHER
                       DISPLAY "Please enter R, S, or Q."
               END-EVALUATE
               DISPLAY "Electronic invoices - (R)esend one invoice, "
                       "(S)end now, (Q)uit: "
               ACCEPT WS-RESEND-CHOICE
           END-PERFORM.

           CLOSE EINVOICE-SENT-FILE.
           GOBACK.

       COPY OPENRCTL.

       OPEN-SENT-REGISTER.
           OPEN I-O EINVOICE-SENT-FILE
           IF WS-EINVOICE-SENT-STATUS = "35"
               OPEN OUTPUT EINVOICE-SENT-FILE
               CLOSE EINVOICE-SENT-FILE
               OPEN I-O EINVOICE-SENT-FILE
           END-IF.

      * Only an invoice already transmitted can be resent; one not
      * yet on the register goes with the next transmission anyway
      * if its customer is billed electronically.
       REQUEST-INVOICE-RESEND.
           DISPLAY "Invoice number to resend (9 digits): "
           ACCEPT WS-WANTED-INVOICE
           MOVE WS-SESSION-COMPANY TO ES-COMPANY-CODE
           MOVE WS-WANTED-INVOICE  TO ES-INVOICE-NUMBER
           READ EINVOICE-SENT-FILE
               KEY IS ES-SENT-KEY
               INVALID KEY
                   DISPLAY "Invoice " WS-WANTED-INVOICE " has not "
                           "been sent electronically - nothing to "
                           "resend."
               NOT INVALID KEY
                   IF ES-RESEND-REQUESTED
                       DISPLAY "Invoice " WS-WANTED-INVOICE
                               " is already waiting to be resent."
                   ELSE
                       MOVE "Y" TO ES-RESEND-SW
                       REWRITE EINVOICE-SENT-RECORD
                       DISPLAY "Invoice " WS-WANTED-INVOICE
                               " (last sent " ES-LAST-SENT-DATE
                               " in transmission "
                               ES-TRANSMISSION-NUMBER
                               ") will go with the next "
                               "transmission."
                   END-IF
           END-READ.
