      * EINVSENT.cpy - Electronic invoice sent register.
      * Indexed file keyed on company plus invoice number, one row
      * per invoice ever put on the outbound invoice file, so no
      * invoice is transmitted twice.  EInvoiceSend writes the row
      * on first transmission; a resend asked for through
      * EInvoiceResend sets the resend flag, and the next
      * transmission sends the invoice again and clears it.
       01 EINVOICE-SENT-RECORD.
          05 ES-SENT-KEY.
             10 ES-COMPANY-CODE      PIC X(3).
             10 ES-INVOICE-NUMBER    PIC 9(9).
          05 ES-CUSTOMER-ID          PIC 9(5).
          05 ES-FIRST-SENT-DATE      PIC 9(8).
          05 ES-LAST-SENT-DATE       PIC 9(8).
          05 ES-TRANSMISSION-NUMBER  PIC 9(7).
          05 ES-SEND-COUNT           PIC 9(3).
          05 ES-RESEND-SW            PIC X(1).
             88 ES-RESEND-REQUESTED  VALUE "Y".
