      * CUSTMAST.cpy - Customer master record layout.
      * Indexed file keyed on CUSTOMER-ID, used by PurchaseCalculator
      * and the reporting jobs that read customer data.  The terms
      * code (TERMSTBL) sets the due date and any cash discount on
      * each sale the customer is invoiced for.  A customer billed
      * electronically has its invoices dated on or after the
      * e-invoice start date sent on the outbound invoice file
      * (EINVOICE) instead of relying on the printed invoice.
       01 CUSTOMER-MASTER-RECORD.
          05 CM-CUSTOMER-ID          PIC 9(5).
          05 CM-CUSTOMER-NAME        PIC X(30).
             88 CM-WRITTEN-OFF       VALUE "Y".
          05 CM-SALESPERSON-CODE     PIC X(4).
          05 CM-MERGED-INTO          PIC 9(5) VALUE 0.
          05 CM-TERMS-CODE           PIC X(4).
          05 CM-EINVOICE-SW          PIC X(1).
             88 CM-EINVOICE          VALUE "Y".
          05 CM-EINVOICE-SINCE       PIC 9(8) VALUE 0.
