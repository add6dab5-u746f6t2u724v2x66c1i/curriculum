      * APINV.cpy - Vendor (accounts payable) invoice line layout.
      * Indexed file keyed on vendor, the vendor's own invoice
      * number and a line number, written by VendorInvoice.  Each
      * line is matched three ways - to the PO line, to the
      * receipt(s) on the packing slip, and to the invoice itself.
      * A matched line is approved and payable; one outside the
      * run-control tolerances waits in the match-exception queue
      * (APMATCH) until it is overridden or rejected.  APPayment
      * proposes approved lines due by a cutoff for the next check
      * run (AP-SELECTED-AMOUNT), lets the operator hold a line or
      * cut the amount for a partial payment, and stamps the check
      * that paid it.
       01 AP-INVOICE-RECORD.
          05 AP-INVOICE-KEY.
             10 AP-VENDOR-ID         PIC 9(5).
             10 AP-INVOICE-NUMBER    PIC X(15).
             10 AP-LINE-NUMBER       PIC 9(3).
          05 AP-INVOICE-DATE         PIC 9(8).
          05 AP-DUE-DATE             PIC 9(8).
          05 AP-PO-NUMBER            PIC 9(9).
          05 AP-PO-LINE-NUMBER       PIC 9(3).
          05 AP-PACKING-SLIP         PIC X(12).
          05 AP-PRODUCT-CODE         PIC X(6).
          05 AP-QUANTITY             PIC S9(5).
          05 AP-UNIT-COST            PIC S9(7)V99.
          05 AP-INVOICE-AMOUNT       PIC S9(9)V99.
          05 AP-RECEIPT-QUANTITY     PIC S9(5).
          05 AP-RECEIPT-COST         PIC S9(7)V99.
          05 AP-PPV-AMOUNT           PIC S9(9)V99.
          05 AP-AMOUNT-PAID          PIC S9(9)V99.
          05 AP-OPERATOR-ID          PIC X(8).
          05 AP-COMPANY-CODE         PIC X(3).
          05 AP-STATUS               PIC X(1).
             88 AP-MATCH-EXCEPTION   VALUE "E".
             88 AP-APPROVED          VALUE "A".
             88 AP-PAID              VALUE "P".
             88 AP-REJECTED          VALUE "X".
          05 AP-HOLD-SW              PIC X(1).
             88 AP-ON-HOLD           VALUE "Y".
          05 AP-SELECTED-AMOUNT      PIC S9(9)V99.
          05 AP-LAST-CHECK-NUMBER    PIC 9(9).
