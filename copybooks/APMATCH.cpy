      * APMATCH.cpy - Vendor invoice match-exception queue layout.
      * Indexed file keyed like the invoice line it holds back.  A
      * line whose price or quantity misses the PO and receipt by
      * more than the run-control tolerance, or that has no
      * receipt behind it, is queued here instead of becoming
      * payable.  A supervisor approves (overrides) or rejects it
      * from VendorInvoice; the queue row keeps who and when.
       01 AP-MATCH-EXCEPTION-RECORD.
          05 MX-INVOICE-KEY.
             10 MX-VENDOR-ID         PIC 9(5).
             10 MX-INVOICE-NUMBER    PIC X(15).
             10 MX-LINE-NUMBER       PIC 9(3).
          05 MX-QUEUED-DATE          PIC 9(8).
          05 MX-REASON               PIC X(30).
          05 MX-PRICE-VARIANCE-PCT   PIC S9(5)V99.
          05 MX-QTY-VARIANCE         PIC S9(5).
          05 MX-COMPANY-CODE         PIC X(3).
          05 MX-STATUS               PIC X(1).
             88 MX-OPEN              VALUE "O".
             88 MX-OVERRIDDEN        VALUE "A".
             88 MX-REJECTED          VALUE "R".
          05 MX-RESOLVED-BY          PIC X(8).
          05 MX-RESOLVED-DATE        PIC 9(8).
