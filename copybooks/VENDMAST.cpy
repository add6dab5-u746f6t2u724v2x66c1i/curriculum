      * VENDMAST.cpy - Vendor master record layout.
      * Indexed file keyed on vendor ID, one row per supplier we
      * buy from.  Purchase orders name the vendor here, so who a
      * shipment was ordered from is answerable from a file.  An
      * inactive vendor keeps its history but takes no new orders.
      * Terms days set the due date on the vendor's invoices.  A
      * vendor flagged 1099-reportable gets a year-end recipient
      * statement from Vendor1099 and must carry a tax ID.  The
      * lead time is the vendor's usual days from order to
      * delivery, used where a product has none of its own.
       01 VENDOR-MASTER-RECORD.
          05 VN-VENDOR-ID            PIC 9(5).
          05 VN-VENDOR-NAME          PIC X(30).
          05 VN-STREET               PIC X(30).
          05 VN-CITY                 PIC X(20).
          05 VN-STATE                PIC X(2).
          05 VN-POSTAL-CODE          PIC X(10).
          05 VN-CONTACT-PHONE        PIC X(15).
          05 VN-COMPANY-CODE         PIC X(3).
          05 VN-STATUS               PIC X(1).
             88 VN-ACTIVE            VALUE "A".
             88 VN-INACTIVE          VALUE "I".
          05 VN-TERMS-DAYS           PIC 9(3).
          05 VN-1099-SW              PIC X(1).
             88 VN-1099-REPORTABLE   VALUE "Y".
          05 VN-TAX-ID               PIC X(11).
          05 VN-LEAD-TIME-DAYS       PIC 9(3).
