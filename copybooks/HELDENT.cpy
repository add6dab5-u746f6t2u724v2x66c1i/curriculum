      * credit limit is written here fully computed (tax, discount,
      * conversion already applied) instead of to PURCHASE-TRANS,
      * so the release program can post it untouched once a
      * supervisor signs off.  The release records who decided
      * the entry and, once posted, the invoice it became.
       01 HELD-ENTRY-RECORD.
          05 HE-HOLD-ID              PIC 9(7).
          05 HE-CUSTOMER-ID          PIC 9(5).
             88 HE-HELD              VALUE "H".
             88 HE-POSTED            VALUE "P".
             88 HE-REJECTED          VALUE "R".
          05 HE-DECIDED-DATE         PIC 9(8).
          05 HE-DECIDED-BY           PIC X(8).
          05 HE-INVOICE-NUMBER       PIC 9(9).
