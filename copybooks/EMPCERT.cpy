      * EMPCERT.cpy - Employee certification / license record.
      * Indexed file keyed on employee and certification type, one
      * row per credential the employee holds - a renewal replaces
      * the number and dates in place.  An expiry date of zero
      * means the credential does not expire.
       01 EMPLOYEE-CERT-RECORD.
          05 EC-CERT-KEY.
             10 EC-EMPLOYEE-ID       PIC 9(5).
             10 EC-CERT-TYPE         PIC X(4).
          05 EC-CERT-NUMBER          PIC X(20).
          05 EC-ISSUE-DATE           PIC 9(8).
          05 EC-EXPIRY-DATE          PIC 9(8).
          05 EC-UPDATED-BY           PIC X(8).
          05 EC-UPDATED-DATE         PIC 9(8).
