      * DISTLIST.cpy - Report distribution list record layout.
      * Indexed file keyed on report name plus the key the report
      * breaks on (department code, salesperson code or collector
      * operator), naming who receives that piece of the report
      * and where it is delivered.  ReportBurst maintains the list
      * and splits registered report generations by it.
       01 DISTRIBUTION-LIST-RECORD.
          05 RD-DIST-KEY.
             10 RD-REPORT-NAME       PIC X(8).
             10 RD-REPORT-KEY        PIC X(8).
          05 RD-RECIPIENT-ID         PIC X(8).
          05 RD-RECIPIENT-NAME       PIC X(30).
          05 RD-DELIVER-TO           PIC X(30).
          05 RD-ADDED-DATE           PIC 9(8).
          05 RD-ADDED-BY             PIC X(8).
