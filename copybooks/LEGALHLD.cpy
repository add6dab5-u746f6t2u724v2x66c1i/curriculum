      * LEGALHLD.cpy - Legal hold registry record layout.
      * Indexed file keyed on hold type and held id.  A hold names
      * a customer, an employee or a whole file whose records must
      * be preserved while a dispute or claim is open; the archive
      * purge and the report generation purge keep anything held
      * in the live file.  A released hold stays on file with who
      * released it, and is reused if the same party is held again.
       01 LEGAL-HOLD-RECORD.
          05 LH-HOLD-KEY.
             10 LH-HOLD-TYPE         PIC X(1).
                88 LH-CUSTOMER-HOLD  VALUE "C".
                88 LH-EMPLOYEE-HOLD  VALUE "E".
                88 LH-FILE-HOLD      VALUE "F".
      * Customer or employee id (5 digits), or the file's name as
      * the purge jobs know it - PURCTRAN, RATEAUD, or a report
      * name such as PAYSTUB.
             10 LH-HOLD-ID           PIC X(8).
          05 LH-HOLD-REASON          PIC X(40).
          05 LH-PLACED-DATE          PIC 9(8).
          05 LH-PLACED-BY            PIC X(8).
          05 LH-RELEASED-DATE        PIC 9(8).
          05 LH-RELEASED-BY          PIC X(8).
          05 LH-STATUS               PIC X(1).
             88 LH-ACTIVE            VALUE "A".
             88 LH-RELEASED          VALUE "R".
