      * RATESTG.cpy - Staged pay-rate change record layout.
      * Indexed file keyed on employee plus effective date, one row
      * per rate change approved ahead of its effective date (merit
      * increases, or a future date keyed at the payroll prompt).
      * The payroll run applies a pending row once its date has
      * arrived, writing the rate audit record at that point exactly
      * as for a rate keyed on the day.
       01 STAGED-RATE-RECORD.
          05 SR-STAGED-KEY.
             10 SR-EMPLOYEE-ID       PIC 9(5).
             10 SR-EFFECTIVE-DATE    PIC 9(8).
          05 SR-OLD-RATE             PIC S9(7)V99.
          05 SR-NEW-RATE             PIC S9(7)V99.
          05 SR-SOURCE               PIC X(1).
             88 SR-FROM-MERIT        VALUE "M".
             88 SR-FROM-PAYROLL      VALUE "K".
          05 SR-STAGED-DATE          PIC 9(8).
          05 SR-APPROVED-BY          PIC X(8).
          05 SR-APPLIED-DATE         PIC 9(8).
          05 SR-STATUS               PIC X(1).
             88 SR-PENDING           VALUE "P".
             88 SR-APPLIED           VALUE "A".
