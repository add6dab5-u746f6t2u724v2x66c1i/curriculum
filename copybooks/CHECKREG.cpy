      * One record per physical check cut for an employee without
      * valid bank details, with void/reissue status so a lost or
      * misprinted check can be traced and cut again without losing
      * the original number.  Supplier checks cut by the payables
      * check run carry the vendor in CG-VENDOR-ID and a zero
      * employee ID.
       01 CHECK-REGISTER-RECORD.
          05 CG-CHECK-NUMBER         PIC 9(9).
          05 CG-EMPLOYEE-ID          PIC 9(5).
             88 CG-POSPAY-SENT       VALUE "Y".
          05 CG-POSPAY-VOID-SENT-SW  PIC X(1).
             88 CG-POSPAY-VOID-SENT  VALUE "Y".
          05 CG-VENDOR-ID            PIC 9(5).
