      * after garnishments - stopping exactly at zero - and final
      * pay takes whatever balance remains, so an IOU in a drawer
      * can never again walk out the door with a terminated
      * employee.  An advance recorded without its check cut stays
      * pending disbursement until LoanMaint cuts it; rows from
      * before the switch was carried read as paid out.
       01 EMPLOYEE-LOAN-RECORD.
          05 LN-LOAN-KEY.
             10 LN-EMPLOYEE-ID       PIC 9(5).
          05 LN-STATUS               PIC X(1).
             88 LN-LOAN-ACTIVE       VALUE "A".
             88 LN-LOAN-PAID         VALUE "P".
          05 LN-DISBURSED-SW         PIC X(1).
             88 LN-DISBURSEMENT-PENDING VALUE "N".
