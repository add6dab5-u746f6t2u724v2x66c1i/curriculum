      * EXPCLAIM.cpy - Employee expense claim record layout.
      * Indexed file keyed on employee plus claim number, one row
      * per mileage or out-of-pocket claim.  An approved claim is
      * added to net pay by the next regular payroll run as a
      * non-taxable reimbursement - it never enters gross, FICA or
      * W-2 wages - and the run marks it paid with its group and
      * period so a rerun can put it back in line.
       01 EXPENSE-CLAIM-RECORD.
          05 XC-CLAIM-KEY.
             10 XC-EMPLOYEE-ID       PIC 9(5).
             10 XC-CLAIM-NUMBER      PIC 9(4).
          05 XC-EXPENSE-TYPE         PIC X(4).
             88 XC-TYPE-MILEAGE      VALUE "MILE".
             88 XC-TYPE-MEALS        VALUE "MEAL".
             88 XC-TYPE-TRAVEL       VALUE "TRVL".
             88 XC-TYPE-LODGING      VALUE "LODG".
             88 XC-TYPE-SUPPLIES     VALUE "SUPP".
             88 XC-TYPE-OTHER        VALUE "OTHR".
             88 XC-TYPE-VALID        VALUE "MILE" "MEAL" "TRVL"
                                           "LODG" "SUPP" "OTHR".
          05 XC-EXPENSE-DATE         PIC 9(8).
          05 XC-AMOUNT               PIC S9(7)V99.
          05 XC-DESCRIPTION          PIC X(30).
          05 XC-RECEIPT-SW           PIC X(1).
             88 XC-RECEIPT-ATTACHED  VALUE "Y".
          05 XC-STATUS               PIC X(1).
             88 XC-PENDING           VALUE "E".
             88 XC-APPROVED          VALUE "A".
             88 XC-REJECTED          VALUE "R".
             88 XC-PAID              VALUE "P".
          05 XC-ENTERED-BY           PIC X(8).
          05 XC-ENTERED-DATE         PIC 9(8).
          05 XC-APPROVED-BY          PIC X(8).
          05 XC-APPROVED-DATE        PIC 9(8).
          05 XC-PAID-GROUP           PIC X(1).
          05 XC-PAID-PERIOD          PIC 9(3).
          05 XC-PAID-DATE            PIC 9(8).
