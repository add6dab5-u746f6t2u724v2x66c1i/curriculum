             88 EM-GROUP-MONTHLY     VALUE "M".
          05 EM-LOCALITY-CODE        PIC X(4).
          05 EM-COMP-CLASS           PIC X(4).
          05 EM-POSITION-NUMBER      PIC 9(6).
          05 EM-PAY-GRADE            PIC X(4).
