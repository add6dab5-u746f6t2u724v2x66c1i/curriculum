          05 RC-GARNISH-CAP-PCT     PIC 9(3)V99.
          05 RC-STALE-CHECK-DAYS    PIC 9(5).
          05 RC-ESCHEAT-DAYS        PIC 9(5).
          05 RC-AP-PRICE-TOL-PCT    PIC 9(3)V99.
          05 RC-AP-QTY-TOL-PCT      PIC 9(3)V99.
          05 RC-1099-THRESHOLD      PIC 9(7)V99.
          05 RC-DEFAULT-WAREHOUSE   PIC X(3).
          05 RC-EMPLOYER-FEIN       PIC 9(9).
          05 RC-EMPLOYER-NAME       PIC X(30).
          05 RC-EMPLOYER-ADDRESS.
             10 RC-EMPLOYER-STREET  PIC X(30).
             10 RC-EMPLOYER-CITY    PIC X(20).
             10 RC-EMPLOYER-STATE   PIC X(2).
             10 RC-EMPLOYER-POSTAL  PIC X(9).
