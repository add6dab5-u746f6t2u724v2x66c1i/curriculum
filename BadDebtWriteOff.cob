       01 WS-AR-AMOUNT             PIC S9(9)V99 VALUE 0.
       01 WS-AR-SOURCE-TYPE        PIC X(1).
       01 WS-AR-COMPANY            PIC X(3) VALUE SPACES.
       01 WS-AR-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-DATE      PIC 9(8) VALUE 0.
       01 WS-AR-DISCOUNT-PCT       PIC 9V99 VALUE 0.

       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNON-PASSWORD       PIC X(8).
