      * TERMSTBL.cpy - Customer payment terms table.
      * COPY into WORKING-STORAGE.  One row per terms code a
      * customer can carry in CM-TERMS-CODE: days from invoice to
      * due date, and the cash discount percent and the days it
      * stays on offer.  A blank or unknown code is due on
      * receipt with no discount, which is how every customer was
      * treated before terms were carried.  TERMCALC looks the
      * code up and turns an invoice date into the due and
      * discount dates stamped on the AR open item.
       01 TERMS-TABLE-VALUES.
          05 FILLER PIC X(33) VALUE
             "NET0Due on receipt      000000000".
          05 FILLER PIC X(33) VALUE
             "N10 Net 10              010000000".
          05 FILLER PIC X(33) VALUE
             "N15 Net 15              015000000".
          05 FILLER PIC X(33) VALUE
             "N30 Net 30              030000000".
          05 FILLER PIC X(33) VALUE
             "N45 Net 45              045000000".
          05 FILLER PIC X(33) VALUE
             "N60 Net 60              060000000".
          05 FILLER PIC X(33) VALUE
             "N90 Net 90              090000000".
          05 FILLER PIC X(33) VALUE
             "1N301/10 net 30         030100010".
          05 FILLER PIC X(33) VALUE
             "2N302/10 net 30         030200010".
       01 TERMS-TABLE REDEFINES TERMS-TABLE-VALUES.
          05 TT-ENTRY OCCURS 9 TIMES INDEXED BY TT-IDX.
             10 TT-TERMS-CODE        PIC X(4).
             10 TT-DESCRIPTION       PIC X(20).
             10 TT-NET-DAYS          PIC 9(3).
             10 TT-DISCOUNT-PCT      PIC 9V99.
             10 TT-DISCOUNT-DAYS     PIC 9(3).
       01 TT-ENTRY-COUNT             PIC 9(2) VALUE 9.

       01 WS-TERMS-CODE              PIC X(4) VALUE SPACES.
       01 WS-TERMS-FOUND-SW          PIC X(1) VALUE "N".
          88 WS-TERMS-FOUND          VALUE "Y".
       01 WS-TERMS-NET-DAYS          PIC 9(3) VALUE 0.
       01 WS-TERMS-DISCOUNT-PCT      PIC 9V99 VALUE 0.
       01 WS-TERMS-DISCOUNT-DAYS     PIC 9(3) VALUE 0.
       01 WS-TERMS-BASE-DATE         PIC 9(8) VALUE 0.
       01 WS-TERMS-DUE-DATE          PIC 9(8) VALUE 0.
       01 WS-TERMS-DISCOUNT-DATE     PIC 9(8) VALUE 0.
