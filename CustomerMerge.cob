             10 WS-AR-SAVE-OPEN      PIC S9(9)V99.
             10 WS-AR-SAVE-COMPANY   PIC X(3).
             10 WS-AR-SAVE-STATUS    PIC X(1).
             10 WS-AR-SAVE-DUE-DATE  PIC 9(8).
             10 WS-AR-SAVE-DISC-DATE PIC 9(8).
             10 WS-AR-SAVE-DISC-PCT  PIC 9V99.
       01 WS-AR-SAVE-COUNT         PIC 9(3) VALUE 0.
       01 WS-DSP-EOF-SW            PIC X(1) VALUE "N".
          88 WS-DSP-EOF            VALUE "Y".
               WS-AR-SAVE-ORIGINAL (WS-AR-IDX)
           MOVE AR-OPEN-AMOUNT TO WS-AR-SAVE-OPEN (WS-AR-IDX)
           MOVE AR-COMPANY-CODE TO WS-AR-SAVE-COMPANY (WS-AR-IDX)
           MOVE AR-STATUS TO WS-AR-SAVE-STATUS (WS-AR-IDX)
           MOVE AR-DUE-DATE TO WS-AR-SAVE-DUE-DATE (WS-AR-IDX)
           MOVE AR-DISCOUNT-DATE TO WS-AR-SAVE-DISC-DATE (WS-AR-IDX)
           MOVE AR-DISCOUNT-PCT TO WS-AR-SAVE-DISC-PCT (WS-AR-IDX).

       REKEY-ONE-AR-ITEM.
           MOVE WS-DUPLICATE-ID TO AR-CUSTOMER-ID
           MOVE WS-AR-SAVE-OPEN (WS-AR-IDX) TO AR-OPEN-AMOUNT
           MOVE WS-AR-SAVE-COMPANY (WS-AR-IDX) TO AR-COMPANY-CODE
           MOVE WS-AR-SAVE-STATUS (WS-AR-IDX) TO AR-STATUS
           MOVE WS-AR-SAVE-DUE-DATE (WS-AR-IDX) TO AR-DUE-DATE
           MOVE WS-AR-SAVE-DISC-DATE (WS-AR-IDX) TO AR-DISCOUNT-DATE
           MOVE WS-AR-SAVE-DISC-PCT (WS-AR-IDX) TO AR-DISCOUNT-PCT
           WRITE AR-OPEN-ITEM-RECORD
               INVALID KEY
                   PERFORM FOLD-AR-ITEM-INTO-SURVIVOR
