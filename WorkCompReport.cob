       01 WS-CLASS-COUNT           PIC 9(3) VALUE 0.
       01 WS-CLASS-FOUND-SW        PIC X(1) VALUE "N".
          88 WS-CLASS-FOUND        VALUE "Y".
       01 WS-TALLY-CLASS           PIC X(4).
       01 WS-TALLY-WAGES           PIC S9(7)V99.
       01 WS-ASG-SUB               PIC 9(1).

       01 WS-POLICY-HEADER.
          05 FILLER                PIC X(33) VALUE
                           IF PH-RUN-DATE >= WS-FROM-DATE
                              AND PH-RUN-DATE <= WS-THRU-DATE
                              AND NOT PH-BACKED-OUT
                               PERFORM TALLY-PAYMENT-WAGES
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE COMP-REPORT-FILE
           DISPLAY "Policy report written to WCPOLICY.PRT.".

      * A payment made under several concurrent assignments is
      * tallied assignment by assignment, each share under its
      * own class; any other payment under the class it carries.
       TALLY-PAYMENT-WAGES.
           IF PH-ASSIGNMENT-COUNT > 0
               PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
                       UNTIL WS-ASG-SUB > PH-ASSIGNMENT-COUNT
                   IF PH-ASG-COMP-CLASS (WS-ASG-SUB) NOT = SPACES
                       MOVE PH-ASG-COMP-CLASS (WS-ASG-SUB)
                           TO WS-TALLY-CLASS
                       MOVE PH-ASG-GROSS (WS-ASG-SUB)
                           TO WS-TALLY-WAGES
                       PERFORM TALLY-CLASS-WAGES
                   END-IF
               END-PERFORM
           ELSE
               IF PH-COMP-CLASS NOT = SPACES
                   MOVE PH-COMP-CLASS TO WS-TALLY-CLASS
                   MOVE PH-GROSS-PAY  TO WS-TALLY-WAGES
                   PERFORM TALLY-CLASS-WAGES
               END-IF
           END-IF.

       TALLY-CLASS-WAGES.
           MOVE "N" TO WS-CLASS-FOUND-SW
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
               IF WS-CLASS-CODE (WS-CLASS-IDX) = WS-TALLY-CLASS
                  AND WS-CLASS-STATE (WS-CLASS-IDX) =
                      PH-WORK-STATE
                   ADD WS-TALLY-WAGES TO
                       WS-CLASS-WAGES (WS-CLASS-IDX)
                   MOVE "Y" TO WS-CLASS-FOUND-SW
               END-IF
               IF WS-CLASS-COUNT < 50
                   ADD 1 TO WS-CLASS-COUNT
                   SET WS-CLASS-IDX TO WS-CLASS-COUNT
                   MOVE WS-TALLY-CLASS TO
                       WS-CLASS-CODE (WS-CLASS-IDX)
                   MOVE PH-WORK-STATE TO
                       WS-CLASS-STATE (WS-CLASS-IDX)
                   MOVE WS-TALLY-WAGES TO
                       WS-CLASS-WAGES (WS-CLASS-IDX)
                   MOVE 0 TO WS-CLASS-PREMIUM (WS-CLASS-IDX)
               END-IF
