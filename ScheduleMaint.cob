          88 WS-MAINT-LIST         VALUE "L" "l".
          88 WS-MAINT-QUIT         VALUE "Q" "q".
       01 WS-SEQUENCE              PIC 9(3).
       01 WS-NEW-VALUE-X           PIC X(10).
       01 WS-STEP-EXISTS-SW        PIC X(1) VALUE "N".
          88 WS-STEP-EXISTS        VALUE "Y".
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
       PROCEDURE DIVISION USING OPERATOR-SIGNON-BLOCK.
      * The laminated checklist moves onto the schedule file the
      * cycle actually runs from: sequence, step name, frequency,
      * hold flag, whether a failure stops the chain, and how
      * long the step is expected to run.
       RUN-START.
           OPEN INPUT OPERATOR-MASTER-FILE.
           CALL "OperatorSignon" USING OPERATOR-SIGNON-BLOCK.
           IF JS-STOP-ON-FAIL-SW NOT = "Y"
               MOVE "N" TO JS-STOP-ON-FAIL-SW
           END-IF
           IF NOT WS-STEP-EXISTS
               MOVE 0 TO JS-EXPECTED-MINUTES
           END-IF
           DISPLAY "Expected run time in minutes (0 for no limit, "
                   "blank to keep " JS-EXPECTED-MINUTES "): "
           ACCEPT WS-NEW-VALUE-X
           IF WS-NEW-VALUE-X NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-NEW-VALUE-X)
                   TO JS-EXPECTED-MINUTES
           END-IF
           IF WS-STEP-EXISTS
               REWRITE JOB-SCHEDULE-RECORD
               DISPLAY "Schedule step updated."
                               " enabled " JS-ENABLED-SW
                               " stop-on-fail "
                               JS-STOP-ON-FAIL-SW
                               " expected min "
                               JS-EXPECTED-MINUTES
               END-READ
           END-PERFORM.
