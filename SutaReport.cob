          88 WS-MAINT-EXIT         VALUE "X" "x".
       01 WS-RATE-EXISTS-SW        PIC X(1) VALUE "N".
          88 WS-RATE-EXISTS        VALUE "Y".
       01 WS-NEW-ACCOUNT           PIC X(15) VALUE SPACES.
       01 WS-LIST-EOF-SW           PIC X(1) VALUE "N".
          88 WS-LIST-EOF           VALUE "Y".
       01 WS-WANTED-YEAR           PIC 9(4).
           READ SUTA-RATE-FILE
               KEY IS SU-STATE
               INVALID KEY
                   MOVE SPACES TO SU-EMPLOYER-ACCOUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-RATE-EXISTS-SW
                   DISPLAY "Current rate " SU-TAX-RATE
                           " wage base " SU-WAGE-BASE
                           " account " SU-EMPLOYER-ACCOUNT
           END-READ
           DISPLAY "Experience rate (4 decimals, e.g. 0.0270): "
           ACCEPT SU-TAX-RATE
           DISPLAY "Annual wage base (9 digits, 2 decimals): "
           ACCEPT SU-WAGE-BASE
           DISPLAY "State employer account number (15 "
                   "characters, blank to keep): "
           ACCEPT WS-NEW-ACCOUNT
           IF WS-NEW-ACCOUNT NOT = SPACES
               MOVE WS-NEW-ACCOUNT TO SU-EMPLOYER-ACCOUNT
           END-IF
           IF WS-RATE-EXISTS
               REWRITE SUTA-RATE-RECORD
               DISPLAY "SUTA parameters updated."
                   NOT AT END
                       DISPLAY "  state " SU-STATE " rate "
                               SU-TAX-RATE " base " SU-WAGE-BASE
                               " account " SU-EMPLOYER-ACCOUNT
               END-READ
           END-PERFORM.

