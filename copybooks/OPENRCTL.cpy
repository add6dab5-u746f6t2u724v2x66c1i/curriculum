               MOVE 25.00 TO RC-GARNISH-CAP-PCT
               MOVE 180 TO RC-STALE-CHECK-DAYS
               MOVE 1095 TO RC-ESCHEAT-DAYS
               MOVE 2.00 TO RC-AP-PRICE-TOL-PCT
               MOVE 0    TO RC-AP-QTY-TOL-PCT
               MOVE 600.00 TO RC-1099-THRESHOLD
               MOVE 0      TO RC-EMPLOYER-FEIN
               MOVE SPACES TO RC-EMPLOYER-NAME RC-EMPLOYER-ADDRESS
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
                   MOVE 25.00 TO RC-GARNISH-CAP-PCT
                   MOVE 180 TO RC-STALE-CHECK-DAYS
                   MOVE 1095 TO RC-ESCHEAT-DAYS
                   MOVE 2.00 TO RC-AP-PRICE-TOL-PCT
                   MOVE 0    TO RC-AP-QTY-TOL-PCT
                   MOVE 600.00 TO RC-1099-THRESHOLD
                   MOVE 0      TO RC-EMPLOYER-FEIN
                   MOVE SPACES TO RC-EMPLOYER-NAME
                                  RC-EMPLOYER-ADDRESS
           END-READ.
