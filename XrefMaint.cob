                           MOVE WS-TODAY-DATE TO PX-START-DATE
                       END-IF
                       MOVE 0 TO PX-END-DATE
                       DISPLAY "Payroll charge limit (0 if the "
                               "employee may not charge): "
                       ACCEPT PX-CHARGE-LIMIT
                       MOVE 0 TO PX-REPAY-PERIODS
                       IF PX-CHARGE-LIMIT > 0
                           DISPLAY "Pay periods to repay a charge "
                                   "over (1-26): "
                           ACCEPT PX-REPAY-PERIODS
                           IF PX-REPAY-PERIODS = 0
                               MOVE 1 TO PX-REPAY-PERIODS
                           END-IF
                       END-IF
                       IF WS-XREF-EXISTS
                           REWRITE PARTY-XREF-RECORD
                           DISPLAY "Link replaced."
                               " pct " PX-DISCOUNT-PERCENT
                               " start " PX-START-DATE
                               " end " PX-END-DATE
                               " charge limit " PX-CHARGE-LIMIT
                               " over " PX-REPAY-PERIODS
               END-READ
           END-PERFORM.
