                           MOVE "10" TO WS-PURCHASE-TRANS-STATUS
                       NOT AT END
                           IF PT-CUSTOMER-ID = PX-CUSTOMER-ID
                              AND PT-TYPE-SALE
                               ADD PT-DISCOUNT-AMOUNT TO
                                   WS-LINK-DISCOUNT-TOTAL
                           END-IF
