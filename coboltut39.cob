                     ELSE
                            MOVE OldOrderExtAmount TO ODExtAmount
                     END-IF
                     MOVE SPACES TO ODCustItem
                     MOVE SPACES TO ODPromoCode
                     MOVE "N" TO ODPosted
                     WRITE OrderDetail
                            INVALID KEY DISPLAY "Detail for order "
