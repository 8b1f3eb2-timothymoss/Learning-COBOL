                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF OHIDNum = LIDNum AND
                               (OHEntered OR OHPicked OR OHPriceHold)
                                   PERFORM SumOrderLines
                            END-IF
              END-READ
