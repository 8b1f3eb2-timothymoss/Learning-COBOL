                                                 "  on hand " LBQtyOnHand
                                                 "  expires " LBExpiry
                                                 "  received " LBReceived
                                          IF LBQuarantined
                                                 DISPLAY "          ** LOT "
                                                        LBLotNum
                                                        " QUARANTINED - "
                                                        "RECALLED"
                                          END-IF
                                   ELSE
                                          MOVE "Y" TO WSEOF
                                   END-IF
