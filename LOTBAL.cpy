              02 LBExpiry PIC 9(8).
              02 LBQtyOnHand PIC 9(5).
              02 LBReceived PIC 9(8).
              02 LBStatus PIC X.
                     88 LBQuarantined VALUE "Q".
