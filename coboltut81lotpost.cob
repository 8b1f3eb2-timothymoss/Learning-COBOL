              MOVE LExpiry TO LBExpiry
              MOVE 0 TO LBQtyOnHand
              MOVE BizDate TO LBReceived
              MOVE SPACE TO LBStatus
       END-IF.
       IF LDirection = "R"
              ADD LQty TO LBQtyOnHand
