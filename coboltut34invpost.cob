              MOVE LSize TO UHSize
              MOVE BizDateX(1:6) TO UHYearMonth
              MOVE 0 TO UHQtyUsed
              MOVE 0 TO UHQtyLost
       END-IF.
       ADD LQty TO UHQtyUsed.
       IF UsageExists = "Y"
