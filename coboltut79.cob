       01 LedgerDir PIC X.
       01 LedgerSource PIC X(10).
       01 LedgerRef PIC X(10).
       01 StockCost PIC 9(5)V99.
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4) VALUE 5200.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
              IF PFSizeType(SizeIdx) = CCSize
                     MOVE CountedQty TO PFQtyOnHand(SizeIdx)
                     MOVE PFUnitCost(SizeIdx) TO StockCost
              END-IF
       END-PERFORM.
       REWRITE ProductRecord
       END-IF.
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.
       COMPUTE StockValue = LedgerQty * StockCost.
       PERFORM PostStockValue.
       DISPLAY "Adjustment posted.".

PostStockValue.
       CALL "coboltut85invgl" USING GLContra, StockValue, LedgerDir,
              LedgerSource, LedgerRef.

AccuracyReport.
       PERFORM VARYING ClassIdx FROM 1 BY 1 UNTIL ClassIdx > 3
              MOVE 0 TO CTDone(ClassIdx)
