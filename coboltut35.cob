FD ReportFile.
       01 ReportLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSFileStatus PIC XX.
       01 WSEOF PIC X VALUE "N".
       01 SizeIdx PIC 9.
       01 LedgerDir PIC X.
       01 LedgerSource PIC X(10).
       01 LedgerRef PIC X(10).
       01 StockCost PIC 9(5)V99.
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4) VALUE 5200.
       01 VarianceTable.
              02 VarianceEntry OCCURS 150 TIMES.
                     03 VProdName PIC X(10).

PrintVarianceReport.
       OPEN OUTPUT ReportFile.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO ReportLine
              WRITE ReportLine
       END-IF.
       MOVE "PHYSICAL INVENTORY VARIANCE REPORT" TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
              IF PFSizeType(SizeIdx) = VSize(VarIdx)
                     MOVE VCountedQty(VarIdx) TO PFQtyOnHand(SizeIdx)
                     MOVE PFUnitCost(SizeIdx) TO StockCost
              END-IF
       END-PERFORM.
       REWRITE ProductRecord
       END-IF.
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.
       COMPUTE StockValue = LedgerQty * StockCost.
       PERFORM PostStockValue.

PostStockValue.
       CALL "coboltut85invgl" USING GLContra, StockValue, LedgerDir,
              LedgerSource, LedgerRef.
