       01 DtlEOF PIC X.
       01 PostedCount PIC 9(5) VALUE 0.
       01 ShortCount PIC 9(5) VALUE 0.
       01 AwaitCount PIC 9(5) VALUE 0.
       01 SizeIdx PIC 9.
       01 SizeFound PIC X.
       01 LedgerProd PIC X(10).
       01 CompNeed PIC 9(7).
       01 CompSizeFound PIC X.
       01 PeriodOpen PIC X.
       01 StockCost PIC 9(5)V99.
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4) VALUE 5000.
       01 ErrProgram PIC X(16).
       01 ErrFile PIC X(14).
       01 ErrStatus PIC XX.
       01 JrnKey PIC X(20).
       01 JrnBefore PIC X(250).
       01 JrnAfter PIC X(250).
       01 SerAction PIC X.
       01 SerNumInput PIC X(20) VALUE SPACES.
       01 SerRef PIC X(10) VALUE SPACES.
       01 SerResult PIC X.
       01 SerCount PIC 9(5).
       01 SerMessage PIC X(40).

PROCEDURE DIVISION.
MainPara.
              PostedCount DELIMITED BY SIZE
              "   Lines short : " DELIMITED BY SIZE
              ShortCount DELIMITED BY SIZE
              "   Awaiting serials : " DELIMITED BY SIZE
              AwaitCount DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
       CLOSE OrdHeaderFile.
       CLOSE ReportFile.
       DISPLAY "ORDER POSTING COMPLETE".
       DISPLAY "Lines posted : " PostedCount "   Lines short : " ShortCount.
       IF AwaitCount > 0
              DISPLAY "Lines awaiting serial numbers : " AwaitCount
       END-IF.
       STOP RUN.

LogOpenFailure.
                     PERFORM ReportShortLine
              NOT INVALID KEY
                     PERFORM CheckForKit
                     IF IsKit = "Y"
                            PERFORM CheckFinishedKits
                     END-IF
                     IF IsKit = "Y"
                            PERFORM PostKitLine
                     ELSE
                                   END-IF
                            END-PERFORM
                            IF SizeFound = "Y"
                                   PERFORM CheckSerialsShipped
                                   IF SerCount < ODQty
                                          PERFORM ReportAwaitingSerials
                                   ELSE
                                          PERFORM RelieveStock
                                   END-IF
                            ELSE
                                   PERFORM ReportShortLine
                            END-IF
              END-IF
       END-IF.

CheckFinishedKits.
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
              IF PFSizeType(SizeIdx) = ODSize AND
                 PFQtyOnHand(SizeIdx) >= ODQty
                     MOVE "N" TO IsKit
              END-IF
       END-PERFORM.

PostKitLine.
       PERFORM VerifyKitComponents.
       IF KitOK = "Y"
                            IF PFSizeType(SizeIdx) = KBCompSize
                                   SUBTRACT CompNeed
                                          FROM PFQtyOnHand(SizeIdx)
                                   MOVE PFUnitCost(SizeIdx) TO StockCost
                            END-IF
                     END-PERFORM
                     REWRITE ProductRecord
              INTO LedgerRef.
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.
       COMPUTE StockValue = CompNeed * StockCost.
       PERFORM PostCostOfSale.
       MOVE KBCompName TO LocProd.
       MOVE KBCompSize TO LocSize.
       MOVE SPACES TO LocCode.
              IF PFSizeType(SizeIdx) = ODSize
                     IF PFQtyOnHand(SizeIdx) >= ODQty
                            SUBTRACT ODQty FROM PFQtyOnHand(SizeIdx)
                            MOVE PFUnitCost(SizeIdx) TO StockCost
                            REWRITE ProductRecord
                                   INVALID KEY DISPLAY "Stock wasn't relieved."
                                   NOT INVALID KEY
              INTO ReportLine.
       WRITE ReportLine.
       PERFORM PostLedgerOut.
       COMPUTE StockValue = ODQty * StockCost.
       PERFORM PostCostOfSale.
       PERFORM PostLocationOut.
       IF PFRestricted AND WSLotBalStatus = "00"
              PERFORM ConsumeLots
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.

PostCostOfSale.
       CALL "coboltut85invgl" USING GLContra, StockValue, LedgerDir,
              LedgerSource, LedgerRef.

PostLocationOut.
       MOVE ODProdName TO LocProd.
       MOVE ODSize TO LocSize.
                            IF LBProdName = ODProdName AND
                               LBSize = ODSize
                                   IF LBQtyOnHand > 0 AND
                                      NOT LBQuarantined AND
                                      LBExpiry < BestLotExpiry
                                          MOVE "Y" TO LotFound
                                          MOVE LBLotNum TO BestLotNum
              END-READ
       END-PERFORM.

CheckSerialsShipped.
       MOVE 99999 TO SerCount.
       MOVE "F" TO SerAction.
       CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
              SerNumInput, OHIDNum, OHOrderNum, ODLineNum, SerRef,
              SerResult, SerCount, SerMessage.
       IF SerResult = "Y"
              MOVE "N" TO SerAction
              CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
                     SerNumInput, OHIDNum, OHOrderNum, ODLineNum, SerRef,
                     SerResult, SerCount, SerMessage
       ELSE
              MOVE 99999 TO SerCount
       END-IF.

ReportAwaitingSerials.
       ADD 1 TO AwaitCount.
       MOVE SPACES TO ReportLine.
       STRING "HELD    ORDER " DELIMITED BY SIZE
              ODOrderNum DELIMITED BY SIZE
              " LINE " DELIMITED BY SIZE
              ODLineNum DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ODProdName DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              ODSize DELIMITED BY SIZE
              ") x " DELIMITED BY SIZE
              ODQty DELIMITED BY SIZE
              "  AWAITING SERIALS" DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.

ReportShortLine.
       ADD 1 TO ShortCount.
       PERFORM WriteBackorder.
