              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
       SELECT TransferFile ASSIGN TO "Transfer.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XTNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSXferStatus.
       SELECT XferControlFile ASSIGN TO "XferControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSXferCtlStatus.
DATA DIVISION.
FILE SECTION.
FD LocStockFile.
       COPY LOCSTK.
FD ProductFile.
       COPY PRODREC.
FD TransferFile.
       COPY XFERORD.
FD XferControlFile.
       01 XferControlRecord.
              02 NextXferNum PIC 9(6).
WORKING-STORAGE SECTION.
       01 WSLocStockStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 WSXferStatus PIC XX.
       01 WSXferCtlStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 LedgerDir PIC X.
       01 LedgerSource PIC X(10).
       01 LedgerRef PIC X(10).
       01 SizeIdx PIC 9.
       01 NewXferNum PIC 9(6).
       01 EntryXferNum PIC 9(6).
       01 RecvQty PIC 9(5).
       01 VarianceQty PIC 9(5).
       01 StockCost PIC 9(5)V99.
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4) VALUE 5200.
       01 BizDate PIC 9(8).
       01 AgeDays PIC 9(5).
       01 OpenCount PIC 9(5).
       01 OpenQty PIC 9(7).
       01 CountEdit PIC ZZ,ZZ9.
       01 QtyEdit PIC ZZ,ZZ9.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O LocStockFile.
       IF WSLocStockStatus NOT = "00"
              OPEN OUTPUT LocStockFile
              CLOSE LocStockFile
              OPEN I-O LocStockFile
       END-IF.
       OPEN I-O TransferFile.
       IF WSXferStatus NOT = "00"
              OPEN OUTPUT TransferFile
              CLOSE TransferFile
              OPEN I-O TransferFile
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "WAREHOUSE LOCATIONS (MN=main, AX=annex)"
              DISPLAY "1 : Show Balances For A Product"
              DISPLAY "2 : Set Location Reorder Point"
              DISPLAY "3 : Ship A Transfer To The Other Location"
              DISPLAY "4 : Location Stock Report"
              DISPLAY "5 : Receive A Transfer"
              DISPLAY "6 : In-Transit Report"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
                     WHEN 2 PERFORM SetReorderPoint
                     WHEN 3 PERFORM TransferStock
                     WHEN 4 PERFORM LocationReport
                     WHEN 5 PERFORM ReceiveTransfer
                     WHEN 6 PERFORM InTransitReport
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE LocStockFile.
       CLOSE TransferFile.
       STOP RUN.

ShowBalances.
                     DISPLAY "Quantity must be 1-" FromBalance
                            " - nothing moved."
              ELSE
                     PERFORM ShipTransfer
              END-IF
       END-IF.

ShipTransfer.
       PERFORM AssignXferNumber.
       MOVE NewXferNum TO XTNum.
       MOVE EntryProdName TO XTProdName.
       MOVE EntrySize TO XTSize.
       MOVE FromLoc TO XTFromLoc.
       MOVE ToLoc TO XTToLoc.
       MOVE "T" TO XTStatus.
       MOVE XferQty TO XTQtyShipped.
       MOVE 0 TO XTQtyReceived.
       MOVE BizDate TO XTShipDate.
       MOVE 0 TO XTRecvDate.
       MOVE 0 TO XTUnitCost.
       OPEN INPUT ProductFile.
       IF WSProdFileStatus = "00"
              MOVE EntryProdName TO PFProdName
              READ ProductFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            PERFORM VARYING SizeIdx FROM 1 BY 1
                                   UNTIL SizeIdx > 3
                                   IF PFSizeType(SizeIdx) = EntrySize
                                          MOVE PFUnitCost(SizeIdx)
                                                 TO XTUnitCost
                                   END-IF
                            END-PERFORM
              END-READ
              CLOSE ProductFile
       END-IF.
       WRITE TransferRecord
              INVALID KEY DISPLAY "Transfer number clash - nothing moved."
              NOT INVALID KEY
                     MOVE EntryProdName TO LocProd
                     MOVE EntrySize TO LocSize
                     MOVE XferQty TO LocQty
                     MOVE "O" TO LocDir
                     CALL "coboltut80locpost" USING LocProd, LocSize,
                            LocCode, LocDir, LocQty
                     MOVE "XS" TO LedgerRef
                     MOVE XferQty TO LedgerQty
                     MOVE XferQty TO RecvQty
                     PERFORM LogTransfer
                     DISPLAY "Transfer " XTNum " shipped - " XferQty
                            " in transit from " FromLoc " to " ToLoc "."
       END-WRITE.

AssignXferNumber.
       MOVE 1 TO NewXferNum.
       OPEN INPUT XferControlFile.
       IF WSXferCtlStatus = "00"
              READ XferControlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextXferNum TO NewXferNum
              END-READ
              CLOSE XferControlFile
       END-IF.
       OPEN OUTPUT XferControlFile.
       COMPUTE NextXferNum = NewXferNum + 1.
       WRITE XferControlRecord.
       CLOSE XferControlFile.

LogTransfer.
       MOVE XTProdName TO LedgerProd.
       MOVE XTSize TO LedgerSize.
       MOVE "O" TO LedgerDir.
       MOVE "coboltut80" TO LedgerSource.
       MOVE XTNum TO LedgerRef(3:6).
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.
       IF RecvQty > 0
              MOVE RecvQty TO LedgerQty
              MOVE "I" TO LedgerDir
              CALL "coboltut34invpost" USING LedgerProd, LedgerSize,
                     LedgerQty, LedgerDir, LedgerSource, LedgerRef
       END-IF.

ReceiveTransfer.
       DISPLAY "Transfer number : " WITH NO ADVANCING.
       ACCEPT EntryXferNum.
       MOVE EntryXferNum TO XTNum.
       READ TransferFile
              INVALID KEY DISPLAY "Transfer not on file."
              NOT INVALID KEY
                     IF NOT XTInTransit
                            DISPLAY "Transfer " XTNum " was already received"
                                   " on " XTRecvDate "."
                     ELSE
                            PERFORM ConfirmTransferReceipt
                     END-IF
       END-READ.

ConfirmTransferReceipt.
       DISPLAY XTProdName " (" XTSize ") from " XTFromLoc " to " XTToLoc
              "  shipped " XTQtyShipped " on " XTShipDate.
       MOVE 0 TO RecvQty.
       DISPLAY "Quantity actually received : " WITH NO ADVANCING.
       ACCEPT RecvQty.
       IF RecvQty NOT = XTQtyShipped
              DISPLAY "Received " RecvQty " against " XTQtyShipped
                     " shipped - confirm (Y/N) : " WITH NO ADVANCING
              ACCEPT FoundFlag
              MOVE FUNCTION UPPER-CASE(FoundFlag) TO FoundFlag
       ELSE
              MOVE "Y" TO FoundFlag
       END-IF.
       IF FoundFlag NOT = "Y"
              DISPLAY "Receipt not recorded."
       ELSE
              MOVE "R" TO XTStatus
              MOVE RecvQty TO XTQtyReceived
              MOVE BizDate TO XTRecvDate
              REWRITE TransferRecord
                     INVALID KEY DISPLAY "Transfer wasn't updated."
                     NOT INVALID KEY PERFORM PostTransferReceipt
              END-REWRITE
       END-IF.

PostTransferReceipt.
       IF RecvQty > 0
              MOVE XTProdName TO LocProd
              MOVE XTSize TO LocSize
              MOVE RecvQty TO LocQty
              MOVE XTToLoc TO LocCode
              MOVE "I" TO LocDir
              CALL "coboltut80locpost" USING LocProd, LocSize,
                     LocCode, LocDir, LocQty
       END-IF.
       MOVE "XR" TO LedgerRef.
       MOVE XTQtyShipped TO LedgerQty.
       PERFORM LogTransfer.
       IF RecvQty = XTQtyShipped
              DISPLAY "Transfer " XTNum " received in full at " XTToLoc "."
       ELSE
              PERFORM PostTransferVariance
       END-IF.

PostTransferVariance.
       IF RecvQty < XTQtyShipped
              COMPUTE VarianceQty = XTQtyShipped - RecvQty
              MOVE "O" TO LedgerDir
              DISPLAY "Transfer " XTNum " received SHORT by " VarianceQty
                     " - written off to inventory adjustments."
       ELSE
              COMPUTE VarianceQty = RecvQty - XTQtyShipped
              MOVE "I" TO LedgerDir
              DISPLAY "Transfer " XTNum " received OVER by " VarianceQty
                     " - taken into stock."
       END-IF.
       OPEN I-O ProductFile.
       IF WSProdFileStatus = "00"
              MOVE XTProdName TO PFProdName
              READ ProductFile
                     INVALID KEY DISPLAY "Product not on master - on-hand"
                            " not adjusted."
                     NOT INVALID KEY PERFORM AdjustForVariance
              END-READ
              CLOSE ProductFile
       END-IF.

AdjustForVariance.
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
              IF PFSizeType(SizeIdx) = XTSize
                     IF LedgerDir = "I"
                            ADD VarianceQty TO PFQtyOnHand(SizeIdx)
                     ELSE
                            IF PFQtyOnHand(SizeIdx) > VarianceQty
                                   SUBTRACT VarianceQty
                                          FROM PFQtyOnHand(SizeIdx)
                            ELSE
                                   MOVE 0 TO PFQtyOnHand(SizeIdx)
                            END-IF
                     END-IF
              END-IF
       END-PERFORM.
       REWRITE ProductRecord
              INVALID KEY DISPLAY "Product on-hand wasn't adjusted."
              NOT INVALID KEY
                     MOVE XTUnitCost TO StockCost
                     COMPUTE StockValue = VarianceQty * StockCost
                     MOVE "coboltut80" TO LedgerSource
                     CALL "coboltut85invgl" USING GLContra, StockValue,
                            LedgerDir, LedgerSource, LedgerRef
       END-REWRITE.

InTransitReport.
       MOVE 0 TO OpenCount.
       MOVE 0 TO OpenQty.
       MOVE "O" TO RptAction.
       MOVE "InTransit.prt" TO RptFileName.
       MOVE "TRANSFERS IN TRANSIT" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE "XFER    PRODUCT     SZ  FROM  TO  SHIPPED    QTY   AGE (DAYS)"
              TO RptLine.
       PERFORM WriteTransitLine.
       MOVE "N" TO WSEOF.
       MOVE 0 TO XTNum.
       START TransferFile KEY IS NOT LESS THAN XTNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ TransferFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF XTInTransit
                                   PERFORM PrintTransitLine
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO RptLine.
       PERFORM WriteTransitLine.
       MOVE OpenCount TO CountEdit.
       MOVE OpenQty TO QtyEdit.
       STRING "OPEN TRANSFERS " DELIMITED BY SIZE
              CountEdit DELIMITED BY SIZE
              "   UNITS IN TRANSIT " DELIMITED BY SIZE
              QtyEdit DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteTransitLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY OpenCount " open transfer(s) written to InTransit.prt".

PrintTransitLine.
       ADD 1 TO OpenCount.
       ADD XTQtyShipped TO OpenQty.
       COMPUTE AgeDays = FUNCTION INTEGER-OF-DATE(BizDate)
              - FUNCTION INTEGER-OF-DATE(XTShipDate).
       MOVE SPACES TO RptLine.
       MOVE XTNum TO RptLine(1:6).
       MOVE XTProdName TO RptLine(9:10).
       MOVE XTSize TO RptLine(21:1).
       MOVE XTFromLoc TO RptLine(25:2).
       MOVE XTToLoc TO RptLine(31:2).
       MOVE XTShipDate TO RptLine(35:8).
       MOVE XTQtyShipped TO QtyEdit.
       MOVE QtyEdit TO RptLine(44:6).
       MOVE AgeDays TO RptLine(53:5).
       IF AgeDays > 1
              MOVE "** OVERDUE" TO RptLine(60:10)
       END-IF.
       PERFORM WriteTransitLine.

WriteTransitLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

LocationReport.
       OPEN INPUT ProductFile.
