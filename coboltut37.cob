FD ReleaseReportFile.
       01 ReleaseLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSPOFileStatus PIC XX.
       01 WSFileStatus PIC XX.
       01 WSBOFileStatus PIC XX.
       01 ReceiptCost PIC 9(5)V99.
       01 OldOnHand PIC 9(5).
       01 NewAvgCost PIC 9(5)V99.
       01 StockCost PIC 9(5)V99.
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4).
       01 ReceiveLoc PIC X(2).
       01 LocProd PIC X(10).
       01 LocSize PIC A.
       01 LocCode PIC X(2).
       01 LocDir PIC X.
       01 LocQty PIC 9(5).
       01 BinAction PIC X.
       01 BinCode PIC X(6).
       01 BinQty PIC 9(5).
       01 BinResult PIC X.
       01 LotProd PIC X(10).
       01 LotSize PIC A.
       01 LotNumInput PIC X(10).
       01 LotQty PIC 9(5).
       01 LotDir PIC X.
       01 LotRef PIC X(10).
       01 SerAction PIC X.
       01 SerNumInput PIC X(20).
       01 SerIDNum PIC 9(6) VALUE 0.
       01 SerOrderNum PIC 9(6) VALUE 0.
       01 SerLineNum PIC 9(3) VALUE 0.
       01 SerRef PIC X(10).
       01 SerResult PIC X.
       01 SerCount PIC 9(5).
       01 SerMessage PIC X(40).
       01 SerTaken PIC 9(5).
       01 SerStop PIC X.
       01 SerShort PIC 9(5).
       01 JrnFile PIC X(12).
       01 JrnOp PIC X.
       01 JrnKey PIC X(20).
       01 JrnBefore PIC X(250).
       01 JrnAfter PIC X(250).
       01 LblAction PIC X.
       01 LblFileName PIC X(30) VALUE "RecvLabels.prt".
       01 LblCount PIC 9(5).
       01 LabelsPrinted PIC 9(5) VALUE 0.
       01 CartonQty PIC 9(5).
       COPY LABEL.

PROCEDURE DIVISION.
StartPara.
       IF WSRelRptStatus NOT = "00"
              OPEN OUTPUT ReleaseReportFile
       END-IF.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO ReleaseLine
              WRITE ReleaseLine
       END-IF.
       MOVE "N" TO LblAction.
       CALL "coboltut137lbl" USING LblAction, LblFileName, LabelData,
              LblCount.
       PERFORM UNTIL StayOpen NOT = "Y"
              DISPLAY " "
              DISPLAY "RECEIVING"
              DISPLAY "Backorders released : " ReleasedCount
                     " - see BackorderRelease.prt"
       END-IF.
       IF LabelsPrinted > 0
              DISPLAY "Receiving labels : " LabelsPrinted
                     " - see RecvLabels.prt"
       END-IF.
       STOP RUN.

ReceiveOnePO.
              DISPLAY "Line " POLine "  " POProdName " (" POSize
                     ") already closed."
       ELSE
              IF POPendingApproval
                     DISPLAY "Line " POLine "  " POProdName " (" POSize
                            ") is awaiting supervisor approval - it can't"
                            " be received yet."
                     ADD 1 TO LinesOpen
              ELSE
                     IF PODropShipLine
                            DISPLAY "Line " POLine "  " POProdName " ("
                                   POSize ") ships direct to the customer"
                                   " on order " PODropOrder
                                   " - confirm it as a drop-ship."
                            ADD 1 TO LinesOpen
                     ELSE
                            PERFORM ReceiveOpenLine
                     END-IF
              END-IF
       END-IF.

ReceiveOpenLine.
       DISPLAY "Line " POLine "  " POProdName " (" POSize
              ")  ordered " POQtySuggested
              "  received so far " POQtyReceived.
       DISPLAY "Quantity received now : " WITH NO ADVANCING.
       ACCEPT ReceivedNow.
       IF ReceivedNow > 0
              MOVE 0 TO ReceiptCost
              DISPLAY "Unit cost (0 = use PO cost "
                     POUnitCost ") : " WITH NO ADVANCING
              ACCEPT ReceiptCost
              IF ReceiptCost = 0
                     MOVE POUnitCost TO ReceiptCost
              END-IF
              MOVE SPACES TO ReceiveLoc
              PERFORM UNTIL ReceiveLoc = "MN" OR ReceiveLoc = "AX"
                     DISPLAY "Into location (MN=main, AX=annex) : "
                            WITH NO ADVANCING
                     ACCEPT ReceiveLoc
                     MOVE FUNCTION UPPER-CASE(ReceiveLoc)
                            TO ReceiveLoc
                     IF ReceiveLoc NOT = "MN" AND
                        ReceiveLoc NOT = "AX"
                            DISPLAY "Enter MN or AX."
                     END-IF
              END-PERFORM
              PERFORM PostReceiptToStock
              ADD ReceivedNow TO POQtyReceived
              MOVE BizDate TO POLastReceipt
       END-IF.
       IF POQtyReceived >= POQtySuggested
              MOVE "C" TO POStatus
       ELSE
              IF POQtyReceived > 0
                     MOVE "P" TO POStatus
              END-IF
              ADD 1 TO LinesOpen
       END-IF.
       REWRITE PORecord
              INVALID KEY DISPLAY "PO line wasn't updated."
       END-REWRITE.

PostReceiptToStock.
       MOVE POProdName TO PFProdName.
                            IF PFSizeType(SizeIdx) = POSize
                                   MOVE PFQtyOnHand(SizeIdx) TO OldOnHand
                                   ADD ReceivedNow TO PFQtyOnHand(SizeIdx)
                                   MOVE ReceiptCost TO StockCost
                                   IF StockCost = 0
                                          MOVE PFUnitCost(SizeIdx)
                                                 TO StockCost
                                   END-IF
                                   PERFORM RollAverageCost
                                   MOVE "Y" TO SizeFound
                            END-IF
                                          IF PFRestricted
                                                 PERFORM CaptureLotReceipt
                                          END-IF
                                          PERFORM CaptureSerialReceipt
                                          PERFORM PrintReceivingLabels
                                          PERFORM ReleaseBackorders
                            END-REWRITE
                     ELSE
       CALL "coboltut81lotpost" USING LotProd, LotSize, LotNumInput,
              LotExpiryInput, LotQty, LotDir, LotRef.

CaptureSerialReceipt.
       MOVE "F" TO SerAction.
       CALL "coboltut133ser" USING SerAction, POProdName, POSize,
              SerNumInput, SerIDNum, SerOrderNum, SerLineNum, SerRef,
              SerResult, SerCount, SerMessage.
       IF SerResult = "Y"
              MOVE SPACES TO SerRef
              STRING "PO" DELIMITED BY SIZE
                     PONum DELIMITED BY SIZE
                     INTO SerRef
              DISPLAY "Enter the " ReceivedNow " serial number(s) received"
                     " (Enter = stop)."
              MOVE 0 TO SerTaken
              MOVE "N" TO SerStop
              PERFORM UNTIL SerTaken >= ReceivedNow OR SerStop = "Y"
                     PERFORM TakeReceiptSerial
              END-PERFORM
              IF SerTaken < ReceivedNow
                     COMPUTE SerShort = ReceivedNow - SerTaken
                     DISPLAY SerShort " serial(s) outstanding - register"
                            " them under Serial Numbers, option 4."
              END-IF
       END-IF.

TakeReceiptSerial.
       MOVE SPACES TO SerNumInput.
       DISPLAY "Serial number : " WITH NO ADVANCING.
       ACCEPT SerNumInput.
       IF SerNumInput = SPACES
              MOVE "Y" TO SerStop
       ELSE
              MOVE FUNCTION UPPER-CASE(SerNumInput) TO SerNumInput
              MOVE "R" TO SerAction
              CALL "coboltut133ser" USING SerAction, POProdName,
                     POSize, SerNumInput, SerIDNum, SerOrderNum,
                     SerLineNum, SerRef, SerResult, SerCount,
                     SerMessage
              IF SerResult = "Y"
                     ADD 1 TO SerTaken
              ELSE
                     DISPLAY SerMessage
              END-IF
       END-IF.

PrintReceivingLabels.
       MOVE 0 TO CartonQty.
       DISPLAY "Units per carton (0 = choose a label count) : "
              WITH NO ADVANCING.
       ACCEPT CartonQty.
       IF CartonQty > 0
              COMPUTE LblCount = (ReceivedNow + CartonQty - 1) / CartonQty
       ELSE
              MOVE 0 TO LblCount
              DISPLAY "Number of labels : " WITH NO ADVANCING
              ACCEPT LblCount
       END-IF.
       IF LblCount > 0
              MOVE SPACES TO LabelData
              MOVE POProdName TO TGProdName
              MOVE POSize TO TGSize
              MOVE PONum TO TGPONum
              MOVE 0 TO TGExpiry
              IF PFRestricted
                     MOVE LotNumInput TO TGLotNum
                     MOVE LotExpiryInput TO TGExpiry
              END-IF
              MOVE ReceiveLoc TO TGLoc
              MOVE BinCode TO TGBin
              MOVE 0 TO TGPrice
              MOVE "R" TO LblAction
              CALL "coboltut137lbl" USING LblAction, LblFileName,
                     LabelData, LblCount
              ADD LblCount TO LabelsPrinted
       END-IF.

PostReceiptLocation.
       MOVE POProdName TO LocProd.
       MOVE POSize TO LocSize.
       MOVE ReceivedNow TO LocQty.
       CALL "coboltut80locpost" USING LocProd, LocSize, LocCode,
              LocDir, LocQty.
       MOVE "G" TO BinAction.
       MOVE SPACES TO BinCode.
       MOVE 0 TO BinQty.
       CALL "coboltut134bin" USING BinAction, LocProd, LocSize, LocCode,
              BinCode, BinQty, BinResult.
       IF BinResult = "Y"
              DISPLAY "Put away " ReceivedNow " to bin " LocCode " "
                     BinCode(1:2) "-" BinCode(3:2) "-" BinCode(5:2) "."
       ELSE
              DISPLAY "No put-away bin assigned at " LocCode
                     " - assign one under Bin Locations."
       END-IF.

RollAverageCost.
       IF ReceiptCost > 0
              PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                     IF PFSizeType(SizeIdx) = BOSize
                            SUBTRACT BOQty FROM PFQtyOnHand(SizeIdx)
                            MOVE PFUnitCost(SizeIdx) TO StockCost
                     END-IF
              END-PERFORM
              REWRITE ProductRecord
              INTO LedgerRef.
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.
       COMPUTE StockValue = BOQty * StockCost.
       MOVE 5000 TO GLContra.
       PERFORM PostStockValue.
       MOVE SPACES TO ReleaseLine.
       STRING "RELEASED  ORDER " DELIMITED BY SIZE
              BOOrderNum DELIMITED BY SIZE
              INTO LedgerRef.
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.
       COMPUTE StockValue = ReceivedNow * StockCost.
       MOVE 2050 TO GLContra.
       PERFORM PostStockValue.

PostStockValue.
       CALL "coboltut85invgl" USING GLContra, StockValue, LedgerDir,
              LedgerSource, LedgerRef.
