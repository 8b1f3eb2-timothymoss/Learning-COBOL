       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut135.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
       SELECT KitBomFile ASSIGN TO "KitBom.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KBKey
              FILE STATUS IS WSKitBomStatus.
       SELECT LotBalFile ASSIGN TO "LotBal.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LBKey
              FILE STATUS IS WSLotBalStatus.
       SELECT WorkOrdFile ASSIGN TO "WorkOrd.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS WONum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSWorkOrdStatus.
       SELECT WOControlFile ASSIGN TO "WOControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSWOCtlStatus.
DATA DIVISION.
FILE SECTION.
FD ProductFile.
       COPY PRODREC.
FD KitBomFile.
       COPY KITBOM.
FD LotBalFile.
       COPY LOTBAL.
FD WorkOrdFile.
       COPY WORKORD.
FD WOControlFile.
       01 WOControlRecord.
              02 NextWONum PIC 9(6).
WORKING-STORAGE SECTION.
       01 WSProdFileStatus PIC XX.
       01 WSKitBomStatus PIC XX.
       01 WSLotBalStatus PIC XX.
       01 WSWorkOrdStatus PIC XX.
       01 WSWOCtlStatus PIC XX.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 KitEOF PIC X.
       01 BomFound PIC X.
       01 BomAction PIC X.
       01 EntryOK PIC X.
       01 EntryKitName PIC X(10).
       01 EntrySize PIC A.
       01 EntryLoc PIC X(2).
       01 BuildQty PIC 9(5).
       01 KitIdx PIC 9.
       01 SizeIdx PIC 9.
       01 SizeFound PIC X.
       01 ShortCount PIC 9(3).
       01 CompNeed PIC 9(7).
       01 CompOnHand PIC 9(5).
       01 RollupCost PIC 9(7)V99.
       01 KitCost PIC 9(5)V99.
       01 KitValue PIC 9(9)V99.
       01 CompValue PIC 9(9)V99.
       01 NewWONum PIC 9(6).
       01 NewWOType PIC X.
       01 WOWritten PIC X.
       01 LedgerProd PIC X(10).
       01 LedgerSize PIC A.
       01 LedgerQty PIC 9(5).
       01 LedgerDir PIC X.
       01 LedgerSource PIC X(10) VALUE "KITWORKORD".
       01 LedgerRef PIC X(10).
       01 LocProd PIC X(10).
       01 LocSize PIC A.
       01 LocCode PIC X(2).
       01 LocDir PIC X.
       01 LocQty PIC 9(5).
       01 LotProd PIC X(10).
       01 LotSize PIC A.
       01 LotNumInput PIC X(10).
       01 LotExpiryInput PIC 9(8).
       01 LotQty PIC 9(5).
       01 LotDir PIC X.
       01 LotRef PIC X(10).
       01 LotEOF PIC X.
       01 LotFound PIC X.
       01 LotRemaining PIC 9(5).
       01 LotTake PIC 9(5).
       01 BestLotNum PIC X(10).
       01 BestLotExpiry PIC 9(8).
       01 BestLotQty PIC 9(5).
       01 StockValue PIC 9(9)V99.
       01 ValueDir PIC X.
       01 GLContra PIC 9(4) VALUE 5200.
       01 JrnFile PIC X(12).
       01 JrnOp PIC X.
       01 JrnKey PIC X(20).
       01 JrnBefore PIC X(250).
       01 JrnAfter PIC X(250).
       01 CostEdit PIC ZZ,ZZ9.99.
       01 QtyEdit PIC ZZ,ZZ9.
       01 WOCount PIC 9(5).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       CALL "coboltut25getdate" USING BizDate.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut92perchk" USING BizDate, PeriodOpen.
       IF PeriodOpen NOT = "Y"
              DISPLAY "Today's date " BizDate " falls in a CLOSED"
                     " accounting period - work orders cannot be posted."
              STOP RUN
       END-IF.
       OPEN I-O ProductFile.
       IF WSProdFileStatus NOT = "00"
              DISPLAY "No product file found - nothing to build."
              STOP RUN
       END-IF.
       OPEN INPUT KitBomFile.
       IF WSKitBomStatus NOT = "00"
              DISPLAY "No kit bills of material on file - nothing to build."
              CLOSE ProductFile
              STOP RUN
       END-IF.
       OPEN I-O WorkOrdFile.
       IF WSWorkOrdStatus NOT = "00"
              OPEN OUTPUT WorkOrdFile
              CLOSE WorkOrdFile
              OPEN I-O WorkOrdFile
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "KIT WORK ORDERS"
              DISPLAY "1 : Assemble Kits"
              DISPLAY "2 : Disassemble Kits"
              DISPLAY "3 : List Work Orders"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM AssembleKits
                     WHEN 2 PERFORM DisassembleKits
                     WHEN 3 PERFORM ListWorkOrders
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE ProductFile.
       CLOSE KitBomFile.
       CLOSE WorkOrdFile.
       STOP RUN.

GetWorkOrderEntry.
       MOVE "N" TO EntryOK.
       DISPLAY "Kit product name : " WITH NO ADVANCING.
       ACCEPT EntryKitName.
       DISPLAY "Size : " WITH NO ADVANCING.
       ACCEPT EntrySize.
       MOVE FUNCTION UPPER-CASE(EntrySize) TO EntrySize.
       MOVE 0 TO BuildQty.
       DISPLAY "Number of kits : " WITH NO ADVANCING.
       ACCEPT BuildQty.
       PERFORM CheckForBom.
       IF BomFound = "N"
              DISPLAY EntryKitName " has no bill of materials."
       ELSE
              IF BuildQty = 0
                     DISPLAY "Number of kits must be greater than zero."
              ELSE
                     PERFORM ReadKitProduct
                     IF KitIdx = 0
                            DISPLAY "Size " EntrySize " is not on the kit"
                                   " product master."
                     ELSE
                            MOVE "Y" TO EntryOK
                     END-IF
              END-IF
       END-IF.

CheckForBom.
       MOVE "N" TO BomFound.
       MOVE "N" TO KitEOF.
       MOVE EntryKitName TO KBKitName.
       MOVE LOW-VALUES TO KBCompName.
       MOVE LOW-VALUES TO KBCompSize.
       START KitBomFile KEY IS GREATER THAN KBKey
              INVALID KEY MOVE "Y" TO KitEOF
       END-START.
       IF KitEOF = "N"
              READ KitBomFile NEXT RECORD
                     AT END CONTINUE
                     NOT AT END
                            IF KBKitName = EntryKitName
                                   MOVE "Y" TO BomFound
                            END-IF
              END-READ
       END-IF.

ReadKitProduct.
       MOVE 0 TO KitIdx.
       MOVE EntryKitName TO PFProdName.
       READ ProductFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = EntrySize
                                   MOVE SizeIdx TO KitIdx
                            END-IF
                     END-PERFORM
       END-READ.

GetLocation.
       MOVE SPACES TO EntryLoc.
       PERFORM UNTIL EntryLoc = "MN" OR EntryLoc = "AX"
              DISPLAY "Location (MN/AX) : " WITH NO ADVANCING
              ACCEPT EntryLoc
              MOVE FUNCTION UPPER-CASE(EntryLoc) TO EntryLoc
              IF EntryLoc NOT = "MN" AND EntryLoc NOT = "AX"
                     DISPLAY "Enter MN or AX."
              END-IF
       END-PERFORM.

ScanBom.
       MOVE "N" TO KitEOF.
       MOVE EntryKitName TO KBKitName.
       MOVE LOW-VALUES TO KBCompName.
       MOVE LOW-VALUES TO KBCompSize.
       START KitBomFile KEY IS GREATER THAN KBKey
              INVALID KEY MOVE "Y" TO KitEOF
       END-START.
       PERFORM UNTIL KitEOF = "Y"
              READ KitBomFile NEXT RECORD
                     AT END MOVE "Y" TO KitEOF
                     NOT AT END
                            IF KBKitName = EntryKitName
                                   EVALUATE BomAction
                                          WHEN "A" PERFORM ConsumeOneComponent
                                          WHEN "D" PERFORM ReturnOneComponent
                                          WHEN OTHER
                                                 PERFORM CheckOneComponent
                                   END-EVALUATE
                            ELSE
                                   MOVE "Y" TO KitEOF
                            END-IF
              END-READ
       END-PERFORM.

CheckOneComponent.
       COMPUTE CompNeed = KBCompQty * BuildQty.
       MOVE 0 TO CompOnHand.
       MOVE "N" TO SizeFound.
       MOVE KBCompName TO PFProdName.
       READ ProductFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = KBCompSize
                                   MOVE "Y" TO SizeFound
                                   MOVE PFQtyOnHand(SizeIdx) TO CompOnHand
                                   COMPUTE RollupCost = RollupCost
                                          + KBCompQty * PFUnitCost(SizeIdx)
                            END-IF
                     END-PERFORM
       END-READ.
       IF SizeFound = "N"
              ADD 1 TO ShortCount
              DISPLAY "MISSING " KBCompName " (" KBCompSize ")"
                     " - not on the product master"
       ELSE
              IF BomAction = "C" AND CompOnHand < CompNeed
                     ADD 1 TO ShortCount
                     DISPLAY "SHORT   " KBCompName " (" KBCompSize ")"
                            " needs " CompNeed " - on hand " CompOnHand
              END-IF
       END-IF.

AssembleKits.
       PERFORM GetWorkOrderEntry.
       IF EntryOK = "Y"
              MOVE 0 TO ShortCount
              MOVE 0 TO RollupCost
              MOVE "C" TO BomAction
              PERFORM ScanBom
              IF ShortCount > 0
                     DISPLAY ShortCount " component(s) short - build not"
                            " started."
              ELSE
                     MOVE RollupCost TO KitCost
                     MOVE KitCost TO CostEdit
                     DISPLAY "Rolled-up cost per kit " CostEdit
                     DISPLAY "Finished kits go to"
                     PERFORM GetLocation
                     MOVE "A" TO NewWOType
                     PERFORM OpenWorkOrder
                     IF WOWritten = "Y"
                            MOVE "A" TO BomAction
                            PERFORM ScanBom
                            PERFORM ReceiveKits
                            DISPLAY "Work order " NewWONum " - " BuildQty
                                   " x " EntryKitName " (" EntrySize
                                   ") assembled at " EntryLoc "."
                     END-IF
              END-IF
       END-IF.

OpenWorkOrder.
       MOVE "N" TO WOWritten.
       PERFORM AssignWONumber.
       MOVE NewWONum TO WONum.
       MOVE NewWOType TO WOType.
       MOVE EntryKitName TO WOKitName.
       MOVE EntrySize TO WOKitSize.
       MOVE BuildQty TO WOQty.
       MOVE KitCost TO WOUnitCost.
       MOVE EntryLoc TO WOLoc.
       MOVE BizDate TO WODate.
       MOVE SignOnID TO WOBy.
       WRITE WorkOrderRecord
              INVALID KEY DISPLAY "Work order number clash - nothing posted."
              NOT INVALID KEY MOVE "Y" TO WOWritten
       END-WRITE.
       MOVE SPACES TO LedgerRef.
       IF NewWOType = "A"
              MOVE "WA" TO LedgerRef
       ELSE
              MOVE "WD" TO LedgerRef
       END-IF.
       MOVE NewWONum TO LedgerRef(3:6).

AssignWONumber.
       MOVE 1 TO NewWONum.
       OPEN INPUT WOControlFile.
       IF WSWOCtlStatus = "00"
              READ WOControlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextWONum TO NewWONum
              END-READ
              CLOSE WOControlFile
       END-IF.
       OPEN OUTPUT WOControlFile.
       COMPUTE NextWONum = NewWONum + 1.
       WRITE WOControlRecord.
       CLOSE WOControlFile.

ConsumeOneComponent.
       COMPUTE CompNeed = KBCompQty * BuildQty.
       MOVE KBCompName TO PFProdName.
       READ ProductFile
              INVALID KEY DISPLAY "Kit component " KBCompName
                     " vanished - stock not relieved."
              NOT INVALID KEY
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = KBCompSize
                                   SUBTRACT CompNeed
                                          FROM PFQtyOnHand(SizeIdx)
                            END-IF
                     END-PERFORM
                     REWRITE ProductRecord
                            INVALID KEY DISPLAY "Component stock wasn't"
                                   " relieved."
                            NOT INVALID KEY
                                   PERFORM JournalProduct
                                   MOVE KBCompName TO LedgerProd
                                   MOVE KBCompSize TO LedgerSize
                                   MOVE CompNeed TO LedgerQty
                                   MOVE "O" TO LedgerDir
                                   MOVE SPACES TO LocCode
                                   PERFORM PostMovement
                                   IF PFRestricted
                                          MOVE CompNeed TO LotRemaining
                                          PERFORM ConsumeLots
                                   END-IF
                     END-REWRITE
       END-READ.

ReceiveKits.
       PERFORM ReadKitProduct.
       IF KitIdx = 0
              DISPLAY "Kit " EntryKitName " vanished - kits not received."
       ELSE
              COMPUTE KitValue = PFQtyOnHand(KitIdx) * PFUnitCost(KitIdx)
                     + BuildQty * KitCost
              ADD BuildQty TO PFQtyOnHand(KitIdx)
              COMPUTE PFUnitCost(KitIdx) ROUNDED =
                     KitValue / PFQtyOnHand(KitIdx)
              REWRITE ProductRecord
                     INVALID KEY DISPLAY "Kit stock wasn't updated."
                     NOT INVALID KEY
                            PERFORM JournalProduct
                            MOVE EntryKitName TO LedgerProd
                            MOVE EntrySize TO LedgerSize
                            MOVE BuildQty TO LedgerQty
                            MOVE "I" TO LedgerDir
                            MOVE EntryLoc TO LocCode
                            PERFORM PostMovement
                            IF PFRestricted
                                   DISPLAY "Lot for the finished kits"
                                   PERFORM CaptureLot
                            END-IF
              END-REWRITE
       END-IF.

DisassembleKits.
       PERFORM GetWorkOrderEntry.
       IF EntryOK = "Y"
              IF PFQtyOnHand(KitIdx) < BuildQty
                     DISPLAY "SHORT   " EntryKitName " (" EntrySize ")"
                            " needs " BuildQty " - on hand "
                            PFQtyOnHand(KitIdx)
                     DISPLAY "Disassembly not started."
              ELSE
                     MOVE PFUnitCost(KitIdx) TO KitCost
                     MOVE 0 TO ShortCount
                     MOVE 0 TO RollupCost
                     MOVE "V" TO BomAction
                     PERFORM ScanBom
                     IF ShortCount > 0
                            DISPLAY ShortCount " component(s) missing -"
                                   " disassembly not started."
                     ELSE
                            DISPLAY "Components go back to"
                            PERFORM GetLocation
                            MOVE "D" TO NewWOType
                            PERFORM OpenWorkOrder
                            IF WOWritten = "Y"
                                   PERFORM RelieveKits
                                   MOVE 0 TO CompValue
                                   MOVE "D" TO BomAction
                                   PERFORM ScanBom
                                   PERFORM PostBreakdownVariance
                                   DISPLAY "Work order " NewWONum " - "
                                          BuildQty " x " EntryKitName " ("
                                          EntrySize ") taken apart at "
                                          EntryLoc "."
                            END-IF
                     END-IF
              END-IF
       END-IF.

RelieveKits.
       PERFORM ReadKitProduct.
       IF KitIdx = 0
              DISPLAY "Kit " EntryKitName " vanished - kits not relieved."
       ELSE
              SUBTRACT BuildQty FROM PFQtyOnHand(KitIdx)
              COMPUTE KitValue = BuildQty * KitCost
              REWRITE ProductRecord
                     INVALID KEY DISPLAY "Kit stock wasn't relieved."
                     NOT INVALID KEY
                            PERFORM JournalProduct
                            MOVE EntryKitName TO LedgerProd
                            MOVE EntrySize TO LedgerSize
                            MOVE BuildQty TO LedgerQty
                            MOVE "O" TO LedgerDir
                            MOVE SPACES TO LocCode
                            PERFORM PostMovement
                            IF PFRestricted
                                   MOVE BuildQty TO LotRemaining
                                   PERFORM ConsumeLots
                            END-IF
              END-REWRITE
       END-IF.

ReturnOneComponent.
       COMPUTE CompNeed = KBCompQty * BuildQty.
       MOVE KBCompName TO PFProdName.
       READ ProductFile
              INVALID KEY DISPLAY "Kit component " KBCompName
                     " vanished - stock not returned."
              NOT INVALID KEY
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = KBCompSize
                                   ADD CompNeed TO PFQtyOnHand(SizeIdx)
                                   COMPUTE CompValue = CompValue
                                          + CompNeed * PFUnitCost(SizeIdx)
                            END-IF
                     END-PERFORM
                     REWRITE ProductRecord
                            INVALID KEY DISPLAY "Component stock wasn't"
                                   " returned."
                            NOT INVALID KEY
                                   PERFORM JournalProduct
                                   MOVE KBCompName TO LedgerProd
                                   MOVE KBCompSize TO LedgerSize
                                   MOVE CompNeed TO LedgerQty
                                   MOVE "I" TO LedgerDir
                                   MOVE EntryLoc TO LocCode
                                   PERFORM PostMovement
                                   IF PFRestricted
                                          DISPLAY "Lot for returned "
                                                 KBCompName " ("
                                                 KBCompSize ")"
                                          PERFORM CaptureLot
                                   END-IF
                     END-REWRITE
       END-READ.

PostBreakdownVariance.
       IF CompValue > KitValue
              COMPUTE StockValue = CompValue - KitValue
              MOVE "I" TO ValueDir
       ELSE
              COMPUTE StockValue = KitValue - CompValue
              MOVE "O" TO ValueDir
       END-IF.
       IF StockValue > 0
              CALL "coboltut85invgl" USING GLContra, StockValue, ValueDir,
                     LedgerSource, LedgerRef
       END-IF.

PostMovement.
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.
       MOVE LedgerProd TO LocProd.
       MOVE LedgerSize TO LocSize.
       MOVE LedgerDir TO LocDir.
       MOVE LedgerQty TO LocQty.
       CALL "coboltut80locpost" USING LocProd, LocSize, LocCode,
              LocDir, LocQty.

CaptureLot.
       MOVE SPACES TO LotNumInput.
       PERFORM UNTIL LotNumInput NOT = SPACES
              DISPLAY "Lot number : " WITH NO ADVANCING
              ACCEPT LotNumInput
              MOVE FUNCTION UPPER-CASE(LotNumInput) TO LotNumInput
              IF LotNumInput = SPACES
                     DISPLAY "A lot number is required for this product."
              END-IF
       END-PERFORM.
       MOVE 0 TO LotExpiryInput.
       PERFORM UNTIL LotExpiryInput > 19000101
              DISPLAY "Lot expiry date (YYYYMMDD) : " WITH NO ADVANCING
              ACCEPT LotExpiryInput
              IF LotExpiryInput NOT > 19000101
                     DISPLAY "Expiry must be a date after 1900."
              END-IF
       END-PERFORM.
       MOVE LedgerProd TO LotProd.
       MOVE LedgerSize TO LotSize.
       MOVE LedgerQty TO LotQty.
       MOVE "R" TO LotDir.
       MOVE LedgerRef TO LotRef.
       CALL "coboltut81lotpost" USING LotProd, LotSize, LotNumInput,
              LotExpiryInput, LotQty, LotDir, LotRef.

ConsumeLots.
       MOVE LedgerProd TO LotProd.
       MOVE LedgerSize TO LotSize.
       MOVE "Y" TO LotFound.
       PERFORM UNTIL LotRemaining = 0 OR LotFound = "N"
              PERFORM FindOldestLot
              IF LotFound = "Y"
                     IF BestLotQty < LotRemaining
                            MOVE BestLotQty TO LotTake
                     ELSE
                            MOVE LotRemaining TO LotTake
                     END-IF
                     MOVE BestLotNum TO LotNumInput
                     MOVE BestLotExpiry TO LotExpiryInput
                     MOVE LotTake TO LotQty
                     MOVE "S" TO LotDir
                     MOVE LedgerRef TO LotRef
                     CALL "coboltut81lotpost" USING LotProd, LotSize,
                            LotNumInput, LotExpiryInput, LotQty, LotDir,
                            LotRef
                     SUBTRACT LotTake FROM LotRemaining
              END-IF
       END-PERFORM.
       IF LotRemaining > 0
              DISPLAY "Work order " NewWONum " used " LotRemaining
                     " unit(s) of " LotProd " with no lot on record."
       END-IF.

FindOldestLot.
       MOVE "N" TO LotFound.
       OPEN INPUT LotBalFile.
       IF WSLotBalStatus = "00"
              MOVE "N" TO LotEOF
              MOVE 99999999 TO BestLotExpiry
              MOVE LotProd TO LBProdName
              MOVE LotSize TO LBSize
              MOVE LOW-VALUES TO LBLotNum
              START LotBalFile KEY IS GREATER THAN LBKey
                     INVALID KEY MOVE "Y" TO LotEOF
              END-START
              PERFORM UNTIL LotEOF = "Y"
                     READ LotBalFile NEXT RECORD
                            AT END MOVE "Y" TO LotEOF
                            NOT AT END
                                   IF LBProdName = LotProd AND
                                      LBSize = LotSize
                                          IF LBQtyOnHand > 0 AND
                                             NOT LBQuarantined AND
                                             LBExpiry < BestLotExpiry
                                                 MOVE "Y" TO LotFound
                                                 MOVE LBLotNum TO BestLotNum
                                                 MOVE LBExpiry
                                                        TO BestLotExpiry
                                                 MOVE LBQtyOnHand
                                                        TO BestLotQty
                                          END-IF
                                   ELSE
                                          MOVE "Y" TO LotEOF
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE LotBalFile
       END-IF.

JournalProduct.
       MOVE "Product" TO JrnFile.
       MOVE "R" TO JrnOp.
       MOVE SPACES TO JrnKey.
       MOVE PFProdName TO JrnKey(1:10).
       MOVE SPACES TO JrnBefore.
       MOVE SPACES TO JrnAfter.
       MOVE ProductRecord TO JrnAfter.
       CALL "coboltut96jrnl" USING JrnFile, JrnOp, JrnKey,
              JrnBefore, JrnAfter.

ListWorkOrders.
       MOVE 0 TO WOCount.
       DISPLAY " ".
       DISPLAY "WO      TYPE         KIT         SZ     QTY  UNIT COST"
              "  LOC  DATE      BY".
       MOVE "N" TO WSEOF.
       MOVE 0 TO WONum.
       START WorkOrdFile KEY IS NOT LESS THAN WONum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ WorkOrdFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            ADD 1 TO WOCount
                            MOVE WOQty TO QtyEdit
                            MOVE WOUnitCost TO CostEdit
                            IF WOAssembly
                                   DISPLAY WONum "  ASSEMBLY     "
                                          WOKitName "  " WOKitSize "  "
                                          QtyEdit "  " CostEdit "   "
                                          WOLoc "   " WODate "  " WOBy
                            ELSE
                                   DISPLAY WONum "  DISASSEMBLY  "
                                          WOKitName "  " WOKitSize "  "
                                          QtyEdit "  " CostEdit "   "
                                          WOLoc "   " WODate "  " WOBy
                            END-IF
              END-READ
       END-PERFORM.
       DISPLAY WOCount " work order(s) on file.".
