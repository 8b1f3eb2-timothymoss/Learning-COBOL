       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut134.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BinLocFile ASSIGN TO "BinLoc.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BNKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSBinLocStatus.
       SELECT LocStockFile ASSIGN TO "LocStock.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LSKey
              FILE STATUS IS WSLocStockStatus.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
       SELECT OrdHeaderFile ASSIGN TO "OrdHeader.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OHOrderNum
              FILE STATUS IS WSHdrFileStatus.
       SELECT OrdDetailFile ASSIGN TO "OrdDetail.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ODKey
              FILE STATUS IS WSDtlFileStatus.
       SELECT BinSortFile ASSIGN TO "BinSortWork".
       SELECT BatchSortFile ASSIGN TO "BatchPickWork".
DATA DIVISION.
FILE SECTION.
FD BinLocFile.
       COPY BINLOC.
FD LocStockFile.
       COPY LOCSTK.
FD ProductFile.
       COPY PRODREC.
FD OrdHeaderFile.
       COPY ORDHDR.
FD OrdDetailFile.
       COPY ORDDTL.
SD BinSortFile.
       01 BinSortRecord.
              02 BSBin PIC X(6).
              02 BSProdName PIC X(10).
              02 BSSize PIC A.
              02 BSQty PIC 9(5).
              02 BSPutaway PIC X.
SD BatchSortFile.
       01 BatchSortRecord.
              02 BPKey.
                     03 BPWalk.
                            04 BPBldgSeq PIC 9.
                            04 BPLoc PIC X(2).
                            04 BPBin PIC X(6).
                     03 BPProdName PIC X(10).
                     03 BPSize PIC A.
                     03 BPOrderNum PIC 9(6).
                     03 BPLineNum PIC 9(3).
              02 BPQty PIC 9(3).
WORKING-STORAGE SECTION.
       01 WSBinLocStatus PIC XX.
       01 WSLocStockStatus PIC XX.
       01 LocStockOpen PIC X VALUE "N".
       01 WSProdFileStatus PIC XX.
       01 ProdFileOpen PIC X VALUE "N".
       01 WSHdrFileStatus PIC XX.
       01 HdrFileOpen PIC X VALUE "N".
       01 WSDtlFileStatus PIC XX.
       01 DtlFileOpen PIC X VALUE "N".
       01 StayOpen PIC X VALUE "Y".
       01 Choice PIC 9.
       01 Confirm PIC X.
       01 WSEOF PIC X.
       01 SortEOF PIC X.
       01 DtlEOF PIC X.
       01 ListCount PIC 9(5).
       01 ProdOK PIC X.
       01 SizeIdx PIC 9.
       01 EntryProd PIC X(10).
       01 EntrySize PIC A.
       01 EntryLoc PIC X(2).
       01 EntryAisle PIC X(2).
       01 EntryBin.
              02 EntryBinAisle PIC X(2).
              02 EntryBinShelf PIC X(2).
              02 EntryBinNo PIC X(2).
       01 FromBin PIC X(6).
       01 ToBin PIC X(6).
       01 FromBalance PIC 9(5).
       01 MoveQty PIC 9(5).
       01 BinnedQty PIC 9(7).
       01 UnbinnedQty PIC 9(7).
       01 LocBalance PIC 9(5).
       01 BinText PIC X(8).
       01 OrderCount PIC 99.
       01 OrderIdx PIC 99.
       01 OrderTable.
              02 BatchOrder PIC 9(6) OCCURS 20 TIMES.
       01 EntryOrderNum PIC 9(6).
       01 AnyAllocated PIC X.
       01 PrevWalkKey PIC X(20).
       01 WalkKey.
              02 WKWalk PIC X(9).
              02 WKProdName PIC X(10).
              02 WKSize PIC A.
       01 GroupQty PIC 9(5).
       01 BatchLines PIC 9(5).
       01 BinAction PIC X.
       01 BinLocCode PIC X(2).
       01 BinCode PIC X(6).
       01 BinQty PIC 9(5).
       01 BinResult PIC X.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O BinLocFile.
       IF WSBinLocStatus NOT = "00"
              OPEN OUTPUT BinLocFile
              CLOSE BinLocFile
              OPEN I-O BinLocFile
       END-IF.
       OPEN INPUT LocStockFile.
       IF WSLocStockStatus = "00"
              MOVE "Y" TO LocStockOpen
       ELSE
              MOVE "N" TO LocStockOpen
       END-IF.
       OPEN INPUT ProductFile.
       IF WSProdFileStatus = "00"
              MOVE "Y" TO ProdFileOpen
       ELSE
              MOVE "N" TO ProdFileOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "BIN LOCATIONS (MN=main, AX=annex)"
              DISPLAY "1 : List Bins For A Product"
              DISPLAY "2 : Assign A Bin"
              DISPLAY "3 : Set Put-Away Bin"
              DISPLAY "4 : Remove An Empty Bin"
              DISPLAY "5 : Move Stock Between Bins"
              DISPLAY "6 : Bin Contents Of An Aisle"
              DISPLAY "7 : Print Batch Pick List"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListProductBins
                     WHEN 2 PERFORM AssignBin
                     WHEN 3 PERFORM SetPutawayBin
                     WHEN 4 PERFORM RemoveBin
                     WHEN 5 PERFORM MoveBetweenBins
                     WHEN 6 PERFORM AisleContents
                     WHEN 7 PERFORM BatchPickList
                     WHEN 0 MOVE "N" TO StayOpen
                     WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
       END-PERFORM.
       CLOSE BinLocFile.
       IF LocStockOpen = "Y"
              CLOSE LocStockFile
              MOVE "N" TO LocStockOpen
       END-IF.
       IF ProdFileOpen = "Y"
              CLOSE ProductFile
              MOVE "N" TO ProdFileOpen
       END-IF.
       STOP RUN.

AcceptProduct.
       DISPLAY "Product name : " WITH NO ADVANCING.
       ACCEPT EntryProd.
       MOVE FUNCTION UPPER-CASE(EntryProd) TO EntryProd.
       DISPLAY "Size : " WITH NO ADVANCING.
       ACCEPT EntrySize.
       MOVE FUNCTION UPPER-CASE(EntrySize) TO EntrySize.
       MOVE "N" TO ProdOK.
       IF ProdFileOpen = "Y"
              MOVE EntryProd TO PFProdName
              READ ProductFile
                     INVALID KEY DISPLAY "Product not found."
                     NOT INVALID KEY
                            PERFORM VARYING SizeIdx FROM 1 BY 1
                                   UNTIL SizeIdx > 3
                                   IF PFSizeType(SizeIdx) = EntrySize
                                          MOVE "Y" TO ProdOK
                                   END-IF
                            END-PERFORM
                            IF ProdOK = "N"
                                   DISPLAY "Product is not stocked in that"
                                          " size."
                            END-IF
              END-READ
       ELSE
              DISPLAY "No product master file found."
       END-IF.
       IF ProdOK = "Y"
              PERFORM GetLocation
       END-IF.

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

AcceptBin.
       MOVE SPACES TO EntryBin.
       PERFORM UNTIL EntryBinAisle NOT = SPACES
              DISPLAY "Aisle : " WITH NO ADVANCING
              ACCEPT EntryBinAisle
       END-PERFORM.
       PERFORM UNTIL EntryBinShelf NOT = SPACES
              DISPLAY "Shelf : " WITH NO ADVANCING
              ACCEPT EntryBinShelf
       END-PERFORM.
       PERFORM UNTIL EntryBinNo NOT = SPACES
              DISPLAY "Bin : " WITH NO ADVANCING
              ACCEPT EntryBinNo
       END-PERFORM.
       MOVE FUNCTION UPPER-CASE(EntryBin) TO EntryBin.

FormatBin.
       MOVE SPACES TO BinText.
       STRING BNAisle DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              BNShelf DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              BNBinNo DELIMITED BY SIZE
              INTO BinText.

SumBinnedQty.
       MOVE 0 TO BinnedQty.
       MOVE "N" TO WSEOF.
       MOVE EntryProd TO BNProdName.
       MOVE EntrySize TO BNSize.
       MOVE EntryLoc TO BNLoc.
       MOVE LOW-VALUES TO BNBin.
       START BinLocFile KEY IS GREATER THAN BNKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ BinLocFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF BNProdName = EntryProd AND
                               BNSize = EntrySize AND BNLoc = EntryLoc
                                   ADD BNQtyOnHand TO BinnedQty
                            ELSE
                                   MOVE "Y" TO WSEOF
                            END-IF
              END-READ
       END-PERFORM.
       MOVE 0 TO LocBalance.
       IF LocStockOpen = "Y"
              MOVE EntryProd TO LSProdName
              MOVE EntrySize TO LSSize
              MOVE EntryLoc TO LSLoc
              READ LocStockFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE LSQtyOnHand TO LocBalance
              END-READ
       END-IF.
       IF LocBalance > BinnedQty
              COMPUTE UnbinnedQty = LocBalance - BinnedQty
       ELSE
              MOVE 0 TO UnbinnedQty
       END-IF.

ListProductBins.
       DISPLAY "Product name : " WITH NO ADVANCING.
       ACCEPT EntryProd.
       MOVE FUNCTION UPPER-CASE(EntryProd) TO EntryProd.
       MOVE 0 TO ListCount.
       MOVE "N" TO WSEOF.
       MOVE EntryProd TO BNProdName.
       MOVE LOW-VALUES TO BNSize.
       MOVE LOW-VALUES TO BNLoc.
       MOVE LOW-VALUES TO BNBin.
       START BinLocFile KEY IS GREATER THAN BNKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       DISPLAY "SZ  LOC  BIN       ON HAND".
       PERFORM UNTIL WSEOF = "Y"
              READ BinLocFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF BNProdName = EntryProd
                                   ADD 1 TO ListCount
                                   PERFORM FormatBin
                                   IF BNIsPutaway
                                          DISPLAY BNSize "   " BNLoc "   "
                                                 BinText "  " BNQtyOnHand
                                                 "  PUT-AWAY"
                                   ELSE
                                          DISPLAY BNSize "   " BNLoc "   "
                                                 BinText "  " BNQtyOnHand
                                   END-IF
                            ELSE
                                   MOVE "Y" TO WSEOF
                            END-IF
              END-READ
       END-PERFORM.
       IF ListCount = 0
              DISPLAY "No bins assigned to that product."
       END-IF.

AssignBin.
       PERFORM AcceptProduct.
       IF ProdOK = "Y"
              PERFORM AcceptBin
              MOVE EntryProd TO BNProdName
              MOVE EntrySize TO BNSize
              MOVE EntryLoc TO BNLoc
              MOVE EntryBin TO BNBin
              READ BinLocFile
                     INVALID KEY PERFORM AddBin
                     NOT INVALID KEY DISPLAY "That bin is already assigned."
              END-READ
       END-IF.

AddBin.
       PERFORM SumBinnedQty.
       MOVE 0 TO MoveQty.
       IF UnbinnedQty > 0
              DISPLAY UnbinnedQty " at " EntryLoc " not yet in a bin."
              DISPLAY "Quantity already on the shelf in this bin : "
                     WITH NO ADVANCING
              ACCEPT MoveQty
              IF MoveQty > UnbinnedQty
                     MOVE UnbinnedQty TO MoveQty
              END-IF
       END-IF.
       MOVE EntryProd TO BNProdName.
       MOVE EntrySize TO BNSize.
       MOVE EntryLoc TO BNLoc.
       MOVE EntryBin TO BNBin.
       MOVE MoveQty TO BNQtyOnHand.
       MOVE "N" TO BNPutaway.
       MOVE SignOnID TO BNAddedBy.
       MOVE BizDate TO BNAddedDate.
       WRITE BinLocRecord
              INVALID KEY DISPLAY "Bin could not be assigned."
              NOT INVALID KEY DISPLAY "Bin assigned with " MoveQty
                     " on hand."
       END-WRITE.
       DISPLAY "Make this the put-away bin (Y/N) : " WITH NO ADVANCING.
       ACCEPT Confirm.
       IF FUNCTION UPPER-CASE(Confirm) = "Y"
              PERFORM MarkPutawayBin
       END-IF.

SetPutawayBin.
       PERFORM AcceptProduct.
       IF ProdOK = "Y"
              PERFORM AcceptBin
              MOVE EntryProd TO BNProdName
              MOVE EntrySize TO BNSize
              MOVE EntryLoc TO BNLoc
              MOVE EntryBin TO BNBin
              READ BinLocFile
                     INVALID KEY DISPLAY "That bin is not assigned to the"
                            " product."
                     NOT INVALID KEY PERFORM MarkPutawayBin
              END-READ
       END-IF.

MarkPutawayBin.
       MOVE "N" TO WSEOF.
       MOVE EntryProd TO BNProdName.
       MOVE EntrySize TO BNSize.
       MOVE EntryLoc TO BNLoc.
       MOVE LOW-VALUES TO BNBin.
       START BinLocFile KEY IS GREATER THAN BNKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ BinLocFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF BNProdName = EntryProd AND
                               BNSize = EntrySize AND BNLoc = EntryLoc
                                   IF BNBin = EntryBin
                                          MOVE "Y" TO BNPutaway
                                   ELSE
                                          MOVE "N" TO BNPutaway
                                   END-IF
                                   REWRITE BinLocRecord
                                          INVALID KEY DISPLAY "Bin wasn't"
                                                 " updated."
                                   END-REWRITE
                            ELSE
                                   MOVE "Y" TO WSEOF
                            END-IF
              END-READ
       END-PERFORM.
       DISPLAY "Receipts to " EntryLoc " will be put away to this bin.".

RemoveBin.
       PERFORM AcceptProduct.
       IF ProdOK = "Y"
              PERFORM AcceptBin
              MOVE EntryProd TO BNProdName
              MOVE EntrySize TO BNSize
              MOVE EntryLoc TO BNLoc
              MOVE EntryBin TO BNBin
              READ BinLocFile
                     INVALID KEY DISPLAY "That bin is not assigned to the"
                            " product."
                     NOT INVALID KEY
                            IF BNQtyOnHand > 0
                                   DISPLAY "Bin still holds " BNQtyOnHand
                                          " - move the stock out first."
                            ELSE
                                   DELETE BinLocFile
                                          INVALID KEY DISPLAY "Bin could"
                                                 " not be removed."
                                          NOT INVALID KEY
                                                 DISPLAY "Bin removed."
                                   END-DELETE
                            END-IF
              END-READ
       END-IF.

MoveBetweenBins.
       PERFORM AcceptProduct.
       IF ProdOK = "Y"
              DISPLAY "Move FROM"
              PERFORM AcceptBin
              MOVE EntryBin TO FromBin
              DISPLAY "Move TO"
              PERFORM AcceptBin
              MOVE EntryBin TO ToBin
              MOVE EntryProd TO BNProdName
              MOVE EntrySize TO BNSize
              MOVE EntryLoc TO BNLoc
              MOVE ToBin TO BNBin
              READ BinLocFile
                     INVALID KEY MOVE SPACES TO ToBin
              END-READ
              MOVE FromBin TO BNBin
              READ BinLocFile
                     INVALID KEY MOVE SPACES TO FromBin
                     NOT INVALID KEY MOVE BNQtyOnHand TO FromBalance
              END-READ
              EVALUATE TRUE
                     WHEN FromBin = SPACES OR ToBin = SPACES
                            DISPLAY "Both bins must be assigned to the"
                                   " product - nothing moved."
                     WHEN FromBin = ToBin
                            DISPLAY "From and to bins are the same -"
                                   " nothing moved."
                     WHEN OTHER
                            PERFORM MoveBinQty
              END-EVALUATE
       END-IF.

MoveBinQty.
       DISPLAY "From bin holds " FromBalance ".".
       MOVE 0 TO MoveQty.
       DISPLAY "Quantity to move : " WITH NO ADVANCING.
       ACCEPT MoveQty.
       IF MoveQty = 0 OR MoveQty > FromBalance
              DISPLAY "Quantity must be 1-" FromBalance " - nothing moved."
       ELSE
              MOVE "O" TO BinAction
              MOVE EntryLoc TO BinLocCode
              MOVE FromBin TO BinCode
              MOVE MoveQty TO BinQty
              PERFORM CallBinPost
              MOVE "I" TO BinAction
              MOVE EntryLoc TO BinLocCode
              MOVE ToBin TO BinCode
              PERFORM CallBinPost
              DISPLAY MoveQty " moved."
       END-IF.

CallBinPost.
       CLOSE BinLocFile.
       CALL "coboltut134bin" USING BinAction, EntryProd, EntrySize,
              BinLocCode, BinCode, BinQty, BinResult.
       OPEN I-O BinLocFile.

AisleContents.
       PERFORM GetLocation.
       DISPLAY "Aisle : " WITH NO ADVANCING.
       ACCEPT EntryAisle.
       MOVE FUNCTION UPPER-CASE(EntryAisle) TO EntryAisle.
       MOVE 0 TO ListCount.
       DISPLAY "BIN       PRODUCT     SZ  ON HAND".
       SORT BinSortFile ON ASCENDING KEY BSBin BSProdName BSSize
              INPUT PROCEDURE IS ReleaseAisleBins
              OUTPUT PROCEDURE IS ShowAisleBins.
       IF ListCount = 0
              DISPLAY "No bins assigned in that aisle."
       END-IF.

ReleaseAisleBins.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO BNKey.
       START BinLocFile KEY IS NOT LESS THAN BNKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ BinLocFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF BNLoc = EntryLoc AND BNAisle = EntryAisle
                                   MOVE BNBin TO BSBin
                                   MOVE BNProdName TO BSProdName
                                   MOVE BNSize TO BSSize
                                   MOVE BNQtyOnHand TO BSQty
                                   MOVE BNPutaway TO BSPutaway
                                   RELEASE BinSortRecord
                            END-IF
              END-READ
       END-PERFORM.

ShowAisleBins.
       MOVE "N" TO SortEOF.
       PERFORM UNTIL SortEOF = "Y"
              RETURN BinSortFile
                     AT END MOVE "Y" TO SortEOF
                     NOT AT END
                            ADD 1 TO ListCount
                            MOVE BSBin TO BNBin
                            PERFORM FormatBin
                            IF BSPutaway = "Y"
                                   DISPLAY BinText "  " BSProdName "  "
                                          BSSize "   " BSQty "  PUT-AWAY"
                            ELSE
                                   DISPLAY BinText "  " BSProdName "  "
                                          BSSize "   " BSQty
                            END-IF
              END-RETURN
       END-PERFORM.

BatchPickList.
       MOVE 0 TO OrderCount.
       OPEN INPUT OrdHeaderFile.
       IF WSHdrFileStatus = "00"
              MOVE "Y" TO HdrFileOpen
       ELSE
              MOVE "N" TO HdrFileOpen
       END-IF.
       OPEN INPUT OrdDetailFile.
       IF WSDtlFileStatus = "00"
              MOVE "Y" TO DtlFileOpen
       ELSE
              MOVE "N" TO DtlFileOpen
       END-IF.
       IF HdrFileOpen = "N" OR WSDtlFileStatus NOT = "00"
              DISPLAY "No order files found - nothing to pick."
       ELSE
              DISPLAY "Enter the orders to pick together (000000 = done)."
              MOVE 1 TO EntryOrderNum
              PERFORM UNTIL EntryOrderNum = 0 OR OrderCount = 20
                     DISPLAY "Order number : " WITH NO ADVANCING
                     ACCEPT EntryOrderNum
                     IF EntryOrderNum NOT = 0
                            PERFORM AddBatchOrder
                     END-IF
              END-PERFORM
              IF OrderCount = 0
                     DISPLAY "No orders entered - no batch pick list."
              ELSE
                     PERFORM PrintBatchPickList
              END-IF
       END-IF.
       IF HdrFileOpen = "Y"
              CLOSE OrdHeaderFile
              MOVE "N" TO HdrFileOpen
       END-IF.
       IF DtlFileOpen = "Y"
              CLOSE OrdDetailFile
              MOVE "N" TO DtlFileOpen
       END-IF.

AddBatchOrder.
       MOVE "Y" TO ProdOK.
       PERFORM VARYING OrderIdx FROM 1 BY 1 UNTIL OrderIdx > OrderCount
              IF BatchOrder(OrderIdx) = EntryOrderNum
                     MOVE "N" TO ProdOK
              END-IF
       END-PERFORM.
       MOVE EntryOrderNum TO OHOrderNum.
       READ OrdHeaderFile
              INVALID KEY
                     MOVE "N" TO ProdOK
                     DISPLAY "Order doesn't exist."
              NOT INVALID KEY
                     IF NOT OHPicked
                            MOVE "N" TO ProdOK
                            DISPLAY "Order " EntryOrderNum " has no pick list"
                                   " printed (status " OHStatus ")."
                     END-IF
       END-READ.
       IF ProdOK = "Y"
              ADD 1 TO OrderCount
              MOVE EntryOrderNum TO BatchOrder(OrderCount)
       END-IF.

PrintBatchPickList.
       MOVE "O" TO RptAction.
       MOVE "BatchPick.prt" TO RptFileName.
       MOVE "BATCH PICK LIST" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "ORDERS IN THIS BATCH : " DELIMITED BY SIZE
              OrderCount DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteBatchLine.
       MOVE SPACES TO RptLine.
       PERFORM WriteBatchLine.
       MOVE "LOC BIN       PRODUCT     SZ          ORDER  LINE  QTY"
              TO RptLine.
       PERFORM WriteBatchLine.
       MOVE 0 TO BatchLines.
       SORT BatchSortFile ON ASCENDING KEY BPKey
              INPUT PROCEDURE IS ReleaseBatchLines
              OUTPUT PROCEDURE IS ReportBatchLines.
       MOVE SPACES TO RptLine.
       PERFORM WriteBatchLine.
       MOVE SPACES TO RptLine.
       STRING "LINES TO PICK : " DELIMITED BY SIZE
              BatchLines DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteBatchLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Batch pick list of " BatchLines " line(s) written to"
              " BatchPick.prt".

ReleaseBatchLines.
       PERFORM VARYING OrderIdx FROM 1 BY 1 UNTIL OrderIdx > OrderCount
              MOVE "N" TO AnyAllocated
              PERFORM ScanOrderAllocation
              PERFORM ReleaseOrderLines
       END-PERFORM.

ScanOrderAllocation.
       MOVE "N" TO DtlEOF.
       MOVE BatchOrder(OrderIdx) TO ODOrderNum.
       MOVE 0 TO ODLineNum.
       START OrdDetailFile KEY IS GREATER THAN ODKey
              INVALID KEY MOVE "Y" TO DtlEOF
       END-START.
       PERFORM UNTIL DtlEOF = "Y"
              READ OrdDetailFile NEXT RECORD
                     AT END MOVE "Y" TO DtlEOF
                     NOT AT END
                            IF ODOrderNum = BatchOrder(OrderIdx)
                                   IF ODAllocated
                                          MOVE "Y" TO AnyAllocated
                                   END-IF
                            ELSE
                                   MOVE "Y" TO DtlEOF
                            END-IF
              END-READ
       END-PERFORM.

ReleaseOrderLines.
       MOVE "N" TO DtlEOF.
       MOVE BatchOrder(OrderIdx) TO ODOrderNum.
       MOVE 0 TO ODLineNum.
       START OrdDetailFile KEY IS GREATER THAN ODKey
              INVALID KEY MOVE "Y" TO DtlEOF
       END-START.
       PERFORM UNTIL DtlEOF = "Y"
              READ OrdDetailFile NEXT RECORD
                     AT END MOVE "Y" TO DtlEOF
                     NOT AT END
                            IF ODOrderNum = BatchOrder(OrderIdx)
                                   IF ODAllocated OR
                                      (ODPosted = "N" AND AnyAllocated = "N")
                                          PERFORM ReleaseBatchLine
                                   END-IF
                            ELSE
                                   MOVE "Y" TO DtlEOF
                            END-IF
              END-READ
       END-PERFORM.

ReleaseBatchLine.
       MOVE "P" TO BinAction.
       MOVE SPACES TO BinLocCode.
       MOVE SPACES TO BinCode.
       MOVE 0 TO BinQty.
       CALL "coboltut134bin" USING BinAction, ODProdName, ODSize,
              BinLocCode, BinCode, BinQty, BinResult.
       IF BinResult = "Y"
              IF BinLocCode = "MN"
                     MOVE 1 TO BPBldgSeq
              ELSE
                     MOVE 2 TO BPBldgSeq
              END-IF
              MOVE BinLocCode TO BPLoc
              MOVE BinCode TO BPBin
       ELSE
              MOVE 9 TO BPBldgSeq
              MOVE HIGH-VALUES TO BPLoc
              MOVE HIGH-VALUES TO BPBin
       END-IF.
       MOVE ODProdName TO BPProdName.
       MOVE ODSize TO BPSize.
       MOVE ODOrderNum TO BPOrderNum.
       MOVE ODLineNum TO BPLineNum.
       MOVE ODQty TO BPQty.
       RELEASE BatchSortRecord.

ReportBatchLines.
       MOVE "N" TO SortEOF.
       MOVE LOW-VALUES TO PrevWalkKey.
       MOVE 0 TO GroupQty.
       PERFORM UNTIL SortEOF = "Y"
              RETURN BatchSortFile
                     AT END
                            MOVE "Y" TO SortEOF
                            PERFORM PrintGroupTotal
                     NOT AT END
                            MOVE BPWalk TO WKWalk
                            MOVE BPProdName TO WKProdName
                            MOVE BPSize TO WKSize
                            IF WalkKey NOT = PrevWalkKey
                                   PERFORM PrintGroupTotal
                                   MOVE WalkKey TO PrevWalkKey
                                   PERFORM PrintBatchGroup
                            END-IF
                            ADD 1 TO BatchLines
                            ADD BPQty TO GroupQty
                            MOVE SPACES TO RptLine
                            MOVE BPOrderNum TO RptLine(38:6)
                            MOVE BPLineNum TO RptLine(46:3)
                            MOVE BPQty TO RptLine(52:3)
                            PERFORM WriteBatchLine
              END-RETURN
       END-PERFORM.

PrintGroupTotal.
       IF GroupQty > 0
              MOVE SPACES TO RptLine
              MOVE "TOTAL TO PICK" TO RptLine(15:13)
              MOVE GroupQty TO RptLine(31:5)
              PERFORM WriteBatchLine
              MOVE 0 TO GroupQty
       END-IF.

PrintBatchGroup.
       MOVE BPLoc TO BinLocCode.
       MOVE BPBin TO BNBin.
       MOVE SPACES TO RptLine.
       PERFORM WriteBatchLine.
       IF BPBldgSeq = 9
              MOVE "-- NO BIN --" TO RptLine(1:12)
       ELSE
              PERFORM FormatBin
              MOVE BinLocCode TO RptLine(1:2)
              MOVE BinText TO RptLine(5:8)
       END-IF.
       MOVE BPProdName TO RptLine(15:10).
       MOVE BPSize TO RptLine(27:1).
       PERFORM WriteBatchLine.

WriteBatchLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
