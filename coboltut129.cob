       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut129.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PriceBatchFile ASSIGN TO "PriceBatch.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PBBatchNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSBatchStatus.
       SELECT PriceChangeFile ASSIGN TO "PriceChange.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PCKey
              ALTERNATE RECORD KEY IS PCProdKey WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSChangeStatus.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
       SELECT VendorFile ASSIGN TO "Vendor.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VMCode
              FILE STATUS IS WSVendorStatus.
       SELECT BatchCtlFile ASSIGN TO "PriceBatchCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSBatchCtlStatus.
DATA DIVISION.
FILE SECTION.
FD PriceBatchFile.
       COPY PRCBAT.
FD PriceChangeFile.
       COPY PRCCHG.
FD ProductFile.
       COPY PRODREC.
FD VendorFile.
       COPY VENDOR.
FD BatchCtlFile.
       01 BatchCtlRecord.
              02 NextBatchNum PIC 9(6).
WORKING-STORAGE SECTION.
       01 WSBatchStatus PIC XX.
       01 WSChangeStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 WSVendorStatus PIC XX.
       01 VendorOpen PIC X VALUE "N".
       01 WSBatchCtlStatus PIC XX.
       01 StayOpen PIC X VALUE "Y".
       01 Choice PIC 9.
       01 Confirm PIC X.
       01 WSEOF PIC X.
       01 ChgEOF PIC X.
       01 BatchOK PIC X.
       01 ProdExists PIC X.
       01 ChangeExists PIC X.
       01 SizeIdx PIC 9.
       01 ListCount PIC 9(5).
       01 AddedCount PIC S9(5).
       01 CurrentBatch PIC 9(6).
       01 EntryDesc PIC X(30).
       01 EntryEffDate PIC 9(8).
       01 EntryProd PIC X(10).
       01 EntryVendor PIC X(10).
       01 EntryRetail PIC 9(5)V99.
       01 EntryWhsl PIC 9(5)V99.
       01 EntryCost PIC 9(5)V99.
       01 PctDirection PIC X.
       01 PctAmount PIC 9(3)V99.
       01 PctFactor PIC 9(3)V9(4).
       01 PctPrices PIC X.
       01 ResRetail PIC 9(5)V99.
       01 ResWhsl PIC 9(5)V99.
       01 ResCost PIC 9(5)V99.
       01 CurRetailDisp PIC ZZZZ9.99.
       01 NewRetailDisp PIC ZZZZ9.99.
       01 CurWhslDisp PIC ZZZZ9.99.
       01 NewWhslDisp PIC ZZZZ9.99.
       01 CurCostDisp PIC ZZZZ9.99.
       01 NewCostDisp PIC ZZZZ9.99.
       01 CostFlag PIC X(6).
       01 AuthFunction PIC X(10).
       01 AuthAllowed PIC X.
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
       MOVE "PRICECHG" TO AuthFunction.
       CALL "coboltut94authchk" USING SignOnID, AuthFunction,
              AuthAllowed.
       IF AuthAllowed NOT = "Y"
              DISPLAY "Your role is not permitted to change prices -"
                     " the attempt has been logged."
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O PriceBatchFile.
       IF WSBatchStatus NOT = "00"
              OPEN OUTPUT PriceBatchFile
              CLOSE PriceBatchFile
              OPEN I-O PriceBatchFile
       END-IF.
       OPEN I-O PriceChangeFile.
       IF WSChangeStatus NOT = "00"
              OPEN OUTPUT PriceChangeFile
              CLOSE PriceChangeFile
              OPEN I-O PriceChangeFile
       END-IF.
       OPEN INPUT ProductFile.
       IF WSProdFileStatus NOT = "00"
              DISPLAY "No product master file found."
              CLOSE PriceBatchFile
              CLOSE PriceChangeFile
              STOP RUN
       END-IF.
       OPEN INPUT VendorFile.
       IF WSVendorStatus = "00"
              MOVE "Y" TO VendorOpen
       ELSE
              MOVE "N" TO VendorOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "SCHEDULED PRICE CHANGES"
              DISPLAY "1 : List Price Change Batches"
              DISPLAY "2 : Create Batch"
              DISPLAY "3 : Add / Change A Product In A Batch"
              DISPLAY "4 : Percentage Change Across A Vendor"
              DISPLAY "5 : Preview And Release Batch"
              DISPLAY "6 : Cancel Batch"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListBatches
                     WHEN 2 PERFORM CreateBatch
                     WHEN 3 PERFORM AddProductChange
                     WHEN 4 PERFORM VendorPercentChange
                     WHEN 5 PERFORM PreviewAndRelease
                     WHEN 6 PERFORM CancelBatch
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE PriceBatchFile.
       CLOSE PriceChangeFile.
       CLOSE ProductFile.
       IF VendorOpen = "Y"
              CLOSE VendorFile
              MOVE "N" TO VendorOpen
       END-IF.
       STOP RUN.

ListBatches.
       MOVE 0 TO ListCount.
       MOVE "N" TO WSEOF.
       MOVE 0 TO PBBatchNum.
       START PriceBatchFile KEY IS NOT LESS THAN PBBatchNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ PriceBatchFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            ADD 1 TO ListCount
                            DISPLAY PBBatchNum "  effective " PBEffDate
                                   "  status " PBStatus "  lines "
                                   PBLineCount "  " PBDesc
              END-READ
       END-PERFORM.
       DISPLAY ListCount " batch(es) on file "
              "(O=open R=released A=applied X=cancelled).".

CreateBatch.
       DISPLAY "Description : " WITH NO ADVANCING.
       ACCEPT EntryDesc.
       DISPLAY "Effective business date (YYYYMMDD) : " WITH NO ADVANCING.
       ACCEPT EntryEffDate.
       IF EntryEffDate <= BizDate
              DISPLAY "The effective date must be after today's business"
                     " date " BizDate "."
       ELSE
              PERFORM AssignBatchNumber
              MOVE CurrentBatch TO PBBatchNum
              MOVE EntryEffDate TO PBEffDate
              MOVE "O" TO PBStatus
              MOVE EntryDesc TO PBDesc
              MOVE SignOnID TO PBCreatedBy
              MOVE BizDate TO PBCreatedDate
              MOVE SPACES TO PBReleasedBy
              MOVE 0 TO PBAppliedDate
              MOVE 0 TO PBLineCount
              WRITE PriceBatchRecord
                     INVALID KEY DISPLAY "Batch number clash - batch"
                            " wasn't created."
                     NOT INVALID KEY
                            DISPLAY "Batch " CurrentBatch " created."
              END-WRITE
       END-IF.

AssignBatchNumber.
       MOVE 1 TO CurrentBatch.
       OPEN INPUT BatchCtlFile.
       IF WSBatchCtlStatus = "00"
              READ BatchCtlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextBatchNum TO CurrentBatch
              END-READ
              CLOSE BatchCtlFile
       END-IF.
       OPEN OUTPUT BatchCtlFile.
       COMPUTE NextBatchNum = CurrentBatch + 1.
       WRITE BatchCtlRecord.
       CLOSE BatchCtlFile.

GetOpenBatch.
       MOVE "N" TO BatchOK.
       DISPLAY "Batch number : " WITH NO ADVANCING.
       ACCEPT CurrentBatch.
       MOVE CurrentBatch TO PBBatchNum.
       READ PriceBatchFile
              INVALID KEY DISPLAY "Batch not on file."
              NOT INVALID KEY
                     IF PBOpen
                            MOVE "Y" TO BatchOK
                     ELSE
                            DISPLAY "Batch " CurrentBatch " is no longer"
                                   " open (status " PBStatus ")."
                     END-IF
       END-READ.

AddProductChange.
       PERFORM GetOpenBatch.
       IF BatchOK = "Y"
              DISPLAY "Product name : " WITH NO ADVANCING
              ACCEPT EntryProd
              MOVE "Y" TO ProdExists
              MOVE EntryProd TO PFProdName
              READ ProductFile
                     INVALID KEY MOVE "N" TO ProdExists
              END-READ
              IF ProdExists = "N"
                     DISPLAY "Product not found."
              ELSE
                     MOVE 0 TO AddedCount
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) NOT = SPACE
                                   PERFORM EnterSizeChange
                            END-IF
                     END-PERFORM
                     PERFORM AddBatchLines
              END-IF
       END-IF.

EnterSizeChange.
       MOVE PFRetailPrice(SizeIdx) TO CurRetailDisp.
       MOVE PFWholesalePrice(SizeIdx) TO CurWhslDisp.
       MOVE PFUnitCost(SizeIdx) TO CurCostDisp.
       DISPLAY "Size " PFSizeType(SizeIdx) "  retail " CurRetailDisp
              "  wholesale " CurWhslDisp "  cost " CurCostDisp.
       DISPLAY "New retail price (0 = unchanged) : " WITH NO ADVANCING.
       ACCEPT EntryRetail.
       DISPLAY "New wholesale price (0 = unchanged) : " WITH NO ADVANCING.
       ACCEPT EntryWhsl.
       DISPLAY "New unit cost (0 = unchanged) : " WITH NO ADVANCING.
       ACCEPT EntryCost.
       MOVE CurrentBatch TO PCBatchNum.
       MOVE PFProdName TO PCProdName.
       MOVE PFSizeType(SizeIdx) TO PCSize.
       MOVE "Y" TO ChangeExists.
       READ PriceChangeFile
              INVALID KEY MOVE "N" TO ChangeExists
       END-READ.
       IF EntryRetail = 0 AND EntryWhsl = 0 AND EntryCost = 0
              IF ChangeExists = "Y"
                     DELETE PriceChangeFile
                            INVALID KEY CONTINUE
                            NOT INVALID KEY SUBTRACT 1 FROM AddedCount
                     END-DELETE
              END-IF
       ELSE
              MOVE EntryRetail TO PCNewRetail
              MOVE EntryWhsl TO PCNewWhsl
              MOVE EntryCost TO PCNewCost
              PERFORM StoreChangeLine
       END-IF.

StoreChangeLine.
       MOVE CurrentBatch TO PCBatchNum.
       MOVE PFProdName TO PCProdName.
       MOVE PFSizeType(SizeIdx) TO PCSize.
       MOVE SignOnID TO PCAddedBy.
       IF ChangeExists = "Y"
              REWRITE PriceChangeRecord
                     INVALID KEY DISPLAY "Change for " PFProdName " ("
                            PFSizeType(SizeIdx) ") wasn't updated."
              END-REWRITE
       ELSE
              WRITE PriceChangeRecord
                     INVALID KEY DISPLAY "Change for " PFProdName " ("
                            PFSizeType(SizeIdx) ") wasn't added."
                     NOT INVALID KEY ADD 1 TO AddedCount
              END-WRITE
       END-IF.

AddBatchLines.
       MOVE CurrentBatch TO PBBatchNum.
       READ PriceBatchFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     COMPUTE PBLineCount = PBLineCount + AddedCount
                     REWRITE PriceBatchRecord
                            INVALID KEY DISPLAY "Batch line count wasn't"
                                   " updated."
                     END-REWRITE
                     DISPLAY "Batch " PBBatchNum " now holds " PBLineCount
                            " change line(s)."
       END-READ.

VendorPercentChange.
       PERFORM GetOpenBatch.
       IF BatchOK = "Y"
              DISPLAY "Vendor code : " WITH NO ADVANCING
              ACCEPT EntryVendor
              MOVE "Y" TO ProdExists
              IF VendorOpen = "Y"
                     MOVE EntryVendor TO VMCode
                     READ VendorFile
                            INVALID KEY MOVE "N" TO ProdExists
                     END-READ
              END-IF
              IF ProdExists = "N"
                     DISPLAY "Vendor not on file."
              ELSE
                     PERFORM GetPercentEntry
              END-IF
       END-IF.

GetPercentEntry.
       DISPLAY "I = increase, D = decrease : " WITH NO ADVANCING.
       ACCEPT PctDirection.
       MOVE FUNCTION UPPER-CASE(PctDirection) TO PctDirection.
       DISPLAY "Percentage (e.g. 5.00) : " WITH NO ADVANCING.
       ACCEPT PctAmount.
       DISPLAY "Prices to change (R=retail W=wholesale C=cost A=all) : "
              WITH NO ADVANCING.
       ACCEPT PctPrices.
       MOVE FUNCTION UPPER-CASE(PctPrices) TO PctPrices.
       IF (PctDirection NOT = "I" AND PctDirection NOT = "D") OR
          PctAmount = 0 OR
          (PctPrices NOT = "R" AND PctPrices NOT = "W" AND
           PctPrices NOT = "C" AND PctPrices NOT = "A")
              DISPLAY "Direction, percentage or price choice not valid -"
                     " nothing changed."
       ELSE
              IF PctDirection = "D" AND PctAmount >= 100
                     DISPLAY "A decrease must be under 100 percent."
              ELSE
                     IF PctDirection = "I"
                            COMPUTE PctFactor = (100 + PctAmount) / 100
                     ELSE
                            COMPUTE PctFactor = (100 - PctAmount) / 100
                     END-IF
                     PERFORM ApplyVendorPercent
              END-IF
       END-IF.

ApplyVendorPercent.
       MOVE 0 TO AddedCount.
       MOVE 0 TO ListCount.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO PFProdName.
       START ProductFile KEY IS NOT LESS THAN PFProdName
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ ProductFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF PFVendor = EntryVendor
                                   ADD 1 TO ListCount
                                   PERFORM VARYING SizeIdx FROM 1 BY 1
                                          UNTIL SizeIdx > 3
                                          IF PFSizeType(SizeIdx) NOT = SPACE
                                                 PERFORM PercentOneSize
                                          END-IF
                                   END-PERFORM
                            END-IF
              END-READ
       END-PERFORM.
       DISPLAY ListCount " product(s) from vendor " EntryVendor
              " priced into batch " CurrentBatch ".".
       PERFORM AddBatchLines.

PercentOneSize.
       MOVE CurrentBatch TO PCBatchNum.
       MOVE PFProdName TO PCProdName.
       MOVE PFSizeType(SizeIdx) TO PCSize.
       MOVE "Y" TO ChangeExists.
       READ PriceChangeFile
              INVALID KEY
                     MOVE "N" TO ChangeExists
                     MOVE 0 TO PCNewRetail
                     MOVE 0 TO PCNewWhsl
                     MOVE 0 TO PCNewCost
       END-READ.
       IF PctPrices = "R" OR PctPrices = "A"
              COMPUTE PCNewRetail ROUNDED =
                     PFRetailPrice(SizeIdx) * PctFactor
       END-IF.
       IF PctPrices = "W" OR PctPrices = "A"
              COMPUTE PCNewWhsl ROUNDED =
                     PFWholesalePrice(SizeIdx) * PctFactor
       END-IF.
       IF PctPrices = "C" OR PctPrices = "A"
              COMPUTE PCNewCost ROUNDED = PFUnitCost(SizeIdx) * PctFactor
       END-IF.
       PERFORM StoreChangeLine.

PreviewAndRelease.
       PERFORM GetOpenBatch.
       IF BatchOK = "Y"
              IF PBLineCount = 0
                     DISPLAY "Batch " CurrentBatch " has no change lines."
              ELSE
                     PERFORM PrintPreview
                     DISPLAY "Preview written to PricePreview.prt"
                     IF SignOnLevel NOT = "S"
                            DISPLAY "Releasing a batch needs a supervisor"
                                   " sign-on."
                     ELSE
                            PERFORM ReleaseBatch
                     END-IF
              END-IF
       END-IF.

ReleaseBatch.
       DISPLAY "Release batch " CurrentBatch " to take effect "
              PBEffDate "? (Y/N) : " WITH NO ADVANCING.
       ACCEPT Confirm.
       IF Confirm = "Y" OR Confirm = "y"
              IF PBEffDate <= BizDate
                     DISPLAY "The effective date " PBEffDate " has passed"
                            " - create a new batch."
              ELSE
                     MOVE "R" TO PBStatus
                     MOVE SignOnID TO PBReleasedBy
                     REWRITE PriceBatchRecord
                            INVALID KEY DISPLAY "Batch wasn't released."
                            NOT INVALID KEY
                                   DISPLAY "Batch " CurrentBatch
                                          " released - the nightly run"
                                          " applies it for " PBEffDate "."
                     END-REWRITE
              END-IF
       END-IF.

PrintPreview.
       MOVE "O" TO RptAction.
       MOVE "PricePreview.prt" TO RptFileName.
       MOVE "PRICE CHANGE PREVIEW" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "BATCH " DELIMITED BY SIZE
              PBBatchNum DELIMITED BY SIZE
              "  EFFECTIVE " DELIMITED BY SIZE
              PBEffDate DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              PBDesc DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       STRING "PRODUCT    S    RETAIL      NEW     WHSL " DELIMITED BY SIZE
              "     NEW     COST      NEW" DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "N" TO ChgEOF.
       MOVE CurrentBatch TO PCBatchNum.
       MOVE LOW-VALUES TO PCProdKey.
       START PriceChangeFile KEY IS GREATER THAN PCKey
              INVALID KEY MOVE "Y" TO ChgEOF
       END-START.
       PERFORM UNTIL ChgEOF = "Y"
              READ PriceChangeFile NEXT RECORD
                     AT END MOVE "Y" TO ChgEOF
                     NOT AT END
                            IF PCBatchNum = CurrentBatch
                                   PERFORM PreviewOneLine
                            ELSE
                                   MOVE "Y" TO ChgEOF
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO RptLine.
       STRING PBLineCount DELIMITED BY SIZE
              " CHANGE LINE(S)   ! = PRICE BELOW COST" DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

PreviewOneLine.
       MOVE 0 TO ResRetail.
       MOVE 0 TO ResWhsl.
       MOVE 0 TO ResCost.
       MOVE 0 TO CurRetailDisp.
       MOVE 0 TO CurWhslDisp.
       MOVE 0 TO CurCostDisp.
       MOVE PCProdName TO PFProdName.
       READ ProductFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = PCSize
                                   MOVE PFRetailPrice(SizeIdx) TO ResRetail
                                   MOVE PFWholesalePrice(SizeIdx) TO ResWhsl
                                   MOVE PFUnitCost(SizeIdx) TO ResCost
                            END-IF
                     END-PERFORM
       END-READ.
       MOVE ResRetail TO CurRetailDisp.
       MOVE ResWhsl TO CurWhslDisp.
       MOVE ResCost TO CurCostDisp.
       IF PCNewRetail > 0
              MOVE PCNewRetail TO ResRetail
       END-IF.
       IF PCNewWhsl > 0
              MOVE PCNewWhsl TO ResWhsl
       END-IF.
       IF PCNewCost > 0
              MOVE PCNewCost TO ResCost
       END-IF.
       MOVE ResRetail TO NewRetailDisp.
       MOVE ResWhsl TO NewWhslDisp.
       MOVE ResCost TO NewCostDisp.
       MOVE SPACES TO CostFlag.
       IF ResRetail < ResCost OR ResWhsl < ResCost
              MOVE " !" TO CostFlag
       END-IF.
       MOVE SPACES TO RptLine.
       STRING PCProdName DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PCSize DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              CurRetailDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NewRetailDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CurWhslDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NewWhslDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CurCostDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NewCostDisp DELIMITED BY SIZE
              CostFlag DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

CancelBatch.
       DISPLAY "Batch number : " WITH NO ADVANCING.
       ACCEPT CurrentBatch.
       MOVE CurrentBatch TO PBBatchNum.
       READ PriceBatchFile
              INVALID KEY DISPLAY "Batch not on file."
              NOT INVALID KEY
                     IF PBOpen OR PBReleased
                            DISPLAY "Cancel batch " CurrentBatch " ("
                                   FUNCTION TRIM(PBDesc) ")? (Y/N) : "
                                   WITH NO ADVANCING
                            ACCEPT Confirm
                            IF Confirm = "Y" OR Confirm = "y"
                                   MOVE "X" TO PBStatus
                                   REWRITE PriceBatchRecord
                                          INVALID KEY DISPLAY "Batch wasn't"
                                                 " cancelled."
                                          NOT INVALID KEY DISPLAY "Batch"
                                                 " cancelled."
                                   END-REWRITE
                            END-IF
                     ELSE
                            DISPLAY "Only open or released batches can be"
                                   " cancelled."
                     END-IF
       END-READ.
