       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut138.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CsvFile ASSIGN TO "VendPrice.csv"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCsvStatus.
       SELECT VendorFile ASSIGN TO "Vendor.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VMCode
              FILE STATUS IS WSVendorStatus.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
       SELECT VendPriceFile ASSIGN TO "VendPrice.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VPKey
              FILE STATUS IS WSVendPrcStatus.
       SELECT PurchOrdFile ASSIGN TO "PurchOrd.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSPOFileStatus.
       SELECT ProdAuditFile ASSIGN TO "ProdAudit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSProdAuditStatus.
DATA DIVISION.
FILE SECTION.
FD CsvFile.
       01 CsvRecord PIC X(80).
FD VendorFile.
       COPY VENDOR.
FD ProductFile.
       COPY PRODREC.
FD VendPriceFile.
       COPY VENDPRC.
FD PurchOrdFile.
       COPY PORD.
FD ProdAuditFile.
       01 ProdAuditRecord.
              02 PATimestamp PIC X(14).
              02 PAOperation PIC X(10).
              02 PAProdName PIC X(10).
WORKING-STORAGE SECTION.
       01 WSCsvStatus PIC XX.
       01 WSVendorStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 WSVendPrcStatus PIC XX.
       01 WSPOFileStatus PIC XX.
       01 WSProdAuditStatus PIC XX.
       01 WSEOF PIC X.
       01 FirstLine PIC X VALUE "Y".
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 Confirm PIC X.
       01 CsvVendor PIC X(10).
       01 CsvProdName PIC X(10).
       01 CsvSize PIC X(4).
       01 CsvCost PIC X(12).
       01 NewCost PIC 9(5)V99.
       01 RejectReason PIC X(30).
       01 RowNum PIC 9(5) VALUE 0.
       01 ReadCount PIC 9(5) VALUE 0.
       01 RejectCount PIC 9(5) VALUE 0.
       01 ChangeCount PIC 9(5) VALUE 0.
       01 AppliedCount PIC 9(5) VALUE 0.
       01 POLineCount PIC 9(5) VALUE 0.
       01 SizeIdx PIC 9.
       01 FoundIdx PIC 9.
       01 VLIdx PIC 9(3).
       01 VLFound PIC 9(3).
       01 VLCount PIC 9(3) VALUE 0.
       01 VendorPriceTable.
              02 VLEntry OCCURS 500 TIMES.
                     03 VLVendor PIC X(10).
                     03 VLProdName PIC X(10).
                     03 VLSize PIC A.
                     03 VLOldCost PIC 9(5)V99.
                     03 VLNewCost PIC 9(5)V99.
                     03 VLRetail PIC 9(5)V99.
                     03 VLWhsl PIC 9(5)V99.
                     03 VLQtyOnHand PIC 9(5).
                     03 VLMainVendor PIC X.
       01 OldCost PIC 9(5)V99.
       01 CostDiff PIC S9(5)V99.
       01 RevalueNet PIC S9(9)V99 VALUE 0.
       01 ChangePct PIC S9(3)V9.
       01 Margin PIC S9(3)V9.
       01 CostEdit PIC ZZ,ZZ9.99.
       01 PctEdit PIC -ZZ9.9.
       01 NetEdit PIC -$$$,$$$,$$9.99.
       01 JrnFile PIC X(12).
       01 JrnOp PIC X.
       01 JrnKey PIC X(20).
       01 JrnBefore PIC X(250).
       01 JrnAfter PIC X(250).
       01 LedgerDir PIC X.
       01 LedgerSource PIC X(10) VALUE "VENDPRICE".
       01 LedgerRef PIC X(10).
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4) VALUE 5200.
       01 RptAction PIC X.
       01 RptFileName PIC X(30) VALUE "CostPreview.prt".
       01 RptTitle PIC X(40) VALUE "VENDOR COST CHANGE PREVIEW".
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       CALL "coboltut25getdate" USING BizDate.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       OPEN INPUT CsvFile.
       IF WSCsvStatus NOT = "00"
              DISPLAY "No vendor price file (VendPrice.csv) to import."
              STOP RUN
       END-IF.
       OPEN INPUT VendorFile.
       OPEN INPUT ProductFile.
       IF WSVendorStatus NOT = "00" OR WSProdFileStatus NOT = "00"
              DISPLAY "Vendor or product master missing - nothing imported."
              CLOSE CsvFile
              STOP RUN
       END-IF.
       DISPLAY "VENDOR PRICE LIST IMPORT".
       MOVE "O" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       PERFORM PrintPreviewHeader.
       MOVE "N" TO WSEOF.
       PERFORM UNTIL WSEOF = "Y"
              READ CsvFile
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END PERFORM LoadCsvRecord
              END-READ
       END-PERFORM.
       CLOSE CsvFile.
       CLOSE VendorFile.
       CLOSE ProductFile.
       PERFORM VARYING VLIdx FROM 1 BY 1 UNTIL VLIdx > VLCount
              PERFORM PrintPreviewLine
       END-PERFORM.
       PERFORM PrintPreviewTotals.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE RevalueNet TO NetEdit.
       DISPLAY ReadCount " cost(s) read, " RejectCount " rejected, "
              ChangeCount " product cost(s) would change.".
       DISPLAY "Stock revaluation " NetEdit
              " - preview written to CostPreview.prt".
       IF VLCount = 0
              DISPLAY "Nothing to accept."
              STOP RUN
       END-IF.
       IF SignOnLevel NOT = "S"
              DISPLAY "Accepting the new costs needs a supervisor sign-on."
              STOP RUN
       END-IF.
       CALL "coboltut92perchk" USING BizDate, PeriodOpen.
       IF PeriodOpen NOT = "Y"
              DISPLAY "Today's date " BizDate " falls in a CLOSED"
                     " accounting period - costs cannot be accepted."
              STOP RUN
       END-IF.
       MOVE SPACE TO Confirm.
       DISPLAY "Accept these costs? (Y/N) : " WITH NO ADVANCING.
       ACCEPT Confirm.
       IF FUNCTION UPPER-CASE(Confirm) NOT = "Y"
              DISPLAY "Price list not accepted - no costs changed."
              STOP RUN
       END-IF.
       PERFORM AcceptPriceList.
       MOVE SPACE TO Confirm.
       DISPLAY "Update open purchase order lines to the new costs? (Y/N) : "
              WITH NO ADVANCING.
       ACCEPT Confirm.
       IF FUNCTION UPPER-CASE(Confirm) = "Y"
              PERFORM UpdateOpenPOLines
       END-IF.
       STOP RUN.

LoadCsvRecord.
       IF FirstLine = "Y"
              MOVE "N" TO FirstLine
       ELSE
              ADD 1 TO RowNum
              ADD 1 TO ReadCount
              MOVE SPACES TO CsvVendor CsvProdName CsvSize CsvCost
              UNSTRING CsvRecord DELIMITED BY ","
                     INTO CsvVendor, CsvProdName, CsvSize, CsvCost
              END-UNSTRING
              MOVE FUNCTION UPPER-CASE(CsvSize) TO CsvSize
              PERFORM ValidateCsvRecord
              IF RejectReason = SPACES
                     PERFORM StageCsvRecord
              ELSE
                     ADD 1 TO RejectCount
                     PERFORM PrintRejectLine
              END-IF
       END-IF.

ValidateCsvRecord.
       MOVE SPACES TO RejectReason.
       MOVE 0 TO NewCost.
       MOVE 0 TO FoundIdx.
       IF FUNCTION TRIM(CsvCost) = SPACES
              MOVE "NO COST GIVEN" TO RejectReason
       ELSE
              IF FUNCTION TEST-NUMVAL(CsvCost) NOT = 0
                     MOVE "COST NOT NUMERIC" TO RejectReason
              ELSE
                     COMPUTE NewCost = FUNCTION NUMVAL(CsvCost)
                     IF NewCost = 0
                            MOVE "COST IS ZERO" TO RejectReason
                     END-IF
              END-IF
       END-IF.
       IF RejectReason = SPACES
              MOVE CsvVendor TO VMCode
              READ VendorFile
                     INVALID KEY MOVE "UNKNOWN VENDOR" TO RejectReason
              END-READ
       END-IF.
       IF RejectReason = SPACES
              MOVE CsvProdName TO PFProdName
              READ ProductFile
                     INVALID KEY MOVE "UNKNOWN PRODUCT" TO RejectReason
                     NOT INVALID KEY
                            PERFORM VARYING SizeIdx FROM 1 BY 1
                                   UNTIL SizeIdx > 3
                                   IF PFSizeType(SizeIdx) = CsvSize(1:1)
                                      AND CsvSize(1:1) NOT = SPACE
                                          MOVE SizeIdx TO FoundIdx
                                   END-IF
                            END-PERFORM
                            IF FoundIdx = 0
                                   MOVE "SIZE NOT CARRIED" TO RejectReason
                            END-IF
              END-READ
       END-IF.
       IF RejectReason = SPACES AND VLCount = 500
              MOVE "PRICE FILE OVER 500 LINES" TO RejectReason
       END-IF.

StageCsvRecord.
       MOVE 0 TO VLFound.
       PERFORM VARYING VLIdx FROM 1 BY 1 UNTIL VLIdx > VLCount
              IF VLVendor(VLIdx) = CsvVendor AND
                 VLProdName(VLIdx) = CsvProdName AND
                 VLSize(VLIdx) = CsvSize(1:1)
                     MOVE VLIdx TO VLFound
              END-IF
       END-PERFORM.
       IF VLFound = 0
              ADD 1 TO VLCount
              MOVE VLCount TO VLFound
       END-IF.
       MOVE VLFound TO VLIdx.
       MOVE FoundIdx TO SizeIdx.
       MOVE CsvVendor TO VLVendor(VLIdx).
       MOVE CsvProdName TO VLProdName(VLIdx).
       MOVE CsvSize(1:1) TO VLSize(VLIdx).
       MOVE PFUnitCost(SizeIdx) TO VLOldCost(VLIdx).
       MOVE NewCost TO VLNewCost(VLIdx).
       MOVE PFRetailPrice(SizeIdx) TO VLRetail(VLIdx).
       MOVE PFWholesalePrice(SizeIdx) TO VLWhsl(VLIdx).
       MOVE PFQtyOnHand(SizeIdx) TO VLQtyOnHand(VLIdx).
       IF PFVendor = CsvVendor
              MOVE "Y" TO VLMainVendor(VLIdx)
       ELSE
              MOVE "N" TO VLMainVendor(VLIdx)
       END-IF.

PrintPreviewHeader.
       MOVE SPACES TO RptLine.
       MOVE "PRODUCT" TO RptLine(1:7).
       MOVE "SZ" TO RptLine(12:2).
       MOVE "VENDOR" TO RptLine(15:6).
       MOVE "OLD COST" TO RptLine(28:8).
       MOVE "NEW COST" TO RptLine(38:8).
       MOVE "CHG%" TO RptLine(49:4).
       MOVE "RETAIL MARGIN%" TO RptLine(54:14).
       MOVE "WHSL MARGIN%" TO RptLine(69:12).
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       MOVE "OLD" TO RptLine(57:3).
       MOVE "NEW" TO RptLine(64:3).
       MOVE "OLD" TO RptLine(71:3).
       MOVE "NEW" TO RptLine(78:3).
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

PrintRejectLine.
       MOVE SPACES TO RptLine.
       STRING "ROW " DELIMITED BY SIZE
              RowNum DELIMITED BY SIZE
              " REJECTED - " DELIMITED BY SIZE
              RejectReason DELIMITED BY "  "
              ": " DELIMITED BY SIZE
              CsvRecord DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

PrintPreviewLine.
       MOVE SPACES TO RptLine.
       MOVE VLProdName(VLIdx) TO RptLine(1:10).
       MOVE VLSize(VLIdx) TO RptLine(12:1).
       MOVE VLVendor(VLIdx) TO RptLine(15:10).
       IF VLMainVendor(VLIdx) NOT = "Y"
              MOVE "*" TO RptLine(25:1)
       END-IF.
       MOVE VLOldCost(VLIdx) TO CostEdit.
       MOVE CostEdit TO RptLine(27:9).
       MOVE VLNewCost(VLIdx) TO CostEdit.
       MOVE CostEdit TO RptLine(37:9).
       MOVE 0 TO ChangePct.
       IF VLOldCost(VLIdx) > 0
              COMPUTE ChangePct ROUNDED = (VLNewCost(VLIdx)
                     - VLOldCost(VLIdx)) * 100 / VLOldCost(VLIdx)
                     ON SIZE ERROR MOVE 999.9 TO ChangePct
              END-COMPUTE
       END-IF.
       MOVE ChangePct TO PctEdit.
       MOVE PctEdit TO RptLine(47:6).
       IF VLRetail(VLIdx) > 0
              COMPUTE Margin ROUNDED = (VLRetail(VLIdx) - VLOldCost(VLIdx))
                     * 100 / VLRetail(VLIdx)
                     ON SIZE ERROR MOVE -999.9 TO Margin
              END-COMPUTE
              MOVE Margin TO PctEdit
              MOVE PctEdit TO RptLine(54:6)
              COMPUTE Margin ROUNDED = (VLRetail(VLIdx) - VLNewCost(VLIdx))
                     * 100 / VLRetail(VLIdx)
                     ON SIZE ERROR MOVE -999.9 TO Margin
              END-COMPUTE
              MOVE Margin TO PctEdit
              MOVE PctEdit TO RptLine(61:6)
       END-IF.
       IF VLWhsl(VLIdx) > 0
              COMPUTE Margin ROUNDED = (VLWhsl(VLIdx) - VLOldCost(VLIdx))
                     * 100 / VLWhsl(VLIdx)
                     ON SIZE ERROR MOVE -999.9 TO Margin
              END-COMPUTE
              MOVE Margin TO PctEdit
              MOVE PctEdit TO RptLine(68:6)
              COMPUTE Margin ROUNDED = (VLWhsl(VLIdx) - VLNewCost(VLIdx))
                     * 100 / VLWhsl(VLIdx)
                     ON SIZE ERROR MOVE -999.9 TO Margin
              END-COMPUTE
              MOVE Margin TO PctEdit
              MOVE PctEdit TO RptLine(75:6)
       END-IF.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       IF VLMainVendor(VLIdx) = "Y" AND
          VLNewCost(VLIdx) NOT = VLOldCost(VLIdx)
              ADD 1 TO ChangeCount
              COMPUTE RevalueNet = RevalueNet + (VLNewCost(VLIdx)
                     - VLOldCost(VLIdx)) * VLQtyOnHand(VLIdx)
       END-IF.

PrintPreviewTotals.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "* NOT THE PRODUCT'S MAIN VENDOR - KEPT FOR INVOICE MATCHING,"
              TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "  PRODUCT COST UNCHANGED" TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE RevalueNet TO NetEdit.
       MOVE SPACES TO RptLine.
       STRING ReadCount DELIMITED BY SIZE
              " READ  " DELIMITED BY SIZE
              RejectCount DELIMITED BY SIZE
              " REJECTED  " DELIMITED BY SIZE
              ChangeCount DELIMITED BY SIZE
              " COST CHANGES  REVALUATION " DELIMITED BY SIZE
              NetEdit DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

AcceptPriceList.
       OPEN I-O ProductFile.
       OPEN I-O VendPriceFile.
       IF WSVendPrcStatus NOT = "00"
              OPEN OUTPUT VendPriceFile
              CLOSE VendPriceFile
              OPEN I-O VendPriceFile
       END-IF.
       OPEN EXTEND ProdAuditFile.
       IF WSProdAuditStatus NOT = "00"
              OPEN OUTPUT ProdAuditFile
       END-IF.
       MOVE SPACES TO LedgerRef.
       STRING "VP" DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              INTO LedgerRef.
       PERFORM VARYING VLIdx FROM 1 BY 1 UNTIL VLIdx > VLCount
              PERFORM SaveVendorPrice
              IF VLMainVendor(VLIdx) = "Y" AND
                 VLNewCost(VLIdx) NOT = VLOldCost(VLIdx)
                     PERFORM ApplyProductCost
              END-IF
       END-PERFORM.
       CLOSE ProdAuditFile.
       CLOSE VendPriceFile.
       CLOSE ProductFile.
       DISPLAY VLCount " price list line(s) saved, " AppliedCount
              " product cost(s) changed.".

SaveVendorPrice.
       MOVE VLVendor(VLIdx) TO VPVendor.
       MOVE VLProdName(VLIdx) TO VPProdName.
       MOVE VLSize(VLIdx) TO VPSize.
       READ VendPriceFile
              INVALID KEY
                     MOVE 0 TO VPPrevCost
                     MOVE VLNewCost(VLIdx) TO VPCost
                     MOVE BizDate TO VPEffDate
                     MOVE SignOnID TO VPImportedBy
                     WRITE VendorPriceRecord
                            INVALID KEY DISPLAY "Price list line for "
                                   VLProdName(VLIdx) " not saved."
                     END-WRITE
              NOT INVALID KEY
                     MOVE VPCost TO VPPrevCost
                     MOVE VLNewCost(VLIdx) TO VPCost
                     MOVE BizDate TO VPEffDate
                     MOVE SignOnID TO VPImportedBy
                     REWRITE VendorPriceRecord
                            INVALID KEY DISPLAY "Price list line for "
                                   VLProdName(VLIdx) " not saved."
                     END-REWRITE
       END-READ.

ApplyProductCost.
       MOVE 0 TO FoundIdx.
       MOVE VLProdName(VLIdx) TO PFProdName.
       READ ProductFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = VLSize(VLIdx)
                                   MOVE SizeIdx TO FoundIdx
                            END-IF
                     END-PERFORM
       END-READ.
       MOVE FoundIdx TO SizeIdx.
       IF SizeIdx = 0
              DISPLAY "Product " VLProdName(VLIdx) " size " VLSize(VLIdx)
                     " no longer on file - cost not changed."
       ELSE
              MOVE PFUnitCost(SizeIdx) TO OldCost
              MOVE VLNewCost(VLIdx) TO PFUnitCost(SizeIdx)
              REWRITE ProductRecord
                     INVALID KEY DISPLAY "Product " VLProdName(VLIdx)
                            " cost not changed."
                     NOT INVALID KEY
                            ADD 1 TO AppliedCount
                            PERFORM JournalProduct
                            PERFORM RevalueStock
              END-REWRITE
       END-IF.

JournalProduct.
       MOVE "Product" TO JrnFile.
       MOVE "R" TO JrnOp.
       MOVE SPACES TO JrnKey.
       MOVE PFProdName TO JrnKey(1:10).
       MOVE SPACES TO JrnBefore.
       MOVE ProductRecord TO JrnAfter.
       CALL "coboltut96jrnl" USING JrnFile, JrnOp, JrnKey,
              JrnBefore, JrnAfter.
       MOVE FUNCTION CURRENT-DATE(1:14) TO PATimestamp.
       MOVE "VENDPRICE" TO PAOperation.
       MOVE PFProdName TO PAProdName.
       WRITE ProdAuditRecord.

RevalueStock.
       COMPUTE CostDiff = PFUnitCost(SizeIdx) - OldCost.
       IF CostDiff NOT = 0 AND PFQtyOnHand(SizeIdx) > 0
              IF CostDiff > 0
                     MOVE "I" TO LedgerDir
                     COMPUTE StockValue = CostDiff * PFQtyOnHand(SizeIdx)
              ELSE
                     MOVE "O" TO LedgerDir
                     COMPUTE StockValue =
                            (0 - CostDiff) * PFQtyOnHand(SizeIdx)
              END-IF
              CALL "coboltut85invgl" USING GLContra, StockValue, LedgerDir,
                     LedgerSource, LedgerRef
       END-IF.

UpdateOpenPOLines.
       OPEN I-O PurchOrdFile.
       IF WSPOFileStatus NOT = "00"
              DISPLAY "No purchase order file - no PO lines updated."
       ELSE
              MOVE "N" TO WSEOF
              MOVE LOW-VALUES TO POKey
              START PurchOrdFile KEY IS NOT LESS THAN POKey
                     INVALID KEY MOVE "Y" TO WSEOF
              END-START
              PERFORM UNTIL WSEOF = "Y"
                     READ PurchOrdFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF NOT POClosed
                                          PERFORM RepriceOnePOLine
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE PurchOrdFile
              DISPLAY POLineCount " open PO line(s) repriced."
       END-IF.

RepriceOnePOLine.
       MOVE 0 TO VLFound.
       PERFORM VARYING VLIdx FROM 1 BY 1 UNTIL VLIdx > VLCount
              IF VLVendor(VLIdx) = POVendor AND
                 VLProdName(VLIdx) = POProdName AND
                 VLSize(VLIdx) = POSize
                     MOVE VLIdx TO VLFound
              END-IF
       END-PERFORM.
       IF VLFound > 0
              IF POUnitCost NOT = VLNewCost(VLFound)
                     MOVE VLNewCost(VLFound) TO POUnitCost
                     REWRITE PORecord
                            INVALID KEY DISPLAY "PO " PONum " line " POLine
                                   " not repriced."
                            NOT INVALID KEY ADD 1 TO POLineCount
                     END-REWRITE
              END-IF
       END-IF.
