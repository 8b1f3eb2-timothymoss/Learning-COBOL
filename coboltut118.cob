       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut118.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VendorFile ASSIGN TO "Vendor.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VMCode
              FILE STATUS IS WSVendorStatus.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSProdFileStatus.
       SELECT PurchOrdFile ASSIGN TO "PurchOrd.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSPOFileStatus.
       SELECT LotBalFile ASSIGN TO "LotBal.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LBKey
              FILE STATUS IS WSLotBalStatus.
       SELECT APVoucherFile ASSIGN TO "APVoucher.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS APVoucherNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSAPVchrStatus.
       SELECT APControlFile ASSIGN TO "APControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSAPCtlStatus.
DATA DIVISION.
FILE SECTION.
FD VendorFile.
       COPY VENDOR.
FD ProductFile.
       COPY PRODREC.
FD PurchOrdFile.
       COPY PORD.
FD LotBalFile.
       COPY LOTBAL.
FD APVoucherFile.
       COPY APVCHR.
FD APControlFile.
       01 APControlRecord.
              02 NextVoucherNum PIC 9(6).
WORKING-STORAGE SECTION.
       01 WSVendorStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 WSPOFileStatus PIC XX.
       01 POFileOpen PIC X VALUE "N".
       01 WSLotBalStatus PIC XX.
       01 LotBalOpen PIC X VALUE "N".
       01 WSAPVchrStatus PIC XX.
       01 WSAPCtlStatus PIC XX.
       01 StayOpen PIC X VALUE "Y".
       01 MoreLines PIC X.
       01 Confirm PIC X.
       01 VendorExists PIC X.
       01 POMatches PIC X.
       01 LineOK PIC X.
       01 WSEOF PIC X.
       01 EntryVendor PIC X(10).
       01 EntryPONum PIC 9(6).
       01 EntryAuthNum PIC X(12).
       01 EntryReason PIC X(20).
       01 EntryProd PIC X(10).
       01 EntrySize PIC A.
       01 EntryQty PIC 9(5).
       01 EntryCost PIC 9(5)V99.
       01 EntryLot PIC X(10).
       01 ReplaceDue PIC X.
       01 SizeIdx PIC 9.
       01 SizeFound PIC X.
       01 OnHandQty PIC 9(5).
       01 StockCost PIC 9(5)V99.
       01 POCost PIC 9(5)V99.
       01 POLineFound PIC X.
       01 LineCount PIC 9(3).
       01 LineIdx PIC 9(3).
       01 MemoTotal PIC 9(9)V99.
       01 StockTotal PIC 9(9)V99.
       01 CostVariance PIC S9(9)V99.
       01 NewVoucherNum PIC 9(6).
       01 LineTable.
              02 LineEntry OCCURS 30 TIMES.
                     03 RLProd PIC X(10).
                     03 RLSize PIC A.
                     03 RLQty PIC 9(5).
                     03 RLCredit PIC 9(5)V99.
                     03 RLStockCost PIC 9(5)V99.
                     03 RLLot PIC X(10).
                     03 RLReplace PIC X.
       01 LedgerProd PIC X(10).
       01 LedgerSize PIC A.
       01 LedgerQty PIC 9(5).
       01 LedgerDir PIC X.
       01 LedgerSource PIC X(10) VALUE "RTVENDOR".
       01 LedgerRef PIC X(10).
       01 LocCode PIC X(2).
       01 LotExpiry PIC 9(8).
       01 LotDir PIC X.
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4) VALUE 2000.
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10).
       01 GLRef PIC X(10).
       01 LineValue PIC 9(9)V99.
       01 AmtDollar PIC $$$,$$$,$$9.99.
       01 UnitCreditDisp PIC ZZ,ZZ9.99.
       01 TotDollar PIC $$$,$$$,$$9.99.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

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
                     " accounting period - returns cannot be posted."
              STOP RUN
       END-IF.
       OPEN INPUT VendorFile.
       IF WSVendorStatus NOT = "00"
              DISPLAY "No vendor master (Vendor.dat) - set one up first."
              STOP RUN
       END-IF.
       OPEN I-O ProductFile.
       IF WSProdFileStatus NOT = "00"
              DISPLAY "No product master file found - returns unavailable."
              CLOSE VendorFile
              STOP RUN
       END-IF.
       OPEN I-O PurchOrdFile.
       IF WSPOFileStatus = "00"
              MOVE "Y" TO POFileOpen
       ELSE
              MOVE "N" TO POFileOpen
       END-IF.
       OPEN INPUT LotBalFile.
       IF WSLotBalStatus = "00"
              MOVE "Y" TO LotBalOpen
       ELSE
              MOVE "N" TO LotBalOpen
       END-IF.
       OPEN I-O APVoucherFile.
       IF WSAPVchrStatus NOT = "00"
              OPEN OUTPUT APVoucherFile
              CLOSE APVoucherFile
              OPEN I-O APVoucherFile
       END-IF.
       DISPLAY "RETURN TO VENDOR".
       PERFORM UNTIL StayOpen NOT = "Y"
              PERFORM EnterOneReturn
              DISPLAY "Enter another return? (Y/N) : " WITH NO ADVANCING
              ACCEPT StayOpen
              MOVE FUNCTION UPPER-CASE(StayOpen) TO StayOpen
       END-PERFORM.
       CLOSE VendorFile.
       CLOSE ProductFile.
       IF POFileOpen = "Y"
              CLOSE PurchOrdFile
              MOVE "N" TO POFileOpen
       END-IF.
       IF LotBalOpen = "Y"
              CLOSE LotBalFile
              MOVE "N" TO LotBalOpen
       END-IF.
       CLOSE APVoucherFile.
       STOP RUN.

EnterOneReturn.
       DISPLAY " ".
       DISPLAY "Vendor code : " WITH NO ADVANCING.
       ACCEPT EntryVendor.
       MOVE FUNCTION UPPER-CASE(EntryVendor) TO EntryVendor.
       MOVE "Y" TO VendorExists.
       MOVE EntryVendor TO VMCode.
       READ VendorFile
              INVALID KEY MOVE "N" TO VendorExists
       END-READ.
       IF VendorExists = "N"
              DISPLAY "Vendor not on file - return not entered."
       ELSE
              DISPLAY "Vendor : " VMName
              PERFORM GetReturnPO
              DISPLAY "Vendor return authorization no. : "
                     WITH NO ADVANCING
              ACCEPT EntryAuthNum
              MOVE FUNCTION UPPER-CASE(EntryAuthNum) TO EntryAuthNum
              DISPLAY "Reason (e.g. DEFECTIVE, OVERSTOCK) : "
                     WITH NO ADVANCING
              ACCEPT EntryReason
              MOVE FUNCTION UPPER-CASE(EntryReason) TO EntryReason
              MOVE 0 TO LineCount
              MOVE "Y" TO MoreLines
              PERFORM UNTIL MoreLines NOT = "Y" OR LineCount = 30
                     PERFORM EnterOneLine
                     DISPLAY "Another product on this return? (Y/N) : "
                            WITH NO ADVANCING
                     ACCEPT MoreLines
                     MOVE FUNCTION UPPER-CASE(MoreLines) TO MoreLines
              END-PERFORM
              IF LineCount = 0
                     DISPLAY "No lines entered - nothing returned."
              ELSE
                     MOVE MemoTotal TO TotDollar
                     DISPLAY "Return of " LineCount " line(s) - debit memo"
                            " for " TotDollar "."
                     DISPLAY "Ship the goods and post the return? (Y/N) : "
                            WITH NO ADVANCING
                     ACCEPT Confirm
                     IF Confirm = "Y" OR Confirm = "y"
                            PERFORM PostReturn
                     ELSE
                            DISPLAY "Return abandoned - nothing was posted."
                     END-IF
              END-IF
       END-IF.

GetReturnPO.
       MOVE "N" TO POMatches.
       PERFORM UNTIL POMatches = "Y"
              MOVE 0 TO EntryPONum
              DISPLAY "Original PO number (0 = none) : " WITH NO ADVANCING
              ACCEPT EntryPONum
              IF EntryPONum = 0 OR POFileOpen = "N"
                     MOVE "Y" TO POMatches
              ELSE
                     MOVE EntryPONum TO PONum
                     MOVE 1 TO POLine
                     READ PurchOrdFile
                            INVALID KEY DISPLAY "PO not on file."
                            NOT INVALID KEY
                                   IF PODropShipLine
                                          DISPLAY "That PO was drop-shipped"
                                                 " to a customer - its goods"
                                                 " never came into stock."
                                   ELSE
                                          IF POVendor = EntryVendor
                                                 MOVE "Y" TO POMatches
                                          ELSE
                                                 DISPLAY "That PO is for"
                                                        " vendor " POVendor "."
                                          END-IF
                                   END-IF
                     END-READ
              END-IF
       END-PERFORM.

EnterOneLine.
       MOVE "Y" TO LineOK.
       DISPLAY "Product : " WITH NO ADVANCING.
       ACCEPT EntryProd.
       MOVE FUNCTION UPPER-CASE(EntryProd) TO EntryProd.
       DISPLAY "Size : " WITH NO ADVANCING.
       ACCEPT EntrySize.
       MOVE FUNCTION UPPER-CASE(EntrySize) TO EntrySize.
       MOVE EntryProd TO PFProdName.
       READ ProductFile
              INVALID KEY
                     DISPLAY "Product not on the master."
                     MOVE "N" TO LineOK
       END-READ.
       IF LineOK = "Y"
              MOVE "N" TO SizeFound
              PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                     IF PFSizeType(SizeIdx) = EntrySize
                            MOVE "Y" TO SizeFound
                            MOVE PFQtyOnHand(SizeIdx) TO OnHandQty
                            MOVE PFUnitCost(SizeIdx) TO StockCost
                     END-IF
              END-PERFORM
              IF SizeFound = "N"
                     DISPLAY "Size " EntrySize " not on product."
                     MOVE "N" TO LineOK
              END-IF
       END-IF.
       IF LineOK = "Y"
              PERFORM FindPOCost
              DISPLAY "Quantity returned (on hand " OnHandQty ") : "
                     WITH NO ADVANCING
              ACCEPT EntryQty
              IF EntryQty = 0 OR EntryQty > OnHandQty
                     DISPLAY "Quantity must be between 1 and the quantity"
                            " on hand."
                     MOVE "N" TO LineOK
              END-IF
       END-IF.
       IF LineOK = "Y"
              MOVE SPACES TO EntryLot
              IF PFRestricted
                     PERFORM GetReturnLot
              END-IF
       END-IF.
       IF LineOK = "Y"
              MOVE 0 TO EntryCost
              DISPLAY "Credit per unit (0 = " POCost ") : "
                     WITH NO ADVANCING
              ACCEPT EntryCost
              IF EntryCost = 0
                     MOVE POCost TO EntryCost
              END-IF
              MOVE "N" TO ReplaceDue
              IF POLineFound = "Y"
                     DISPLAY "Will the vendor ship a replacement? (Y/N) : "
                            WITH NO ADVANCING
                     ACCEPT ReplaceDue
                     MOVE FUNCTION UPPER-CASE(ReplaceDue) TO ReplaceDue
              END-IF
              ADD 1 TO LineCount
              IF LineCount = 1
                     MOVE 0 TO MemoTotal
              END-IF
              MOVE EntryProd TO RLProd(LineCount)
              MOVE EntrySize TO RLSize(LineCount)
              MOVE EntryQty TO RLQty(LineCount)
              MOVE EntryCost TO RLCredit(LineCount)
              MOVE StockCost TO RLStockCost(LineCount)
              MOVE EntryLot TO RLLot(LineCount)
              MOVE ReplaceDue TO RLReplace(LineCount)
              COMPUTE LineValue = EntryQty * EntryCost
              ADD LineValue TO MemoTotal
       END-IF.

FindPOCost.
       MOVE StockCost TO POCost.
       MOVE "N" TO POLineFound.
       IF EntryPONum > 0
              MOVE "N" TO WSEOF
              MOVE EntryPONum TO PONum
              MOVE 0 TO POLine
              START PurchOrdFile KEY IS GREATER THAN POKey
                     INVALID KEY MOVE "Y" TO WSEOF
              END-START
              PERFORM UNTIL WSEOF = "Y"
                     READ PurchOrdFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF PONum NOT = EntryPONum
                                          MOVE "Y" TO WSEOF
                                   ELSE
                                          IF POProdName = EntryProd AND
                                             POSize = EntrySize
                                                 MOVE "Y" TO POLineFound
                                                 MOVE POUnitCost TO POCost
                                                 MOVE "Y" TO WSEOF
                                          END-IF
                                   END-IF
                     END-READ
              END-PERFORM
              IF POLineFound = "N"
                     DISPLAY "Product isn't on PO " EntryPONum
                            " - credit defaults to stock cost."
              END-IF
       END-IF.

GetReturnLot.
       MOVE "N" TO LineOK.
       DISPLAY "Lot number being returned : " WITH NO ADVANCING.
       ACCEPT EntryLot.
       MOVE FUNCTION UPPER-CASE(EntryLot) TO EntryLot.
       IF LotBalOpen = "N"
              DISPLAY "No lot balances on file - lot can't be checked."
       ELSE
              MOVE EntryProd TO LBProdName
              MOVE EntrySize TO LBSize
              MOVE EntryLot TO LBLotNum
              READ LotBalFile
                     INVALID KEY DISPLAY "Lot " EntryLot " not on file for"
                            " this product."
                     NOT INVALID KEY
                            IF LBQtyOnHand < EntryQty
                                   DISPLAY "Lot only holds " LBQtyOnHand
                                          " - line not entered."
                            ELSE
                                   MOVE "Y" TO LineOK
                            END-IF
              END-READ
       END-IF.

PostReturn.
       PERFORM AssignVoucherNumber.
       MOVE SPACES TO LedgerRef.
       STRING "RV" DELIMITED BY SIZE
              NewVoucherNum DELIMITED BY SIZE
              INTO LedgerRef.
       MOVE 0 TO StockTotal.
       MOVE 0 TO MemoTotal.
       MOVE "O" TO RptAction.
       MOVE "RTVMemo.prt" TO RptFileName.
       MOVE "RETURN TO VENDOR - DEBIT MEMO" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "DEBIT MEMO " DELIMITED BY SIZE
              LedgerRef DELIMITED BY SIZE
              "  DATE " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              "  VENDOR " DELIMITED BY SIZE
              EntryVendor DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              VMName DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteMemoLine.
       MOVE SPACES TO RptLine.
       STRING "YOUR RA " DELIMITED BY SIZE
              EntryAuthNum DELIMITED BY SIZE
              "  OUR PO " DELIMITED BY SIZE
              EntryPONum DELIMITED BY SIZE
              "  REASON " DELIMITED BY SIZE
              EntryReason DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteMemoLine.
       MOVE "PRODUCT    SIZE  QTY    LOT         UNIT CREDIT      EXTENDED"
              TO RptLine.
       PERFORM WriteMemoLine.
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
              PERFORM ReturnOneLine
       END-PERFORM.
       PERFORM WriteDebitMemo.
       MOVE MemoTotal TO TotDollar.
       MOVE SPACES TO RptLine.
       PERFORM WriteMemoLine.
       MOVE SPACES TO RptLine.
       STRING "TOTAL CREDIT DUE FROM VENDOR " DELIMITED BY SIZE
              TotDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteMemoLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Debit memo " NewVoucherNum " posted - it will be netted"
              " against the vendor's next payment.".
       DISPLAY "Memo printed to RTVMemo.prt to go with the goods.".

ReturnOneLine.
       MOVE RLProd(LineIdx) TO PFProdName.
       READ ProductFile
              INVALID KEY DISPLAY "Product " RLProd(LineIdx)
                     " disappeared - line not returned."
              NOT INVALID KEY PERFORM RelieveStock
       END-READ.

RelieveStock.
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
              IF PFSizeType(SizeIdx) = RLSize(LineIdx)
                     IF PFQtyOnHand(SizeIdx) > RLQty(LineIdx)
                            SUBTRACT RLQty(LineIdx) FROM PFQtyOnHand(SizeIdx)
                     ELSE
                            MOVE 0 TO PFQtyOnHand(SizeIdx)
                     END-IF
              END-IF
       END-PERFORM.
       REWRITE ProductRecord
              INVALID KEY DISPLAY "Stock wasn't relieved for "
                     RLProd(LineIdx) "."
              NOT INVALID KEY PERFORM PostReturnMoves
       END-REWRITE.

PostReturnMoves.
       MOVE RLProd(LineIdx) TO LedgerProd.
       MOVE RLSize(LineIdx) TO LedgerSize.
       MOVE RLQty(LineIdx) TO LedgerQty.
       MOVE "O" TO LedgerDir.
       CALL "coboltut34invpost" USING LedgerProd, LedgerSize, LedgerQty,
              LedgerDir, LedgerSource, LedgerRef.
       MOVE SPACES TO LocCode.
       CALL "coboltut80locpost" USING LedgerProd, LedgerSize, LocCode,
              LedgerDir, LedgerQty.
       IF RLLot(LineIdx) NOT = SPACES
              MOVE 0 TO LotExpiry
              MOVE "S" TO LotDir
              CALL "coboltut81lotpost" USING LedgerProd, LedgerSize,
                     RLLot(LineIdx), LotExpiry, LedgerQty, LotDir,
                     LedgerRef
       END-IF.
       COMPUTE StockValue = RLQty(LineIdx) * RLStockCost(LineIdx).
       CALL "coboltut85invgl" USING GLContra, StockValue, LedgerDir,
              LedgerSource, LedgerRef.
       ADD StockValue TO StockTotal.
       COMPUTE LineValue = RLQty(LineIdx) * RLCredit(LineIdx).
       ADD LineValue TO MemoTotal.
       IF RLReplace(LineIdx) = "Y"
              PERFORM ReopenPOLine
       END-IF.
       MOVE LineValue TO AmtDollar.
       MOVE SPACES TO RptLine.
       MOVE RLProd(LineIdx) TO RptLine(1:10).
       MOVE RLSize(LineIdx) TO RptLine(13:1).
       MOVE RLQty(LineIdx) TO RptLine(17:5).
       MOVE RLLot(LineIdx) TO RptLine(24:10).
       MOVE RLCredit(LineIdx) TO UnitCreditDisp.
       MOVE UnitCreditDisp TO RptLine(38:9).
       MOVE AmtDollar TO RptLine(49:14).
       PERFORM WriteMemoLine.

ReopenPOLine.
       MOVE "N" TO WSEOF.
       MOVE EntryPONum TO PONum.
       MOVE 0 TO POLine.
       START PurchOrdFile KEY IS GREATER THAN POKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ PurchOrdFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF PONum NOT = EntryPONum
                                   MOVE "Y" TO WSEOF
                            ELSE
                                   IF POProdName = RLProd(LineIdx) AND
                                      POSize = RLSize(LineIdx)
                                          PERFORM ReduceReceivedQty
                                          MOVE "Y" TO WSEOF
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

ReduceReceivedQty.
       IF POQtyReceived > RLQty(LineIdx)
              SUBTRACT RLQty(LineIdx) FROM POQtyReceived
              MOVE "P" TO POStatus
       ELSE
              MOVE 0 TO POQtyReceived
              MOVE "O" TO POStatus
       END-IF.
       IF POQtyVouchered > POQtyReceived
              MOVE POQtyReceived TO POQtyVouchered
       END-IF.
       REWRITE PORecord
              INVALID KEY DISPLAY "PO line wasn't reopened."
              NOT INVALID KEY DISPLAY "PO " PONum " line " POLine
                     " reopened for the replacement."
       END-REWRITE.

WriteDebitMemo.
       MOVE NewVoucherNum TO APVoucherNum.
       MOVE EntryVendor TO APVendor.
       IF EntryAuthNum = SPACES
              MOVE LedgerRef TO APInvoiceNum
       ELSE
              MOVE EntryAuthNum TO APInvoiceNum
       END-IF.
       MOVE BizDate TO APInvDate.
       MOVE BizDate TO APDueDate.
       MOVE MemoTotal TO APAmount.
       MOVE "O" TO APStatus.
       MOVE 0 TO APCheckNum.
       MOVE 0 TO APDiscDate.
       MOVE 0 TO APDiscAmount.
       MOVE 0 TO APDiscTaken.
       MOVE "D" TO APType.
       MOVE EntryPONum TO APRefPONum.
       WRITE APVoucherRecord
              INVALID KEY DISPLAY "Voucher number clash - debit memo not"
                     " written."
       END-WRITE.
       COMPUTE CostVariance = MemoTotal - StockTotal.
       MOVE "RTVENDOR" TO GLSource.
       MOVE LedgerRef TO GLRef.
       IF CostVariance > 0
              MOVE 2000 TO GLAcct
              MOVE CostVariance TO GLDebit
              MOVE 0 TO GLCredit
              PERFORM PostReturnToGL
              MOVE 5200 TO GLAcct
              MOVE 0 TO GLDebit
              MOVE CostVariance TO GLCredit
              PERFORM PostReturnToGL
       END-IF.
       IF CostVariance < 0
              MOVE 5200 TO GLAcct
              COMPUTE GLDebit = 0 - CostVariance
              MOVE 0 TO GLCredit
              PERFORM PostReturnToGL
              MOVE 2000 TO GLAcct
              MOVE 0 TO GLDebit
              COMPUTE GLCredit = 0 - CostVariance
              PERFORM PostReturnToGL
       END-IF.

PostReturnToGL.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.

AssignVoucherNumber.
       MOVE 1 TO NewVoucherNum.
       OPEN INPUT APControlFile.
       IF WSAPCtlStatus = "00"
              READ APControlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextVoucherNum TO NewVoucherNum
              END-READ
              CLOSE APControlFile
       END-IF.
       OPEN OUTPUT APControlFile.
       COMPUTE NextVoucherNum = NewVoucherNum + 1.
       WRITE APControlRecord.
       CLOSE APControlFile.

WriteMemoLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.
