       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut129apply.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PriceBatchFile ASSIGN TO "PriceBatch.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PBBatchNum
              FILE STATUS IS WSBatchStatus.
       SELECT PriceChangeFile ASSIGN TO "PriceChange.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PCKey
              ALTERNATE RECORD KEY IS PCProdKey WITH DUPLICATES
              FILE STATUS IS WSChangeStatus.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
       SELECT ProdAuditFile ASSIGN TO "ProdAudit.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSProdAuditStatus.
DATA DIVISION.
FILE SECTION.
FD PriceBatchFile.
       COPY PRCBAT.
FD PriceChangeFile.
       COPY PRCCHG.
FD ProductFile.
       COPY PRODREC.
FD ProdAuditFile.
       01 ProdAuditRecord.
              02 PATimestamp PIC X(14).
              02 PAOperation PIC X(10).
              02 PAProdName PIC X(10).
WORKING-STORAGE SECTION.
       01 WSBatchStatus PIC XX.
       01 WSChangeStatus PIC XX.
       01 ChangeOpen PIC X VALUE "N".
       01 WSProdFileStatus PIC XX.
       01 ProdFileOpen PIC X VALUE "N".
       01 WSProdAuditStatus PIC XX.
       01 WSEOF PIC X.
       01 ChgEOF PIC X.
       01 SizeIdx PIC 9.
       01 FoundIdx PIC 9.
       01 BizDate PIC 9(8).
       01 NextDate PIC 9(8).
       01 BatchCount PIC 9(5) VALUE 0.
       01 LineCount PIC 9(7) VALUE 0.
       01 MissCount PIC 9(5) VALUE 0.
       01 OldRetail PIC 9(5)V99.
       01 OldWhsl PIC 9(5)V99.
       01 OldCost PIC 9(5)V99.
       01 OldRetailDisp PIC ZZZZ9.99.
       01 NewRetailDisp PIC ZZZZ9.99.
       01 OldWhslDisp PIC ZZZZ9.99.
       01 NewWhslDisp PIC ZZZZ9.99.
       01 OldCostDisp PIC ZZZZ9.99.
       01 NewCostDisp PIC ZZZZ9.99.
       01 CostDiff PIC S9(5)V99.
       01 JrnFile PIC X(12).
       01 JrnOp PIC X.
       01 JrnKey PIC X(20).
       01 JrnBefore PIC X(250).
       01 JrnAfter PIC X(250).
       01 LedgerDir PIC X.
       01 LedgerSource PIC X(10) VALUE "PRICEBATCH".
       01 LedgerRef PIC X(10).
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4) VALUE 5200.
       01 RptAction PIC X.
       01 RptFileName PIC X(30) VALUE "PriceApply.prt".
       01 RptTitle PIC X(40) VALUE "SCHEDULED PRICE CHANGES APPLIED".
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut25getdate" USING BizDate.
       COMPUTE NextDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(BizDate) + 1).
       OPEN I-O PriceBatchFile.
       IF WSBatchStatus NOT = "00"
              DISPLAY "SCHEDULED PRICES - no price change batches on file."
       ELSE
              OPEN INPUT PriceChangeFile
              IF WSChangeStatus = "00"
                     MOVE "Y" TO ChangeOpen
              ELSE
                     MOVE "N" TO ChangeOpen
              END-IF
              OPEN I-O ProductFile
              IF WSProdFileStatus = "00"
                     MOVE "Y" TO ProdFileOpen
              ELSE
                     MOVE "N" TO ProdFileOpen
              END-IF
              IF WSChangeStatus NOT = "00" OR WSProdFileStatus NOT = "00"
                     DISPLAY "SCHEDULED PRICES - change or product file"
                            " couldn't be opened - nothing applied."
                     MOVE 8 TO RETURN-CODE
              ELSE
                     OPEN EXTEND ProdAuditFile
                     IF WSProdAuditStatus NOT = "00"
                            OPEN OUTPUT ProdAuditFile
                     END-IF
                     MOVE "O" TO RptAction
                     CALL "coboltut64report" USING RptAction, RptFileName,
                            RptTitle, RptLine
                     MOVE "L" TO RptAction
                     PERFORM ApplyDueBatches
                     MOVE SPACES TO RptLine
                     STRING BatchCount DELIMITED BY SIZE
                            " BATCH(ES)  " DELIMITED BY SIZE
                            LineCount DELIMITED BY SIZE
                            " PRICE LINE(S) APPLIED" DELIMITED BY SIZE
                            INTO RptLine
                     CALL "coboltut64report" USING RptAction, RptFileName,
                            RptTitle, RptLine
                     MOVE "C" TO RptAction
                     CALL "coboltut64report" USING RptAction, RptFileName,
                            RptTitle, RptLine
                     CLOSE ProdAuditFile
                     DISPLAY "SCHEDULED PRICES - " BatchCount
                            " batch(es) " LineCount " line(s) applied for "
                            NextDate
                     IF MissCount > 0
                            DISPLAY "SCHEDULED PRICES - " MissCount
                                   " line(s) skipped - product or size"
                                   " no longer on file."
                     END-IF
              END-IF
              IF ChangeOpen = "Y"
                     CLOSE PriceChangeFile
                     MOVE "N" TO ChangeOpen
              END-IF
              IF ProdFileOpen = "Y"
                     CLOSE ProductFile
                     MOVE "N" TO ProdFileOpen
              END-IF
              CLOSE PriceBatchFile
       END-IF.
       STOP RUN.

ApplyDueBatches.
       MOVE "N" TO WSEOF.
       MOVE 0 TO PBBatchNum.
       START PriceBatchFile KEY IS NOT LESS THAN PBBatchNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ PriceBatchFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF PBReleased AND PBEffDate <= NextDate
                                   PERFORM ApplyOneBatch
                            END-IF
              END-READ
       END-PERFORM.

ApplyOneBatch.
       ADD 1 TO BatchCount.
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
       MOVE SPACES TO LedgerRef.
       STRING "PB" DELIMITED BY SIZE
              PBBatchNum DELIMITED BY SIZE
              INTO LedgerRef.
       MOVE "N" TO ChgEOF.
       MOVE PBBatchNum TO PCBatchNum.
       MOVE LOW-VALUES TO PCProdKey.
       START PriceChangeFile KEY IS GREATER THAN PCKey
              INVALID KEY MOVE "Y" TO ChgEOF
       END-START.
       PERFORM UNTIL ChgEOF = "Y"
              READ PriceChangeFile NEXT RECORD
                     AT END MOVE "Y" TO ChgEOF
                     NOT AT END
                            IF PCBatchNum = PBBatchNum
                                   PERFORM ApplyOneChange
                            ELSE
                                   MOVE "Y" TO ChgEOF
                            END-IF
              END-READ
       END-PERFORM.
       MOVE "A" TO PBStatus.
       MOVE BizDate TO PBAppliedDate.
       REWRITE PriceBatchRecord
              INVALID KEY DISPLAY "SCHEDULED PRICES - batch " PBBatchNum
                     " applied but not marked."
       END-REWRITE.

ApplyOneChange.
       MOVE 0 TO FoundIdx.
       MOVE PCProdName TO PFProdName.
       READ ProductFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = PCSize
                                   MOVE SizeIdx TO FoundIdx
                            END-IF
                     END-PERFORM
       END-READ.
       MOVE FoundIdx TO SizeIdx.
       IF SizeIdx = 0
              ADD 1 TO MissCount
       ELSE
              MOVE PFRetailPrice(SizeIdx) TO OldRetail
              MOVE PFWholesalePrice(SizeIdx) TO OldWhsl
              MOVE PFUnitCost(SizeIdx) TO OldCost
              IF PCNewRetail > 0
                     MOVE PCNewRetail TO PFRetailPrice(SizeIdx)
              END-IF
              IF PCNewWhsl > 0
                     MOVE PCNewWhsl TO PFWholesalePrice(SizeIdx)
              END-IF
              IF PCNewCost > 0
                     MOVE PCNewCost TO PFUnitCost(SizeIdx)
              END-IF
              REWRITE ProductRecord
                     INVALID KEY ADD 1 TO MissCount
                     NOT INVALID KEY
                            ADD 1 TO LineCount
                            PERFORM JournalProduct
                            PERFORM RevalueStock
                            PERFORM PrintChangeLine
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
       MOVE "PRICEBATCH" TO PAOperation.
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

PrintChangeLine.
       MOVE OldRetail TO OldRetailDisp.
       MOVE PFRetailPrice(SizeIdx) TO NewRetailDisp.
       MOVE OldWhsl TO OldWhslDisp.
       MOVE PFWholesalePrice(SizeIdx) TO NewWhslDisp.
       MOVE OldCost TO OldCostDisp.
       MOVE PFUnitCost(SizeIdx) TO NewCostDisp.
       MOVE SPACES TO RptLine.
       STRING "  " DELIMITED BY SIZE
              PFProdName DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PCSize DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OldRetailDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NewRetailDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OldWhslDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NewWhslDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OldCostDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              NewCostDisp DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
