       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut134bin.
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
DATA DIVISION.
FILE SECTION.
FD BinLocFile.
       COPY BINLOC.
WORKING-STORAGE SECTION.
       01 WSBinLocStatus PIC XX.
       01 BinEOF PIC X.
       01 RemainQty PIC 9(5).
       01 TakeQty PIC 9(5).
       01 PutawayBin PIC X(6).
       01 StockBin PIC X(6).
       01 PickLoc PIC X(2).
LINKAGE SECTION.
       01 LAction PIC X.
       01 LProdName PIC X(10).
       01 LSize PIC A.
       01 LLoc PIC X(2).
       01 LBin PIC X(6).
       01 LQty PIC 9(5).
       01 LResult PIC X.
PROCEDURE DIVISION USING LAction LProdName LSize LLoc LBin LQty LResult.
StartPara.
       MOVE "N" TO LResult.
       IF LAction = "I" OR LAction = "O"
              OPEN I-O BinLocFile
       ELSE
              OPEN INPUT BinLocFile
       END-IF.
       IF WSBinLocStatus = "00"
              EVALUATE LAction
                     WHEN "I" PERFORM PutAwayStock
                     WHEN "O" PERFORM RelieveStock
                     WHEN "G" PERFORM FindPutawayBin
                     WHEN "P" PERFORM FindPickBin
              END-EVALUATE
              CLOSE BinLocFile
       END-IF.
       GOBACK.

ScanBins.
       MOVE SPACES TO PutawayBin.
       MOVE SPACES TO StockBin.
       MOVE "N" TO BinEOF.
       MOVE LProdName TO BNProdName.
       MOVE LSize TO BNSize.
       MOVE PickLoc TO BNLoc.
       MOVE LOW-VALUES TO BNBin.
       START BinLocFile KEY IS GREATER THAN BNKey
              INVALID KEY MOVE "Y" TO BinEOF
       END-START.
       PERFORM UNTIL BinEOF = "Y"
              READ BinLocFile NEXT RECORD
                     AT END MOVE "Y" TO BinEOF
                     NOT AT END
                            IF BNProdName = LProdName AND BNSize = LSize
                               AND BNLoc = PickLoc
                                   IF BNIsPutaway
                                          MOVE BNBin TO PutawayBin
                                   END-IF
                                   IF BNQtyOnHand > 0 AND StockBin = SPACES
                                          MOVE BNBin TO StockBin
                                   END-IF
                            ELSE
                                   MOVE "Y" TO BinEOF
                            END-IF
              END-READ
       END-PERFORM.

FindPutawayBin.
       MOVE LLoc TO PickLoc.
       PERFORM ScanBins.
       MOVE PutawayBin TO LBin.
       IF PutawayBin NOT = SPACES
              MOVE "Y" TO LResult
       END-IF.

FindPickBin.
       IF LLoc = SPACES
              MOVE "MN" TO PickLoc
              PERFORM ChoosePickBin
              IF LResult = "N"
                     MOVE "AX" TO PickLoc
                     PERFORM ChoosePickBin
              END-IF
       ELSE
              MOVE LLoc TO PickLoc
              PERFORM ChoosePickBin
       END-IF.

ChoosePickBin.
       PERFORM ScanBins.
       IF PutawayBin NOT = SPACES
              MOVE LProdName TO BNProdName
              MOVE LSize TO BNSize
              MOVE PickLoc TO BNLoc
              MOVE PutawayBin TO BNBin
              READ BinLocFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF BNQtyOnHand > 0 OR StockBin = SPACES
                                   MOVE PutawayBin TO StockBin
                            END-IF
              END-READ
       END-IF.
       IF StockBin NOT = SPACES
              MOVE PickLoc TO LLoc
              MOVE StockBin TO LBin
              MOVE "Y" TO LResult
       END-IF.

PutAwayStock.
       IF LBin = SPACES
              MOVE LLoc TO PickLoc
              PERFORM ScanBins
              MOVE PutawayBin TO LBin
       END-IF.
       IF LBin NOT = SPACES
              MOVE LProdName TO BNProdName
              MOVE LSize TO BNSize
              MOVE LLoc TO BNLoc
              MOVE LBin TO BNBin
              READ BinLocFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            ADD LQty TO BNQtyOnHand
                            REWRITE BinLocRecord
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY MOVE "Y" TO LResult
                            END-REWRITE
              END-READ
       END-IF.

RelieveStock.
       MOVE LQty TO RemainQty.
       IF LBin NOT = SPACES
              MOVE LBin TO StockBin
              PERFORM RelieveOneBin
       ELSE
              MOVE LLoc TO PickLoc
              PERFORM ScanBins
              IF PutawayBin NOT = SPACES
                     MOVE PutawayBin TO StockBin
                     PERFORM RelieveOneBin
              END-IF
              PERFORM UNTIL RemainQty = 0 OR StockBin = SPACES
                     PERFORM ScanBins
                     IF StockBin NOT = SPACES
                            PERFORM RelieveOneBin
                     END-IF
              END-PERFORM
       END-IF.
       IF RemainQty < LQty
              MOVE "Y" TO LResult
       END-IF.

RelieveOneBin.
       MOVE LProdName TO BNProdName.
       MOVE LSize TO BNSize.
       MOVE LLoc TO BNLoc.
       MOVE StockBin TO BNBin.
       READ BinLocFile
              INVALID KEY MOVE SPACES TO StockBin
              NOT INVALID KEY
                     IF BNQtyOnHand >= RemainQty
                            MOVE RemainQty TO TakeQty
                     ELSE
                            MOVE BNQtyOnHand TO TakeQty
                     END-IF
                     SUBTRACT TakeQty FROM BNQtyOnHand
                     SUBTRACT TakeQty FROM RemainQty
                     REWRITE BinLocRecord
                            INVALID KEY MOVE SPACES TO StockBin
                     END-REWRITE
       END-READ.
