       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut124log.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LostSaleFile ASSIGN TO "LostSales.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LSSeq
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSLostSaleStatus.
       SELECT LostSaleCtlFile ASSIGN TO "LostSaleCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSLostSaleCtlStatus.
DATA DIVISION.
FILE SECTION.
FD LostSaleFile.
       COPY LOSTSL.
FD LostSaleCtlFile.
       01 LostSaleCtlRecord.
              02 NextLostSaleSeq PIC 9(8).
WORKING-STORAGE SECTION.
       01 WSLostSaleStatus PIC XX.
       01 WSLostSaleCtlStatus PIC XX.
       01 WorkSeq PIC 9(8).
       01 BizDate PIC 9(8).
LINKAGE SECTION.
       01 LIDNum PIC 9(6).
       01 LProdName PIC X(10).
       01 LSize PIC A.
       01 LQty PIC 9(5).
       01 LReason PIC XX.
       01 LOperator PIC X(4).
       01 LSource PIC X.
PROCEDURE DIVISION USING LIDNum LProdName LSize LQty LReason LOperator
       LSource.
StartPara.
       OPEN I-O LostSaleFile.
       IF WSLostSaleStatus NOT = "00"
              OPEN OUTPUT LostSaleFile
              CLOSE LostSaleFile
              OPEN I-O LostSaleFile
       END-IF.
       MOVE 1 TO WorkSeq.
       OPEN INPUT LostSaleCtlFile.
       IF WSLostSaleCtlStatus = "00"
              READ LostSaleCtlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextLostSaleSeq TO WorkSeq
              END-READ
              CLOSE LostSaleCtlFile
       END-IF.
       OPEN OUTPUT LostSaleCtlFile.
       COMPUTE NextLostSaleSeq = WorkSeq + 1.
       WRITE LostSaleCtlRecord.
       CLOSE LostSaleCtlFile.
       CALL "coboltut25getdate" USING BizDate.
       MOVE WorkSeq TO LSSeq.
       MOVE BizDate TO LSDate.
       MOVE LIDNum TO LSIDNum.
       MOVE LProdName TO LSProdName.
       MOVE LSize TO LSSize.
       MOVE LQty TO LSQty.
       MOVE LReason TO LSReason.
       MOVE LOperator TO LSOperator.
       MOVE LSource TO LSSource.
       MOVE "N" TO LSUsagePosted.
       WRITE LostSaleRecord
              INVALID KEY DISPLAY "coboltut124log: lost sale "
                     LSSeq " already exists."
       END-WRITE.
       CLOSE LostSaleFile.
       GOBACK.
