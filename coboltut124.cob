       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut124.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LostSaleFile ASSIGN TO "LostSales.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LSSeq
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSLostSaleStatus.
       SELECT UsageHistFile ASSIGN TO "UsageHist.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS UHKey
              FILE STATUS IS WSUsageStatus.
       SELECT SortFile ASSIGN TO "LostSortWork".
DATA DIVISION.
FILE SECTION.
FD LostSaleFile.
       COPY LOSTSL.
FD UsageHistFile.
       COPY USAGEH.
SD SortFile.
       01 SortRecord.
              02 SortKey.
                     03 SProdName PIC X(10).
                     03 SSize PIC A.
                     03 SReason PIC XX.
              02 SQty PIC 9(5).
WORKING-STORAGE SECTION.
       01 WSLostSaleStatus PIC XX.
       01 WSUsageStatus PIC XX.
       01 WSEOF PIC X.
       01 SortEOF PIC X.
       01 BizDate PIC 9(8).
       01 BizDateX PIC X(8).
       01 ReportMonth PIC X(6).
       01 LostDateX PIC X(8).
       01 MonthEndDue PIC X.
       01 UsageExists PIC X.
       01 PostedCount PIC 9(5) VALUE 0.
       01 PostedQty PIC 9(7) VALUE 0.
       01 PrevKey PIC X(13).
       01 PrevItem PIC X(11).
       01 ReasonCount PIC 9(5).
       01 ReasonQty PIC 9(7).
       01 ItemCount PIC 9(5).
       01 ItemQty PIC 9(7).
       01 GrandCount PIC 9(5) VALUE 0.
       01 GrandQty PIC 9(7) VALUE 0.
       01 ReasonTable.
              02 ReasonEntry OCCURS 4 TIMES.
                     03 RTCode PIC XX.
                     03 RTDesc PIC X(15).
                     03 RTCount PIC 9(5).
                     03 RTQty PIC 9(7).
       01 ReasonIdx PIC 9.
       01 ReasonDesc PIC X(15).
       01 CountEdit PIC ZZ,ZZ9.
       01 QtyEdit PIC Z,ZZZ,ZZ9.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut25getdate" USING BizDate.
       MOVE BizDate TO BizDateX.
       MOVE BizDateX(1:6) TO ReportMonth.
       CALL "coboltut25monthend" USING BizDate, MonthEndDue.
       IF MonthEndDue NOT = "Y"
              DISPLAY "Lost sales - not the last business day of the"
                     " month, nothing to do."
              STOP RUN
       END-IF.
       OPEN INPUT LostSaleFile.
       IF WSLostSaleStatus NOT = "00"
              DISPLAY "No lost sales recorded - nothing to report."
              STOP RUN
       END-IF.
       CLOSE LostSaleFile.
       PERFORM LoadReasonTable.
       PERFORM PostLostToUsage.
       MOVE "O" TO RptAction.
       MOVE "LostSales.prt" TO RptFileName.
       MOVE "LOST SALES BY PRODUCT AND REASON" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "LOST SALES RECORDED IN MONTH " DELIMITED BY SIZE
              ReportMonth(1:4) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              ReportMonth(5:2) DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteLostLine.
       MOVE SPACES TO RptLine.
       PERFORM WriteLostLine.
       MOVE "PRODUCT" TO RptLine(1:7).
       MOVE "SZ" TO RptLine(13:2).
       MOVE "REASON" TO RptLine(17:6).
       MOVE "INCIDENTS" TO RptLine(38:9).
       MOVE "QTY LOST" TO RptLine(51:8).
       PERFORM WriteLostLine.
       SORT SortFile ON ASCENDING KEY SortKey
              INPUT PROCEDURE IS ReleaseMonthLost
              OUTPUT PROCEDURE IS ReportLostSales.
       MOVE SPACES TO RptLine.
       PERFORM WriteLostLine.
       MOVE "TOTALS BY REASON" TO RptLine.
       PERFORM WriteLostLine.
       PERFORM VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 4
              MOVE SPACES TO RptLine
              MOVE RTCode(ReasonIdx) TO RptLine(17:2)
              MOVE RTDesc(ReasonIdx) TO RptLine(20:15)
              MOVE RTCount(ReasonIdx) TO CountEdit
              MOVE CountEdit TO RptLine(41:6)
              MOVE RTQty(ReasonIdx) TO QtyEdit
              MOVE QtyEdit TO RptLine(50:9)
              PERFORM WriteLostLine
       END-PERFORM.
       MOVE SPACES TO RptLine.
       MOVE "GRAND TOTAL" TO RptLine(1:11).
       MOVE GrandCount TO CountEdit.
       MOVE CountEdit TO RptLine(41:6).
       MOVE GrandQty TO QtyEdit.
       MOVE QtyEdit TO RptLine(50:9).
       PERFORM WriteLostLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "LOST SALES MONTH-END COMPLETE".
       DISPLAY "Lost sales in month      : " GrandCount
              "   quantity " GrandQty.
       DISPLAY "Posted to usage history  : " PostedCount
              "   quantity " PostedQty.
       DISPLAY "Report written to LostSales.prt".
       STOP RUN.

LoadReasonTable.
       MOVE "NS" TO RTCode(1).
       MOVE "NO STOCK" TO RTDesc(1).
       MOVE "CR" TO RTCode(2).
       MOVE "CREDIT REFUSED" TO RTDesc(2).
       MOVE "PR" TO RTCode(3).
       MOVE "PRICE" TO RTDesc(3).
       MOVE "OT" TO RTCode(4).
       MOVE "OTHER" TO RTDesc(4).
       PERFORM VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 4
              MOVE 0 TO RTCount(ReasonIdx)
              MOVE 0 TO RTQty(ReasonIdx)
       END-PERFORM.

PostLostToUsage.
       OPEN I-O UsageHistFile.
       IF WSUsageStatus NOT = "00"
              OPEN OUTPUT UsageHistFile
              CLOSE UsageHistFile
              OPEN I-O UsageHistFile
       END-IF.
       OPEN I-O LostSaleFile.
       MOVE "N" TO WSEOF.
       PERFORM UNTIL WSEOF = "Y"
              READ LostSaleFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF NOT LSPostedToUsage
                                   PERFORM PostOneLostSale
                            END-IF
              END-READ
       END-PERFORM.
       CLOSE LostSaleFile.
       CLOSE UsageHistFile.

PostOneLostSale.
       MOVE LSDate TO LostDateX.
       MOVE "Y" TO UsageExists.
       MOVE LSProdName TO UHProdName.
       MOVE LSSize TO UHSize.
       MOVE LostDateX(1:6) TO UHYearMonth.
       READ UsageHistFile
              INVALID KEY MOVE "N" TO UsageExists
       END-READ.
       IF UsageExists = "N"
              MOVE LSProdName TO UHProdName
              MOVE LSSize TO UHSize
              MOVE LostDateX(1:6) TO UHYearMonth
              MOVE 0 TO UHQtyUsed
              MOVE 0 TO UHQtyLost
       END-IF.
       ADD LSQty TO UHQtyLost.
       IF UsageExists = "Y"
              REWRITE UsageHistRecord
                     INVALID KEY DISPLAY "Usage bucket for " LSProdName
                            " wasn't updated."
              END-REWRITE
       ELSE
              WRITE UsageHistRecord
                     INVALID KEY DISPLAY "Usage bucket for " LSProdName
                            " wasn't written."
              END-WRITE
       END-IF.
       MOVE "Y" TO LSUsagePosted.
       REWRITE LostSaleRecord
              INVALID KEY DISPLAY "Lost sale " LSSeq " wasn't marked."
       END-REWRITE.
       ADD 1 TO PostedCount.
       ADD LSQty TO PostedQty.

ReleaseMonthLost.
       OPEN INPUT LostSaleFile.
       MOVE "N" TO WSEOF.
       PERFORM UNTIL WSEOF = "Y"
              READ LostSaleFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            MOVE LSDate TO LostDateX
                            IF LostDateX(1:6) = ReportMonth
                                   MOVE LSProdName TO SProdName
                                   MOVE LSSize TO SSize
                                   MOVE LSReason TO SReason
                                   MOVE LSQty TO SQty
                                   RELEASE SortRecord
                            END-IF
              END-READ
       END-PERFORM.
       CLOSE LostSaleFile.

ReportLostSales.
       MOVE "N" TO SortEOF.
       MOVE HIGH-VALUES TO PrevKey.
       MOVE HIGH-VALUES TO PrevItem.
       MOVE 0 TO ReasonCount.
       MOVE 0 TO ReasonQty.
       MOVE 0 TO ItemCount.
       MOVE 0 TO ItemQty.
       PERFORM UNTIL SortEOF = "Y"
              RETURN SortFile
                     AT END
                            MOVE "Y" TO SortEOF
                            PERFORM PrintReasonLine
                            PERFORM PrintItemTotal
                     NOT AT END
                            IF SortKey NOT = PrevKey
                                   PERFORM PrintReasonLine
                                   IF SortKey(1:11) NOT = PrevItem
                                          PERFORM PrintItemTotal
                                          MOVE SortKey(1:11) TO PrevItem
                                   END-IF
                                   MOVE SortKey TO PrevKey
                            END-IF
                            ADD 1 TO ReasonCount
                            ADD SQty TO ReasonQty
              END-RETURN
       END-PERFORM.

PrintReasonLine.
       IF ReasonCount > 0
              MOVE "OTHER" TO ReasonDesc
              PERFORM VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 4
                     IF RTCode(ReasonIdx) = PrevKey(12:2)
                            MOVE RTDesc(ReasonIdx) TO ReasonDesc
                            ADD ReasonCount TO RTCount(ReasonIdx)
                            ADD ReasonQty TO RTQty(ReasonIdx)
                     END-IF
              END-PERFORM
              MOVE SPACES TO RptLine
              MOVE PrevKey(1:10) TO RptLine(1:10)
              MOVE PrevKey(11:1) TO RptLine(13:1)
              MOVE PrevKey(12:2) TO RptLine(17:2)
              MOVE ReasonDesc TO RptLine(20:15)
              MOVE ReasonCount TO CountEdit
              MOVE CountEdit TO RptLine(41:6)
              MOVE ReasonQty TO QtyEdit
              MOVE QtyEdit TO RptLine(50:9)
              PERFORM WriteLostLine
              ADD ReasonCount TO ItemCount
              ADD ReasonQty TO ItemQty
              MOVE 0 TO ReasonCount
              MOVE 0 TO ReasonQty
       END-IF.

PrintItemTotal.
       IF ItemCount > 0
              MOVE SPACES TO RptLine
              MOVE "TOTAL FOR ITEM" TO RptLine(20:14)
              MOVE ItemCount TO CountEdit
              MOVE CountEdit TO RptLine(41:6)
              MOVE ItemQty TO QtyEdit
              MOVE QtyEdit TO RptLine(50:9)
              PERFORM WriteLostLine
              MOVE SPACES TO RptLine
              PERFORM WriteLostLine
              ADD ItemCount TO GrandCount
              ADD ItemQty TO GrandQty
              MOVE 0 TO ItemCount
              MOVE 0 TO ItemQty
       END-IF.

WriteLostLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
