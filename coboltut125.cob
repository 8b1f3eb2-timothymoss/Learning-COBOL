       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut125.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PurchOrdFile ASSIGN TO "PurchOrd.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POKey
              FILE STATUS IS WSPOFileStatus.
       SELECT OrdHeaderFile ASSIGN TO "OrdHeader.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OHOrderNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSHdrFileStatus.
       SELECT OrdDetailFile ASSIGN TO "OrdDetail.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ODKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSDtlFileStatus.
DATA DIVISION.
FILE SECTION.
FD PurchOrdFile.
       COPY PORD.
FD OrdHeaderFile.
       COPY ORDHDR.
FD OrdDetailFile.
       COPY ORDDTL.
WORKING-STORAGE SECTION.
       01 WSPOFileStatus PIC XX.
       01 WSHdrFileStatus PIC XX.
       01 WSDtlFileStatus PIC XX.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 DtlEOF PIC X.
       01 ConfirmPONum PIC 9(6).
       01 LinesSeen PIC 9(3).
       01 LinesConfirmed PIC 9(3).
       01 ShippedAns PIC X.
       01 LineCost PIC 9(9)V99.
       01 OpenLines PIC 9(3).
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10).
       01 GLRef PIC X(10).
       01 CostDollar PIC $$$,$$$,$$9.99.

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
                     " accounting period - shipments cannot be confirmed."
              STOP RUN
       END-IF.
       OPEN I-O PurchOrdFile.
       IF WSPOFileStatus NOT = "00"
              DISPLAY "No purchase order file found - nothing to confirm."
              STOP RUN
       END-IF.
       OPEN I-O OrdHeaderFile.
       OPEN I-O OrdDetailFile.
       IF WSHdrFileStatus NOT = "00" OR WSDtlFileStatus NOT = "00"
              DISPLAY "Order files not found - nothing to confirm."
              CLOSE PurchOrdFile
              STOP RUN
       END-IF.
       MOVE "DROPSHIP" TO GLSource.
       PERFORM UNTIL StayOpen NOT = "Y"
              DISPLAY " "
              DISPLAY "DROP-SHIP CONFIRMATION"
              DISPLAY "Enter drop-ship PO number (000000 to quit) : "
                     WITH NO ADVANCING
              ACCEPT ConfirmPONum
              IF ConfirmPONum = 0
                     MOVE "N" TO StayOpen
              ELSE
                     PERFORM ConfirmOnePO
              END-IF
       END-PERFORM.
       CLOSE PurchOrdFile.
       CLOSE OrdHeaderFile.
       CLOSE OrdDetailFile.
       STOP RUN.

ConfirmOnePO.
       MOVE 0 TO LinesSeen.
       MOVE 0 TO LinesConfirmed.
       MOVE "N" TO WSEOF.
       MOVE ConfirmPONum TO PONum.
       MOVE 0 TO POLine.
       START PurchOrdFile KEY IS GREATER THAN POKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ PurchOrdFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF PONum = ConfirmPONum
                                   PERFORM ConfirmOneLine
                            ELSE
                                   MOVE "Y" TO WSEOF
                            END-IF
              END-READ
       END-PERFORM.
       IF LinesSeen = 0
              DISPLAY "PO " ConfirmPONum " not found."
       ELSE
              DISPLAY LinesConfirmed " line(s) confirmed shipped on PO "
                     ConfirmPONum "."
       END-IF.

ConfirmOneLine.
       ADD 1 TO LinesSeen.
       IF NOT PODropShipLine
              DISPLAY "Line " POLine "  " POProdName " (" POSize
                     ") is a stock PO line - receive it in receiving."
       ELSE
              IF POClosed
                     DISPLAY "Line " POLine "  " POProdName " (" POSize
                            ") already confirmed shipped on "
                            POLastReceipt "."
              ELSE
                     DISPLAY "Line " POLine "  " POProdName " (" POSize
                            ")  qty " POQtySuggested "  for order "
                            PODropOrder " line " PODropOrdLine
                     MOVE SPACE TO ShippedAns
                     PERFORM UNTIL ShippedAns = "Y" OR "N"
                            DISPLAY "Vendor has shipped this line to the"
                                   " customer? (Y/N) : " WITH NO ADVANCING
                            ACCEPT ShippedAns
                            MOVE FUNCTION UPPER-CASE(ShippedAns)
                                   TO ShippedAns
                     END-PERFORM
                     IF ShippedAns = "Y"
                            PERFORM MarkLineShipped
                     END-IF
              END-IF
       END-IF.

MarkLineShipped.
       MOVE POQtySuggested TO POQtyReceived.
       MOVE BizDate TO POLastReceipt.
       MOVE "C" TO POStatus.
       REWRITE PORecord
              INVALID KEY DISPLAY "PO line wasn't updated."
              NOT INVALID KEY
                     ADD 1 TO LinesConfirmed
                     PERFORM PostDropShipCost
                     PERFORM ReleaseOrderLine
       END-REWRITE.

PostDropShipCost.
       COMPUTE LineCost = POQtySuggested * POUnitCost.
       IF LineCost > 0
              MOVE SPACES TO GLRef
              STRING "DS" DELIMITED BY SIZE
                     PONum DELIMITED BY SIZE
                     INTO GLRef
              MOVE 5000 TO GLAcct
              MOVE LineCost TO GLDebit
              MOVE 0 TO GLCredit
              CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
                     GLSource, GLRef
              MOVE 2050 TO GLAcct
              MOVE 0 TO GLDebit
              MOVE LineCost TO GLCredit
              CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
                     GLSource, GLRef
              MOVE LineCost TO CostDollar
              DISPLAY "Cost of " CostDollar " charged to cost of sales,"
                     " awaiting the vendor invoice."
       END-IF.

ReleaseOrderLine.
       MOVE PODropOrder TO ODOrderNum.
       MOVE PODropOrdLine TO ODLineNum.
       READ OrdDetailFile
              INVALID KEY DISPLAY "Order " PODropOrder " line "
                     PODropOrdLine " not on file."
              NOT INVALID KEY
                     IF ODDropShip
                            MOVE "V" TO ODPosted
                            REWRITE OrderDetail
                                   INVALID KEY DISPLAY "Order line"
                                          " wasn't updated."
                            END-REWRITE
                     END-IF
       END-READ.
       PERFORM CheckOrderShipped.

CheckOrderShipped.
       MOVE 0 TO OpenLines.
       MOVE "N" TO DtlEOF.
       MOVE PODropOrder TO ODOrderNum.
       MOVE 0 TO ODLineNum.
       START OrdDetailFile KEY IS GREATER THAN ODKey
              INVALID KEY MOVE "Y" TO DtlEOF
       END-START.
       PERFORM UNTIL DtlEOF = "Y"
              READ OrdDetailFile NEXT RECORD
                     AT END MOVE "Y" TO DtlEOF
                     NOT AT END
                            IF ODOrderNum = PODropOrder
                                   IF ODPosted = "N" OR ODPosted = "A"
                                      OR ODDropShip
                                          ADD 1 TO OpenLines
                                   END-IF
                            ELSE
                                   MOVE "Y" TO DtlEOF
                            END-IF
              END-READ
       END-PERFORM.
       MOVE PODropOrder TO OHOrderNum.
       READ OrdHeaderFile
              INVALID KEY DISPLAY "Order " PODropOrder " header not on file."
              NOT INVALID KEY
                     IF OpenLines = 0 AND (OHEntered OR OHPicked)
                            MOVE "S" TO OHStatus
                            MOVE BizDate TO OHShipDate
                            REWRITE OrderHeader
                                   INVALID KEY DISPLAY "Order status"
                                          " wasn't updated."
                                   NOT INVALID KEY
                                          DISPLAY "Order " OHOrderNum
                                                 " is now shipped and"
                                                 " ready to invoice."
                            END-REWRITE
                     ELSE
                            IF OpenLines = 0
                                   DISPLAY "Order " OHOrderNum " has no"
                                          " drop-ship lines outstanding."
                            ELSE
                                   DISPLAY "Order " OHOrderNum " still has "
                                          OpenLines " line(s) to ship."
                            END-IF
                     END-IF
       END-READ.
