       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut125po.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PurchOrdFile ASSIGN TO "PurchOrd.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS POKey
              FILE STATUS IS WSPOFileStatus.
       SELECT VendorFile ASSIGN TO "Vendor.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VMCode
              FILE STATUS IS WSVendorStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT ShipToFile ASSIGN TO "ShipTo.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STKey
              FILE STATUS IS WSShipToStatus.
       SELECT POControlFile ASSIGN TO "POControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSPOCtlStatus.
       SELECT ReportFile ASSIGN TO "DropShipPO.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSReportStatus.
DATA DIVISION.
FILE SECTION.
FD PurchOrdFile.
       COPY PORD.
FD VendorFile.
       COPY VENDOR.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD ShipToFile.
       COPY SHIPTO.
FD POControlFile.
       01 POControlRecord.
              02 NextPONum PIC 9(6).
FD ReportFile.
       01 ReportLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSPOFileStatus PIC XX.
       01 WSVendorStatus PIC XX.
       01 VendorOpen PIC X VALUE "N".
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 WSShipToStatus PIC XX.
       01 ShipToOpen PIC X VALUE "N".
       01 WSPOCtlStatus PIC XX.
       01 WSReportStatus PIC XX.
       01 BizDate PIC 9(8).
       01 CurrentPONum PIC 9(6).
       01 CurrentVendor PIC X(10).
       01 CurrentLine PIC 9(3).
       01 DropIdx PIC 9(3).
       01 VendIdx PIC 9(3).
       01 DoneTable.
              02 DoneFlag PIC X OCCURS 20 TIMES.
       01 ShipName PIC X(32).
       01 ShipStreet PIC X(25).
       01 ShipCity PIC X(20).
       01 ShipState PIC X(2).
       01 ShipPostal PIC X(10).
       01 CostEdit PIC ZZ,ZZ9.99.
LINKAGE SECTION.
       01 LOrderNum PIC 9(6).
       01 LIDNum PIC 9(6).
       01 LShipToLoc PIC 9(2).
       01 LDropCount PIC 9(3).
       01 LDropShipTable.
              02 LDropShipEntry OCCURS 20 TIMES.
                     03 LDSLineNum PIC 9(3).
                     03 LDSProdName PIC X(10).
                     03 LDSSize PIC A.
                     03 LDSQty PIC 9(3).
                     03 LDSVendor PIC X(10).
                     03 LDSCost PIC 9(5)V99.
PROCEDURE DIVISION USING LOrderNum LIDNum LShipToLoc LDropCount
       LDropShipTable.
StartPara.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O PurchOrdFile.
       IF WSPOFileStatus NOT = "00"
              OPEN OUTPUT PurchOrdFile
              CLOSE PurchOrdFile
              OPEN I-O PurchOrdFile
       END-IF.
       OPEN INPUT VendorFile.
       IF WSVendorStatus = "00"
              MOVE "Y" TO VendorOpen
       ELSE
              MOVE "N" TO VendorOpen
       END-IF.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus = "00"
              MOVE "Y" TO CustFileOpen
       ELSE
              MOVE "N" TO CustFileOpen
       END-IF.
       OPEN INPUT ShipToFile.
       IF WSShipToStatus = "00"
              MOVE "Y" TO ShipToOpen
       ELSE
              MOVE "N" TO ShipToOpen
       END-IF.
       OPEN EXTEND ReportFile.
       IF WSReportStatus NOT = "00"
              OPEN OUTPUT ReportFile
       END-IF.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO ReportLine
              WRITE ReportLine
       END-IF.
       PERFORM ReadPOControl.
       PERFORM GetShipAddress.
       PERFORM VARYING DropIdx FROM 1 BY 1 UNTIL DropIdx > 20
              MOVE "N" TO DoneFlag(DropIdx)
       END-PERFORM.
       PERFORM VARYING DropIdx FROM 1 BY 1 UNTIL DropIdx > LDropCount
              IF DoneFlag(DropIdx) = "N"
                     PERFORM WriteVendorPO
              END-IF
       END-PERFORM.
       PERFORM WritePOControl.
       CLOSE PurchOrdFile.
       CLOSE ReportFile.
       IF VendorOpen = "Y"
              CLOSE VendorFile
              MOVE "N" TO VendorOpen
       END-IF.
       IF CustFileOpen = "Y"
              CLOSE CustomerFile
              MOVE "N" TO CustFileOpen
       END-IF.
       IF ShipToOpen = "Y"
              CLOSE ShipToFile
              MOVE "N" TO ShipToOpen
       END-IF.
       GOBACK.

ReadPOControl.
       MOVE 1 TO CurrentPONum.
       OPEN INPUT POControlFile.
       IF WSPOCtlStatus = "00"
              READ POControlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextPONum TO CurrentPONum
              END-READ
              CLOSE POControlFile
       END-IF.

WritePOControl.
       OPEN OUTPUT POControlFile.
       MOVE CurrentPONum TO NextPONum.
       WRITE POControlRecord.
       CLOSE POControlFile.

GetShipAddress.
       MOVE "CUSTOMER NOT ON FILE" TO ShipName.
       MOVE SPACES TO ShipStreet.
       MOVE SPACES TO ShipCity.
       MOVE SPACES TO ShipState.
       MOVE SPACES TO ShipPostal.
       IF CustFileOpen = "Y"
              MOVE LIDNum TO IDNum
              READ CustomerFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE SPACES TO ShipName
                            STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FUNCTION TRIM(LastName) DELIMITED BY SIZE
                                   INTO ShipName
                            MOVE Street TO ShipStreet
                            MOVE City TO ShipCity
                            MOVE StateCode TO ShipState
                            MOVE PostalCode TO ShipPostal
              END-READ
       END-IF.
       IF ShipToOpen = "Y" AND LShipToLoc > 0
              MOVE LIDNum TO STIDNum
              MOVE LShipToLoc TO STLocNum
              READ ShipToFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE STLocName TO ShipName
                            MOVE STStreet TO ShipStreet
                            MOVE STCity TO ShipCity
                            MOVE STStateCode TO ShipState
                            MOVE STPostalCode TO ShipPostal
              END-READ
       END-IF.

WriteVendorPO.
       MOVE LDSVendor(DropIdx) TO CurrentVendor.
       MOVE CurrentPONum TO PONum.
       ADD 1 TO CurrentPONum.
       MOVE 0 TO CurrentLine.
       PERFORM PrintPOHeading.
       PERFORM VARYING VendIdx FROM DropIdx BY 1 UNTIL VendIdx > LDropCount
              IF DoneFlag(VendIdx) = "N" AND
                 LDSVendor(VendIdx) = CurrentVendor
                     PERFORM WriteOnePOLine
                     MOVE "Y" TO DoneFlag(VendIdx)
              END-IF
       END-PERFORM.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "SHIP DIRECT TO THE ADDRESS ABOVE - DO NOT SHIP TO OUR WAREHOUSE."
              TO ReportLine.
       WRITE ReportLine.
       MOVE "PLEASE CONFIRM SHIPMENT AGAINST THIS PO NUMBER." TO ReportLine.
       WRITE ReportLine.
       MOVE ALL "-" TO ReportLine.
       WRITE ReportLine.

PrintPOHeading.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "MOSS CLOTHING SUPPLY - DROP-SHIP PURCHASE ORDER "
              DELIMITED BY SIZE
              PONum DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "DATE : " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              "   OUR ORDER : " DELIMITED BY SIZE
              LOrderNum DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING "VENDOR  : " DELIMITED BY SIZE
              CurrentVendor DELIMITED BY SIZE
              INTO ReportLine.
       IF VendorOpen = "Y"
              MOVE CurrentVendor TO VMCode
              READ VendorFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE VMName TO ReportLine(23:25)
                            WRITE ReportLine
                            MOVE SPACES TO ReportLine
                            MOVE VMStreet TO ReportLine(11:25)
                            WRITE ReportLine
                            MOVE SPACES TO ReportLine
                            STRING FUNCTION TRIM(VMCity) DELIMITED BY SIZE
                                   ", " DELIMITED BY SIZE
                                   VMStateCode DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   VMPostalCode DELIMITED BY SIZE
                                   INTO ReportLine(11:40)
              END-READ
       END-IF.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "SHIP TO : " TO ReportLine.
       MOVE ShipName TO ReportLine(11:32).
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       MOVE ShipStreet TO ReportLine(11:25).
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       STRING FUNCTION TRIM(ShipCity) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              ShipState DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ShipPostal DELIMITED BY SIZE
              INTO ReportLine(11:40).
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "  LN   PRODUCT     SZ  QTY     UNIT COST" TO ReportLine.
       WRITE ReportLine.

WriteOnePOLine.
       ADD 1 TO CurrentLine.
       MOVE CurrentLine TO POLine.
       MOVE CurrentVendor TO POVendor.
       MOVE LDSProdName(VendIdx) TO POProdName.
       MOVE LDSSize(VendIdx) TO POSize.
       MOVE LDSQty(VendIdx) TO POQtySuggested.
       MOVE 0 TO POQtyReceived.
       MOVE "O" TO POStatus.
       MOVE BizDate TO PODate.
       MOVE 0 TO POLastReceipt.
       MOVE LDSCost(VendIdx) TO POUnitCost.
       MOVE 0 TO POQtyVouchered.
       MOVE "Y" TO PODropShip.
       MOVE LOrderNum TO PODropOrder.
       MOVE LDSLineNum(VendIdx) TO PODropOrdLine.
       MOVE SPACES TO PORequestedBy.
       MOVE SPACES TO POApprovedBy.
       MOVE 0 TO POApprovedDate.
       WRITE PORecord
              INVALID KEY DISPLAY "PO " PONum " line " POLine
                     " already exists."
       END-WRITE.
       MOVE POUnitCost TO CostEdit.
       MOVE SPACES TO ReportLine.
       STRING "  " DELIMITED BY SIZE
              POLine DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              POProdName DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              POSize DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              POQtySuggested DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              CostEdit DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
