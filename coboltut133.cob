       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut133.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SerialProdFile ASSIGN TO "SerialProd.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SFProdName
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSSerProdStatus.
       SELECT SerialFile ASSIGN TO "Serial.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SEKey
              ALTERNATE RECORD KEY IS SESerial WITH DUPLICATES
              ALTERNATE RECORD KEY IS SEOrderKey WITH DUPLICATES
              FILE STATUS IS WSSerialStatus.
       SELECT SerialHistFile ASSIGN TO "SerialHist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSSerHistStatus.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              FILE STATUS IS WSFileStatus.
       SELECT OrdHeaderFile ASSIGN TO "OrdHeader.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OHOrderNum
              FILE STATUS IS WSHdrFileStatus.
       SELECT OrdDetailFile ASSIGN TO "OrdDetail.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ODKey
              FILE STATUS IS WSDtlFileStatus.
DATA DIVISION.
FILE SECTION.
FD SerialProdFile.
       COPY SERPROD.
FD SerialFile.
       COPY SERIAL.
FD SerialHistFile.
       COPY SERHIST.
FD ProductFile.
       COPY PRODREC.
FD OrdHeaderFile.
       COPY ORDHDR.
FD OrdDetailFile.
       COPY ORDDTL.
WORKING-STORAGE SECTION.
       01 WSSerProdStatus PIC XX.
       01 WSSerialStatus PIC XX.
       01 WSSerHistStatus PIC XX.
       01 WSFileStatus PIC XX.
       01 ProdFileOpen PIC X VALUE "N".
       01 WSHdrFileStatus PIC XX.
       01 HdrFileOpen PIC X VALUE "N".
       01 WSDtlFileStatus PIC XX.
       01 DtlFileOpen PIC X VALUE "N".
       01 LineOK PIC X.
       01 StayOpen PIC X VALUE "Y".
       01 Choice PIC 9.
       01 Confirm PIC X.
       01 WSEOF PIC X.
       01 ProdExists PIC X.
       01 SizeFound PIC X.
       01 Idx PIC 9.
       01 ListCount PIC 9(5).
       01 InStockCount PIC 9(5).
       01 EntryProd PIC X(10).
       01 EntrySize PIC A.
       01 EntrySerial PIC X(20).
       01 EventText PIC X(12).
       01 StatusText PIC X(12).
       01 SerAction PIC X.
       01 SerIDNum PIC 9(6) VALUE 0.
       01 SerOrderNum PIC 9(6) VALUE 0.
       01 SerLineNum PIC 9(3) VALUE 0.
       01 SerRef PIC X(10).
       01 SerResult PIC X.
       01 SerCount PIC 9(5).
       01 SerMessage PIC X(40).
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O SerialProdFile.
       IF WSSerProdStatus NOT = "00"
              OPEN OUTPUT SerialProdFile
              CLOSE SerialProdFile
              OPEN I-O SerialProdFile
       END-IF.
       OPEN INPUT ProductFile.
       IF WSFileStatus = "00"
              MOVE "Y" TO ProdFileOpen
       ELSE
              MOVE "N" TO ProdFileOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "SERIAL NUMBERS"
              DISPLAY "1 : List Serialized Products"
              DISPLAY "2 : Flag Product As Serialized"
              DISPLAY "3 : Remove Serialized Flag"
              DISPLAY "4 : Register Serial Already In Stock"
              DISPLAY "5 : Serial Inquiry"
              DISPLAY "6 : List Serials For A Product"
              DISPLAY "7 : Enter Serials Shipped On An Order Line"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListSerialProds
                     WHEN 2 PERFORM FlagSerialProd
                     WHEN 3 PERFORM UnflagSerialProd
                     WHEN 4 PERFORM RegisterSerial
                     WHEN 5 PERFORM SerialInquiry
                     WHEN 6 PERFORM ListProductSerials
                     WHEN 7 PERFORM OrderLineSerials
                     WHEN 0 MOVE "N" TO StayOpen
                     WHEN OTHER DISPLAY "Invalid choice."
              END-EVALUATE
       END-PERFORM.
       CLOSE SerialProdFile.
       IF ProdFileOpen = "Y"
              CLOSE ProductFile
              MOVE "N" TO ProdFileOpen
       END-IF.
       STOP RUN.

ListSerialProds.
       MOVE 0 TO ListCount.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO SFProdName.
       START SerialProdFile KEY IS NOT LESS THAN SFProdName
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ SerialProdFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            ADD 1 TO ListCount
                            DISPLAY SFProdName "  Flagged " SFAddedDate
                                   " by " SFAddedBy
              END-READ
       END-PERFORM.
       IF ListCount = 0
              DISPLAY "No products are serialized."
       END-IF.

AcceptEntryProd.
       DISPLAY "Enter product name : " WITH NO ADVANCING.
       ACCEPT EntryProd.
       MOVE FUNCTION UPPER-CASE(EntryProd) TO EntryProd.
       MOVE "Y" TO ProdExists.
       IF ProdFileOpen = "Y"
              MOVE EntryProd TO PFProdName
              READ ProductFile
                     INVALID KEY MOVE "N" TO ProdExists
              END-READ
       ELSE
              MOVE "N" TO ProdExists
       END-IF.
       IF ProdExists = "N"
              DISPLAY "Product not found."
       END-IF.

FlagSerialProd.
       PERFORM AcceptEntryProd.
       IF ProdExists = "Y"
              MOVE EntryProd TO SFProdName
              MOVE SignOnID TO SFAddedBy
              MOVE BizDate TO SFAddedDate
              WRITE SerialProdRecord
                     INVALID KEY DISPLAY "Product is already serialized."
                     NOT INVALID KEY
                            DISPLAY "Product flagged as serialized."
                            DISPLAY "Register the serials already in stock "
                                   "with option 4."
              END-WRITE
       END-IF.

UnflagSerialProd.
       DISPLAY "Enter product name : " WITH NO ADVANCING.
       ACCEPT EntryProd.
       MOVE FUNCTION UPPER-CASE(EntryProd) TO SFProdName.
       READ SerialProdFile
              INVALID KEY DISPLAY "Product is not serialized."
              NOT INVALID KEY
                     DISPLAY "Stop tracking serials for " SFProdName
                            " (Y/N) : " WITH NO ADVANCING
                     ACCEPT Confirm
                     IF FUNCTION UPPER-CASE(Confirm) = "Y"
                            DELETE SerialProdFile
                                   INVALID KEY
                                          DISPLAY "Flag could not be removed."
                                   NOT INVALID KEY
                                          DISPLAY "Serialized flag removed."
                            END-DELETE
                     END-IF
       END-READ.

RegisterSerial.
       PERFORM AcceptEntryProd.
       IF ProdExists = "Y"
              MOVE EntryProd TO SFProdName
              READ SerialProdFile
                     INVALID KEY
                            MOVE "N" TO ProdExists
                            DISPLAY "Product is not serialized."
              END-READ
       END-IF.
       IF ProdExists = "Y"
              DISPLAY "Enter size : " WITH NO ADVANCING
              ACCEPT EntrySize
              MOVE FUNCTION UPPER-CASE(EntrySize) TO EntrySize
              MOVE "N" TO SizeFound
              PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > 3
                     IF PFSizeType(Idx) = EntrySize
                            MOVE "Y" TO SizeFound
                     END-IF
              END-PERFORM
              IF SizeFound = "N"
                     DISPLAY "Product is not stocked in that size."
              ELSE
                     MOVE SPACES TO EntrySerial
                     DISPLAY "Enter serial number (Enter = done) : "
                            WITH NO ADVANCING
                     ACCEPT EntrySerial
                     PERFORM UNTIL EntrySerial = SPACES
                            PERFORM RegisterOneSerial
                            MOVE SPACES TO EntrySerial
                            DISPLAY "Enter serial number (Enter = done) : "
                                   WITH NO ADVANCING
                            ACCEPT EntrySerial
                     END-PERFORM
              END-IF
       END-IF.

RegisterOneSerial.
       MOVE FUNCTION UPPER-CASE(EntrySerial) TO EntrySerial.
       MOVE "O" TO SerAction.
       MOVE "OPENING" TO SerRef.
       CALL "coboltut133ser" USING SerAction, EntryProd, EntrySize,
              EntrySerial, SerIDNum, SerOrderNum, SerLineNum, SerRef,
              SerResult, SerCount, SerMessage.
       IF SerResult = "Y"
              DISPLAY "Serial " EntrySerial " registered."
       ELSE
              DISPLAY SerMessage
       END-IF.

SerialInquiry.
       DISPLAY "Enter serial number : " WITH NO ADVANCING.
       ACCEPT EntrySerial.
       MOVE FUNCTION UPPER-CASE(EntrySerial) TO EntrySerial.
       MOVE 0 TO ListCount.
       OPEN INPUT SerialFile.
       IF WSSerialStatus = "00"
              MOVE "N" TO WSEOF
              MOVE EntrySerial TO SESerial
              START SerialFile KEY IS EQUAL TO SESerial
                     INVALID KEY MOVE "Y" TO WSEOF
              END-START
              PERFORM UNTIL WSEOF = "Y"
                     READ SerialFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF SESerial = EntrySerial
                                          ADD 1 TO ListCount
                                          PERFORM ShowSerialMaster
                                   ELSE
                                          MOVE "Y" TO WSEOF
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE SerialFile
       END-IF.
       IF ListCount = 0
              DISPLAY "Serial not on file."
       ELSE
              PERFORM ShowSerialHistory
       END-IF.

ShowSerialMaster.
       IF SEInStock
              MOVE "IN STOCK" TO StatusText
       ELSE
              MOVE "SOLD" TO StatusText
       END-IF.
       DISPLAY " ".
       DISPLAY "Product  : " SEProdName "  Size " SESize.
       DISPLAY "Status   : " StatusText "  Received " SEReceived.
       IF SESold
              DISPLAY "Customer : " SEIDNum "  Order " SEOrderNum
                     " line " SELineNum "  Shipped " SEShipped
       END-IF.

ShowSerialHistory.
       DISPLAY " ".
       DISPLAY "DATE      PRODUCT     S  EVENT         CUST    REFERENCE".
       OPEN INPUT SerialHistFile.
       IF WSSerHistStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ SerialHistFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF SVSerial = EntrySerial
                                          PERFORM ShowHistoryLine
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE SerialHistFile
       END-IF.

ShowHistoryLine.
       EVALUATE TRUE
              WHEN SVReceived MOVE "RECEIVED" TO EventText
              WHEN SVOpening MOVE "OPENING STK" TO EventText
              WHEN SVShipped MOVE "SHIPPED" TO EventText
              WHEN SVAuthorized MOVE "RMA ISSUED" TO EventText
              WHEN SVReturned MOVE "RETURNED" TO EventText
              WHEN OTHER MOVE SVEvent TO EventText
       END-EVALUATE.
       DISPLAY SVDate "  " SVProdName "  " SVSize "  " EventText "  "
              SVIDNum "  " SVRef.

ListProductSerials.
       DISPLAY "Enter product name : " WITH NO ADVANCING.
       ACCEPT EntryProd.
       MOVE FUNCTION UPPER-CASE(EntryProd) TO EntryProd.
       MOVE 0 TO ListCount.
       MOVE 0 TO InStockCount.
       OPEN INPUT SerialFile.
       IF WSSerialStatus = "00"
              MOVE "N" TO WSEOF
              MOVE EntryProd TO SEProdName
              MOVE LOW-VALUES TO SESerial
              START SerialFile KEY IS NOT LESS THAN SEKey
                     INVALID KEY MOVE "Y" TO WSEOF
              END-START
              PERFORM UNTIL WSEOF = "Y"
                     READ SerialFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF SEProdName = EntryProd
                                          PERFORM ListOneSerial
                                   ELSE
                                          MOVE "Y" TO WSEOF
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE SerialFile
       END-IF.
       IF ListCount = 0
              DISPLAY "No serials on file for that product."
       ELSE
              DISPLAY ListCount " serial(s), " InStockCount " in stock."
       END-IF.

ListOneSerial.
       ADD 1 TO ListCount.
       IF SEInStock
              ADD 1 TO InStockCount
              DISPLAY SESerial "  " SESize "  IN STOCK  Received "
                     SEReceived
       ELSE
              DISPLAY SESerial "  " SESize "  SOLD      Customer "
                     SEIDNum "  Order " SEOrderNum
       END-IF.

OrderLineSerials.
       DISPLAY "Enter order number : " WITH NO ADVANCING.
       ACCEPT SerOrderNum.
       DISPLAY "Enter line number : " WITH NO ADVANCING.
       ACCEPT SerLineNum.
       MOVE "Y" TO LineOK.
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
              MOVE "N" TO LineOK
       ELSE
              MOVE SerOrderNum TO OHOrderNum
              READ OrdHeaderFile
                     INVALID KEY MOVE "N" TO LineOK
              END-READ
              MOVE SerOrderNum TO ODOrderNum
              MOVE SerLineNum TO ODLineNum
              READ OrdDetailFile
                     INVALID KEY MOVE "N" TO LineOK
              END-READ
       END-IF.
       IF HdrFileOpen = "Y"
              CLOSE OrdHeaderFile
              MOVE "N" TO HdrFileOpen
       END-IF.
       IF DtlFileOpen = "Y"
              CLOSE OrdDetailFile
              MOVE "N" TO DtlFileOpen
       END-IF.
       IF LineOK = "N"
              DISPLAY "Order line not found."
       ELSE
              IF ODPosted NOT = "N" AND ODPosted NOT = "A"
                     DISPLAY "Order line is not waiting to be posted."
              ELSE
                     PERFORM CaptureLineSerials
              END-IF
       END-IF.
       MOVE 0 TO SerOrderNum.
       MOVE 0 TO SerLineNum.

CaptureLineSerials.
       MOVE "F" TO SerAction.
       CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
              EntrySerial, OHIDNum, ODOrderNum, ODLineNum, SerRef,
              SerResult, SerCount, SerMessage.
       IF SerResult NOT = "Y"
              DISPLAY "Product " ODProdName " is not serialized."
       ELSE
              MOVE "N" TO SerAction
              CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
                     EntrySerial, OHIDNum, ODOrderNum, ODLineNum, SerRef,
                     SerResult, SerCount, SerMessage
              DISPLAY ODProdName " (" ODSize ") x " ODQty "  serials entered "
                     SerCount
              MOVE SPACES TO SerRef
              STRING "OR" DELIMITED BY SIZE
                     ODOrderNum DELIMITED BY SIZE
                     INTO SerRef
              MOVE "X" TO EntrySerial
              PERFORM UNTIL SerCount >= ODQty OR EntrySerial = SPACES
                     MOVE SPACES TO EntrySerial
                     DISPLAY "Serial number (Enter = stop) : "
                            WITH NO ADVANCING
                     ACCEPT EntrySerial
                     IF EntrySerial NOT = SPACES
                            PERFORM ShipLineSerial
                     END-IF
              END-PERFORM
       END-IF.

ShipLineSerial.
       MOVE FUNCTION UPPER-CASE(EntrySerial) TO EntrySerial.
       MOVE "S" TO SerAction.
       CALL "coboltut133ser" USING SerAction, ODProdName, ODSize,
              EntrySerial, OHIDNum, ODOrderNum, ODLineNum, SerRef,
              SerResult, SerCount, SerMessage.
       IF SerResult = "Y"
              ADD 1 TO SerCount
       ELSE
              DISPLAY SerMessage
       END-IF.
