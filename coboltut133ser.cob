       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut133ser.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SerialProdFile ASSIGN TO "SerialProd.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SFProdName
              FILE STATUS IS WSSerProdStatus.
       SELECT SerialFile ASSIGN TO "Serial.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SEKey
              ALTERNATE RECORD KEY IS SESerial WITH DUPLICATES
              ALTERNATE RECORD KEY IS SEOrderKey WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSSerialStatus.
       SELECT SerialHistFile ASSIGN TO "SerialHist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSSerHistStatus.
DATA DIVISION.
FILE SECTION.
FD SerialProdFile.
       COPY SERPROD.
FD SerialFile.
       COPY SERIAL.
FD SerialHistFile.
       COPY SERHIST.
WORKING-STORAGE SECTION.
       01 WSSerProdStatus PIC XX.
       01 WSSerialStatus PIC XX.
       01 WSSerHistStatus PIC XX.
       01 SerialEOF PIC X.
       01 SerialExists PIC X.
       01 HistEvent PIC X.
       01 BizDate PIC 9(8).
LINKAGE SECTION.
       01 LAction PIC X.
       01 LProdName PIC X(10).
       01 LSize PIC A.
       01 LSerial PIC X(20).
       01 LIDNum PIC 9(6).
       01 LOrderNum PIC 9(6).
       01 LLineNum PIC 9(3).
       01 LRef PIC X(10).
       01 LResult PIC X.
       01 LCount PIC 9(5).
       01 LMessage PIC X(40).
PROCEDURE DIVISION USING LAction LProdName LSize LSerial LIDNum LOrderNum
       LLineNum LRef LResult LCount LMessage.
StartPara.
       MOVE "N" TO LResult.
       MOVE SPACES TO LMessage.
       IF LAction = "F"
              PERFORM CheckSerialized
       ELSE
              CALL "coboltut25getdate" USING BizDate
              OPEN I-O SerialFile
              IF WSSerialStatus NOT = "00"
                     OPEN OUTPUT SerialFile
                     CLOSE SerialFile
                     OPEN I-O SerialFile
              END-IF
              EVALUATE LAction
                     WHEN "R" PERFORM ReceiveSerial
                     WHEN "O" PERFORM ReceiveSerial
                     WHEN "S" PERFORM ShipSerial
                     WHEN "K" PERFORM CheckSoldTo
                     WHEN "A" PERFORM AuthorizeReturn
                     WHEN "T" PERFORM ReturnSerial
                     WHEN "N" PERFORM CountOrderLine
              END-EVALUATE
              CLOSE SerialFile
       END-IF.
       GOBACK.

CheckSerialized.
       OPEN INPUT SerialProdFile.
       IF WSSerProdStatus = "00"
              MOVE LProdName TO SFProdName
              READ SerialProdFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE "Y" TO LResult
              END-READ
              CLOSE SerialProdFile
       END-IF.

ReadSerial.
       MOVE "Y" TO SerialExists.
       MOVE LProdName TO SEProdName.
       MOVE LSerial TO SESerial.
       READ SerialFile
              INVALID KEY MOVE "N" TO SerialExists
       END-READ.

ReceiveSerial.
       IF LSerial = SPACES
              MOVE "A SERIAL NUMBER IS REQUIRED" TO LMessage
       ELSE
              PERFORM ReadSerial
              IF SerialExists = "Y" AND SEInStock
                     MOVE "SERIAL IS ALREADY IN STOCK" TO LMessage
              ELSE
                     MOVE LSize TO SESize
                     MOVE "S" TO SEStatus
                     MOVE BizDate TO SEReceived
                     IF SerialExists = "Y"
                            REWRITE SerialRecord
                                   INVALID KEY MOVE "SERIAL WASN'T UPDATED"
                                          TO LMessage
                                   NOT INVALID KEY MOVE "Y" TO LResult
                            END-REWRITE
                     ELSE
                            MOVE 0 TO SEIDNum
                            MOVE 0 TO SEOrderNum
                            MOVE 0 TO SELineNum
                            MOVE 0 TO SEShipped
                            WRITE SerialRecord
                                   INVALID KEY MOVE "SERIAL WASN'T WRITTEN"
                                          TO LMessage
                                   NOT INVALID KEY MOVE "Y" TO LResult
                            END-WRITE
                     END-IF
                     IF LResult = "Y"
                            MOVE LAction TO HistEvent
                            PERFORM WriteHistory
                     END-IF
              END-IF
       END-IF.

ShipSerial.
       PERFORM ReadSerial.
       EVALUATE TRUE
              WHEN SerialExists = "N"
                     MOVE "SERIAL NOT ON FILE FOR THIS PRODUCT" TO LMessage
              WHEN NOT SEInStock
                     MOVE "SERIAL IS NOT IN STOCK" TO LMessage
              WHEN SESize NOT = LSize
                     MOVE "SERIAL IS A DIFFERENT SIZE" TO LMessage
              WHEN OTHER
                     MOVE "C" TO SEStatus
                     MOVE LIDNum TO SEIDNum
                     MOVE LOrderNum TO SEOrderNum
                     MOVE LLineNum TO SELineNum
                     MOVE BizDate TO SEShipped
                     REWRITE SerialRecord
                            INVALID KEY MOVE "SERIAL WASN'T UPDATED" TO LMessage
                            NOT INVALID KEY
                                   MOVE "Y" TO LResult
                                   MOVE "S" TO HistEvent
                                   PERFORM WriteHistory
                     END-REWRITE
       END-EVALUATE.

CheckSoldTo.
       PERFORM ReadSerial.
       EVALUATE TRUE
              WHEN SerialExists = "N"
                     MOVE "SERIAL NOT ON FILE FOR THIS PRODUCT" TO LMessage
              WHEN NOT SESold
                     MOVE "SERIAL IS NOT OUT WITH A CUSTOMER" TO LMessage
              WHEN SEIDNum NOT = LIDNum
                     MOVE "SERIAL WAS NOT SOLD TO THIS CUSTOMER" TO LMessage
              WHEN OTHER
                     MOVE "Y" TO LResult
       END-EVALUATE.

AuthorizeReturn.
       PERFORM CheckSoldTo.
       IF LResult = "Y"
              MOVE "A" TO HistEvent
              PERFORM WriteHistory
       END-IF.

ReturnSerial.
       PERFORM CheckSoldTo.
       IF LResult = "Y"
              MOVE "S" TO SEStatus
              REWRITE SerialRecord
                     INVALID KEY
                            MOVE "N" TO LResult
                            MOVE "SERIAL WASN'T UPDATED" TO LMessage
                     NOT INVALID KEY
                            MOVE "T" TO HistEvent
                            PERFORM WriteHistory
              END-REWRITE
       END-IF.

CountOrderLine.
       MOVE 0 TO LCount.
       MOVE "N" TO SerialEOF.
       MOVE LOrderNum TO SEOrderNum.
       MOVE LLineNum TO SELineNum.
       START SerialFile KEY IS EQUAL TO SEOrderKey
              INVALID KEY MOVE "Y" TO SerialEOF
       END-START.
       PERFORM UNTIL SerialEOF = "Y"
              READ SerialFile NEXT RECORD
                     AT END MOVE "Y" TO SerialEOF
                     NOT AT END
                            IF SEOrderNum = LOrderNum AND
                               SELineNum = LLineNum
                                   IF SESold
                                          ADD 1 TO LCount
                                   END-IF
                            ELSE
                                   MOVE "Y" TO SerialEOF
                            END-IF
              END-READ
       END-PERFORM.
       MOVE "Y" TO LResult.

WriteHistory.
       OPEN EXTEND SerialHistFile.
       IF WSSerHistStatus NOT = "00"
              OPEN OUTPUT SerialHistFile
       END-IF.
       MOVE BizDate TO SVDate.
       MOVE LProdName TO SVProdName.
       MOVE LSerial TO SVSerial.
       MOVE SESize TO SVSize.
       MOVE HistEvent TO SVEvent.
       MOVE SEIDNum TO SVIDNum.
       MOVE LRef TO SVRef.
       WRITE SerialHistRecord.
       CLOSE SerialHistFile.
