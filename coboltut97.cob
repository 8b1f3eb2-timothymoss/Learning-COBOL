              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
       SELECT CarrierFile ASSIGN TO "Carrier.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CRCode
              FILE STATUS IS WSCarrierStatus.
       SELECT ManifestFile ASSIGN TO "ShipManifest.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MFOrderNum
              FILE STATUS IS WSManifestStatus.
       SELECT PickupFile ASSIGN TO DYNAMIC WSPickupName
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
       COPY ORDDTL.
FD ProductFile.
       COPY PRODREC.
FD CarrierFile.
       COPY CARRIER.
FD ManifestFile.
       COPY SHPMAN.
FD PickupFile.
       01 PickupRecord.
              02 PURecOrderNum PIC 9(6).
       01 WSDtlFileStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 WSPickupStatus PIC XX.
       01 WSCarrierStatus PIC XX.
       01 CarrierOpen PIC X VALUE "N".
       01 WSManifestStatus PIC XX.
       01 ExpectedCharge PIC 9(7)V99.
       01 WSPickupName PIC X(30).
       01 WSEOF PIC X VALUE "N".
       01 DtlEOF PIC X.
       01 CarrierOrders PIC 9(3).
       01 ManifestTotal PIC 9(3).
       01 BizDate PIC 9(8).
       01 AsnAction PIC X.
       01 AsnResend PIC X VALUE "N".
       01 AsnCount PIC 9(5) VALUE 0.
       01 AsnSent PIC X.
       01 ShipTable.
              02 ShipEntry OCCURS 200 TIMES.
                     03 SHVia PIC X(4).
       END-IF.
       OPEN INPUT OrdDetailFile.
       OPEN INPUT ProductFile.
       MOVE "O" TO AsnAction.
       CALL "coboltut128asn" USING AsnAction, OrderHeader, AsnResend,
              AsnCount, AsnSent.
       MOVE 0 TO ShipCount.
       PERFORM UNTIL WSEOF = "Y"
              READ OrdHeaderFile NEXT RECORD
                     NOT AT END
                            IF OHShipDate = BizDate
                                   PERFORM HoldShippedOrder
                                   MOVE "N" TO AsnAction
                                   CALL "coboltut128asn" USING AsnAction,
                                          OrderHeader, AsnResend, AsnCount,
                                          AsnSent
                            END-IF
              END-READ
       END-PERFORM.
       MOVE "C" TO AsnAction.
       CALL "coboltut128asn" USING AsnAction, OrderHeader, AsnResend,
              AsnCount, AsnSent.
       IF AsnCount > 0
              DISPLAY AsnCount " ship notice(s) written to ShipNotice.dat"
       END-IF.
       CLOSE OrdHeaderFile.
       CLOSE OrdDetailFile.
       IF WSProdFileStatus = "00"
       END-PERFORM.

PrintManifest.
       OPEN INPUT CarrierFile.
       IF WSCarrierStatus = "00"
              MOVE "Y" TO CarrierOpen
       ELSE
              MOVE "N" TO CarrierOpen
       END-IF.
       OPEN I-O ManifestFile.
       IF WSManifestStatus NOT = "00"
              OPEN OUTPUT ManifestFile
              CLOSE ManifestFile
              OPEN I-O ManifestFile
       END-IF.
       MOVE "O" TO RptAction.
       MOVE "ShipManifest.prt" TO RptFileName.
       MOVE "DAILY SHIPPING MANIFEST" TO RptTitle.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       CLOSE ManifestFile.
       IF CarrierOpen = "Y"
              CLOSE CarrierFile
              MOVE "N" TO CarrierOpen
       END-IF.

StartCarrier.
       MOVE SPACES TO RptLine.
       MOVE SHIDNum(ShipIdx) TO PURecIDNum.
       MOVE SHWeight(ShipIdx) TO PURecWeight.
       WRITE PickupRecord.
       PERFORM RecordManifest.

RecordManifest.
       MOVE 0 TO ExpectedCharge.
       IF CarrierOpen = "Y"
              MOVE SHVia(ShipIdx) TO CRCode
              READ CarrierFile
                     NOT INVALID KEY
                            COMPUTE ExpectedCharge ROUNDED =
                                   SHWeight(ShipIdx) * CRRatePerLb
                            IF ExpectedCharge < CRMinCharge
                                   MOVE CRMinCharge TO ExpectedCharge
                            END-IF
              END-READ
       END-IF.
       MOVE SHOrderNum(ShipIdx) TO MFOrderNum.
       READ ManifestFile
              INVALID KEY
                     PERFORM FillManifest
                     WRITE ShipManifestRecord
                            INVALID KEY DISPLAY "Order " MFOrderNum
                                   " not added to the manifest history."
                     END-WRITE
              NOT INVALID KEY
                     IF MFFrtInvoice = SPACES
                            PERFORM FillManifest
                            REWRITE ShipManifestRecord
                                   INVALID KEY DISPLAY "Order " MFOrderNum
                                          " manifest history not updated."
                            END-REWRITE
                     END-IF
       END-READ.

FillManifest.
       MOVE SHOrderNum(ShipIdx) TO MFOrderNum.
       MOVE BizDate TO MFShipDate.
       MOVE SHVia(ShipIdx) TO MFVia.
       MOVE SHIDNum(ShipIdx) TO MFIDNum.
       MOVE SHWeight(ShipIdx) TO MFWeight.
       MOVE ExpectedCharge TO MFExpected.
       MOVE SPACES TO MFFrtInvoice.
       MOVE 0 TO MFBillDate.
       MOVE 0 TO MFBilledWeight.
       MOVE 0 TO MFBilledCharge.
       MOVE 0 TO MFApproved.
       MOVE 0 TO MFVoucherNum.

FinishCarrier.
       CLOSE PickupFile.
