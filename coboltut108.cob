              ACCESS MODE IS RANDOM
              RECORD KEY IS ODKey
              FILE STATUS IS WSDtlFileStatus.
       SELECT CustXrefFile ASSIGN TO "CustXref.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CXKey
              FILE STATUS IS WSXrefStatus.
       SELECT PartnerFile ASSIGN TO "EdiPartner.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TPIDNum
              FILE STATUS IS WSPartnerStatus.
       SELECT OrdControlFile ASSIGN TO "OrdControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              02 IBRecType PIC X.
                     88 IBHeaderRec VALUE "H".
                     88 IBDetailRec VALUE "D".
                     88 IBItemRec VALUE "C".
              02 IBHeaderData.
                     03 IBIDNum PIC 9(6).
                     03 IBCustPO PIC X(10).
                     03 IBSize PIC A.
                     03 IBQty PIC 9(3).
                     03 FILLER PIC X(5).
              02 IBItemData REDEFINES IBHeaderData.
                     03 IBCustItem PIC X(15).
                     03 IBItemQty PIC 9(3).
                     03 FILLER PIC X.
FD AckFile.
       01 AckRecord PIC X(80).
FD CustomerFile.
       COPY ORDHDR.
FD OrdDetailFile.
       COPY ORDDTL.
FD CustXrefFile.
       COPY CUSTXREF.
FD PartnerFile.
       COPY EDIPART.
FD OrdControlFile.
       01 OrdControlRecord.
              02 NextOrderNum PIC 9(6).
       01 WSHdrFileStatus PIC XX.
       01 WSDtlFileStatus PIC XX.
       01 WSOrdCtlStatus PIC XX.
       01 WSXrefStatus PIC XX.
       01 XrefOpen PIC X VALUE "N".
       01 WSPartnerStatus PIC XX.
       01 EnrolledCount PIC 9(5) VALUE 0.
       01 WSEOF PIC X VALUE "N".
       01 OrderStarted PIC X VALUE "N".
       01 OrderGood PIC X.
       01 ProdExists PIC X.
       01 XrefFound PIC X.
       01 LineCustItem PIC X(15).
       01 LineItemQty PIC 9(3).
       01 SubNewProd PIC X(10).
       01 SubNewSize PIC A.
       01 SubFound PIC X.
       01 SubAltCount PIC 9.
       01 SubAltTable.
              02 SubAlt OCCURS 3 TIMES.
                     03 SubAltProd PIC X(10).
                     03 SubAltSize PIC A.
       01 SubNotes.
              02 SubNoteEntry OCCURS 20 TIMES.
                     03 SNText PIC X(60).
       01 SubNoteCount PIC 99.
       01 SubNoteIdx PIC 99.
       01 CreditReject PIC X.
       01 LostProdName PIC X(10).
       01 LostSize PIC A.
       01 LostQty PIC 9(5).
       01 LostReason PIC XX VALUE "CR".
       01 LostOperator PIC X(4) VALUE "INBD".
       01 LostSource PIC X VALUE "I".
       01 WorkIDNum PIC 9(6).
       01 WorkCustPO PIC X(10).
       01 WorkRep PIC X(3).
       01 DefaultRepSource PIC X.
       01 WorkCustType PIC X.
       01 WorkLimit PIC 9(7)V99.
       01 WorkDOB PIC 9(8).
       01 AcceptedCount PIC 9(5) VALUE 0.
       01 RejectedCount PIC 9(5) VALUE 0.
       01 CreditOK PIC X.
       01 GroupLimit PIC 9(7)V99.
       01 GroupExposure PIC S9(9)V99.
       01 GroupID PIC 9(6).
       01 WSExposure PIC S9(9)V99.
       01 BizDate PIC 9(8).
       01 RejectReasons.
                     03 OLQty PIC 9(3).
                     03 OLUnitPrice PIC 9(5)V99.
                     03 OLExtAmount PIC 9(8)V99.
                     03 OLCustItem PIC X(15).
                     03 OLPromoCode PIC X(8).
       01 PromoCustType PIC X.
       01 PromoListPrice PIC 9(5)V99.

PROCEDURE DIVISION.
MainPara.
       OPEN INPUT ContractFile.
       OPEN INPUT CreditRefusedFile.
       OPEN INPUT CreditHoldFile.
       OPEN INPUT CustXrefFile.
       IF WSXrefStatus = "00"
              MOVE "Y" TO XrefOpen
       ELSE
              MOVE "N" TO XrefOpen
       END-IF.
       OPEN I-O PartnerFile.
       IF WSPartnerStatus NOT = "00"
              OPEN OUTPUT PartnerFile
              CLOSE PartnerFile
              OPEN I-O PartnerFile
       END-IF.
       PERFORM OpenOrderFiles.
       OPEN OUTPUT AckFile.
       PERFORM UNTIL WSEOF = "Y"
                                          PERFORM FinishOrder
                                          PERFORM StartOrder
                                   WHEN IBDetailRec
                                          MOVE SPACES TO LineCustItem
                                          PERFORM TakeDetailLine
                                   WHEN IBItemRec
                                          PERFORM TakeItemLine
                                   WHEN OTHER
                                          CONTINUE
                            END-EVALUATE
       IF WSCredHoldStatus = "00"
              CLOSE CreditHoldFile
       END-IF.
       IF XrefOpen = "Y"
              CLOSE CustXrefFile
              MOVE "N" TO XrefOpen
       END-IF.
       CLOSE PartnerFile.
       CLOSE OrdHeaderFile.
       CLOSE OrdDetailFile.
       DISPLAY "INBOUND ORDER INTAKE COMPLETE".
       DISPLAY "Accepted : " AcceptedCount
              "   Rejected : " RejectedCount.
       DISPLAY "Acknowledgments written to InboundAck.dat".
       IF EnrolledCount > 0
              DISPLAY EnrolledCount " new electronic trading partner(s)"
                     " set up in EdiPartner.dat"
       END-IF.
       STOP RUN.

OpenOrderFiles.
StartOrder.
       MOVE "Y" TO OrderStarted.
       MOVE "Y" TO OrderGood.
       MOVE "N" TO CreditReject.
       MOVE 0 TO RejectCount.
       MOVE 0 TO SubNoteCount.
       MOVE 0 TO LineCount.
       MOVE 0 TO OrderTotal.
       MOVE IBIDNum TO WorkIDNum.
                     MOVE CustomerType TO WorkCustType
                     MOVE CreditLimit TO WorkLimit
                     MOVE DateOfBirth TO WorkDOB
                     IF WorkRep = SPACES
                            CALL "coboltut132rep" USING IDNum, StateCode,
                                   PostalCode, WorkRep, DefaultRepSource
                     END-IF
       END-READ.
       IF OrderGood = "Y" AND WSRepFileStatus = "00"
              MOVE "Y" TO RepExists
       MOVE "CUSTOMER IS ON THE CREDIT-REFUSED LIST"
              TO RJText(RejectCount).
       MOVE "N" TO OrderGood.
       MOVE "Y" TO CreditReject.

AddReject-Held.
       ADD 1 TO RejectCount.
       MOVE "CUSTOMER IS ON DELINQUENCY HOLD" TO RJText(RejectCount).
       MOVE "N" TO OrderGood.
       MOVE "Y" TO CreditReject.

AddReject-Rep.
       ADD 1 TO RejectCount.
       IF OrderStarted NOT = "Y"
              CONTINUE
       ELSE
              MOVE "Y" TO ProdExists
              MOVE IBProdName TO PFProdName
              READ ProductFile
                     INVALID KEY MOVE "N" TO ProdExists
              END-READ
              IF ProdExists = "N" AND LineCustItem = SPACES
                     PERFORM ApplyCrossRef
              END-IF
              IF ProdExists = "N"
                     PERFORM ApplySubstitute
              END-IF
              IF ProdExists = "N"
                     PERFORM AddReject-Product
              ELSE
                     MOVE "Y" TO AgeOK
                     IF PFRestricted
                            PERFORM CheckCustomerAge
                     END-IF
                     IF AgeOK = "Y"
                            PERFORM CheckDetailSize
                     END-IF
              END-IF
       END-IF.

TakeItemLine.
       IF OrderStarted NOT = "Y"
              CONTINUE
       ELSE
              MOVE IBCustItem TO LineCustItem
              MOVE IBItemQty TO LineItemQty
              PERFORM FindCrossRef
              IF XrefFound = "N"
                     PERFORM AddReject-Item
              ELSE
                     MOVE CXProdName TO IBProdName
                     MOVE CXSize TO IBSize
                     MOVE LineItemQty TO IBQty
                     PERFORM TakeDetailLine
              END-IF
       END-IF.

ApplyCrossRef.
       MOVE IBProdName TO LineCustItem.
       PERFORM FindCrossRef.
       IF XrefFound = "Y"
              MOVE CXProdName TO IBProdName
              MOVE CXSize TO IBSize
              MOVE IBProdName TO PFProdName
              MOVE "Y" TO ProdExists
              READ ProductFile
                     INVALID KEY MOVE "N" TO ProdExists
              END-READ
       ELSE
              MOVE SPACES TO LineCustItem
       END-IF.

FindCrossRef.
       MOVE "N" TO XrefFound.
       IF XrefOpen = "Y"
              MOVE WorkIDNum TO CXIDNum
              MOVE LineCustItem TO CXItem
              READ CustXrefFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE "Y" TO XrefFound
              END-READ
              IF XrefFound = "N"
                     MOVE 0 TO CXIDNum
                     MOVE LineCustItem TO CXItem
                     READ CustXrefFile
                            INVALID KEY CONTINUE
                            NOT INVALID KEY MOVE "Y" TO XrefFound
                     END-READ
              END-IF
       END-IF.

AddReject-Item.
       IF RejectCount < 10
              ADD 1 TO RejectCount
              MOVE SPACES TO RJText(RejectCount)
              STRING "ITEM NOT CROSS-REFERENCED : " DELIMITED BY SIZE
                     LineCustItem DELIMITED BY SIZE
                     INTO RJText(RejectCount)
       END-IF.
       MOVE "N" TO OrderGood.

ApplySubstitute.
       MOVE FUNCTION UPPER-CASE(IBSize) TO IBSize.
       CALL "coboltut126sub" USING IBProdName, IBSize, SubNewProd,
              SubNewSize, SubFound, SubAltCount, SubAltTable.
       IF SubFound = "Y"
              MOVE SubNewProd TO PFProdName
              MOVE "Y" TO ProdExists
              READ ProductFile
                     INVALID KEY MOVE "N" TO ProdExists
              END-READ
              IF ProdExists = "Y"
                     IF SubNoteCount < 20
                            ADD 1 TO SubNoteCount
                            MOVE SPACES TO SNText(SubNoteCount)
                            STRING "SUBSTITUTED " DELIMITED BY SIZE
                                   SubNewProd DELIMITED BY SIZE
                                   " (" DELIMITED BY SIZE
                                   SubNewSize DELIMITED BY SIZE
                                   ") FOR " DELIMITED BY SIZE
                                   IBProdName DELIMITED BY SIZE
                                   " (" DELIMITED BY SIZE
                                   IBSize DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                   INTO SNText(SubNoteCount)
                     END-IF
                     MOVE SubNewProd TO IBProdName
                     MOVE SubNewSize TO IBSize
              END-IF
       END-IF.

AddReject-Product.
                     MOVE FUNCTION UPPER-CASE(IBSize)
                            TO OLSize(LineCount)
                     MOVE IBQty TO OLQty(LineCount)
                     MOVE LineCustItem TO OLCustItem(LineCount)
                     PERFORM PriceDetailLine
                     COMPUTE OLExtAmount(LineCount) =
                            OLUnitPrice(LineCount) * OLQty(LineCount)
                            TO OLUnitPrice(LineCount)
              END-IF
       END-IF.
       IF WorkCustType = "W"
              MOVE "W" TO PromoCustType
              MOVE PFWholesalePrice(PriceIdx) TO PromoListPrice
       ELSE
              MOVE "R" TO PromoCustType
              MOVE PFRetailPrice(PriceIdx) TO PromoListPrice
       END-IF.
       CALL "coboltut130price" USING OLProdName(LineCount), OLSize(LineCount),
              PromoCustType, BizDate, PromoListPrice, OLUnitPrice(LineCount),
              OLPromoCode(LineCount).

FinishOrder.
       IF OrderStarted = "Y"
                     PERFORM CommitOrder
              ELSE
                     PERFORM WriteRejectAck
                     IF CreditReject = "Y"
                            PERFORM LogCreditLostLines
                     END-IF
              END-IF
              MOVE "N" TO OrderStarted
       END-IF.

LogCreditLostLines.
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
              MOVE OLProdName(LineIdx) TO LostProdName
              MOVE OLSize(LineIdx) TO LostSize
              MOVE OLQty(LineIdx) TO LostQty
              CALL "coboltut124log" USING WorkIDNum LostProdName LostSize
                     LostQty LostReason LostOperator LostSource
       END-PERFORM.

CheckCreditLimit.
       MOVE "Y" TO CreditOK.
       CALL "coboltut15grpexp" USING WorkIDNum, GroupLimit,
              GroupExposure, GroupID.
       IF GroupLimit > 0
              COMPUTE WSExposure = GroupExposure + OrderTotal
              IF WSExposure > GroupLimit
                     MOVE "N" TO CreditOK
              END-IF
       END-IF.
       IF CreditOK = "N"
              MOVE "N" TO OrderGood
              MOVE "Y" TO CreditReject
              ADD 1 TO RejectCount
              MOVE "OVER CREDIT LIMIT" TO RJText(RejectCount)
       END-IF.
                     PERFORM WriteRejectAck
              NOT INVALID KEY
                     PERFORM WriteOrderLines
                     PERFORM EnrolPartner
                     ADD 1 TO AcceptedCount
                     MOVE SPACES TO AckRecord
                     STRING "ACCEPTED  PO " DELIMITED BY SIZE
                            NewOrderNum DELIMITED BY SIZE
                            INTO AckRecord
                     WRITE AckRecord
                     PERFORM VARYING SubNoteIdx FROM 1 BY 1
                            UNTIL SubNoteIdx > SubNoteCount
                            MOVE SPACES TO AckRecord
                            STRING "   NOTE : " DELIMITED BY SIZE
                                   SNText(SubNoteIdx) DELIMITED BY SIZE
                                   INTO AckRecord
                            WRITE AckRecord
                     END-PERFORM
       END-WRITE.

WriteOrderLines.
              MOVE OLQty(LineIdx) TO ODQty
              MOVE OLUnitPrice(LineIdx) TO ODUnitPrice
              MOVE OLExtAmount(LineIdx) TO ODExtAmount
              MOVE OLCustItem(LineIdx) TO ODCustItem
              MOVE OLPromoCode(LineIdx) TO ODPromoCode
              MOVE "N" TO ODPosted
              WRITE OrderDetail
                     INVALID KEY DISPLAY "Inbound order line " LineIdx
              END-WRITE
       END-PERFORM.

EnrolPartner.
       MOVE WorkIDNum TO TPIDNum.
       READ PartnerFile
              INVALID KEY
                     MOVE WorkIDNum TO TPIDNum
                     MOVE "Y" TO TPShipNotice
                     MOVE "Y" TO TPInvoice
                     MOVE BizDate TO TPStartDate
                     MOVE "INBD" TO TPAddedBy
                     WRITE TradingPartnerRecord
                            INVALID KEY CONTINUE
                            NOT INVALID KEY ADD 1 TO EnrolledCount
                     END-WRITE
       END-READ.

AssignOrderNumber.
       MOVE 1 TO NewOrderNum.
       OPEN INPUT OrdControlFile.
