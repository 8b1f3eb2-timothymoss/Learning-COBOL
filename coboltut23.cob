       01 WSRepFileStatus PIC XX.
       01 RepExists PIC X.
       01 OrderRepCode PIC X(3).
       01 DefaultRep PIC X(3).
       01 DefaultRepSource PIC X.
       01 WSCarrierStatus PIC XX.
       01 WSContractStatus PIC XX.
       01 ContractFound PIC X.
       01 AtpLeadDays PIC 9(3).
       01 AtpDueInt PIC 9(8).
       01 AtpDueDate PIC 9(8).
       01 AtpWaitAns PIC X.
       01 LostProdName PIC X(10).
       01 LostSize PIC A.
       01 LostQty PIC 9(5).
       01 LostReason PIC XX.
       01 LostSource PIC X VALUE "O".
       01 InCount PIC 9(2).
       01 InIdx PIC 9(2).
       01 InSwap PIC 9(2).
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 CreditOK PIC X.
       01 GroupLimit PIC 9(7)V99.
       01 GroupExposure PIC S9(9)V99.
       01 GroupID PIC 9(6).
       01 WSExposure PIC S9(9)V99.
       01 LimitDollar PIC $$,$$$,$$9.99-.
       01 ExposureDollar PIC $$$,$$$,$$9.99-.
                     03 OLQty PIC 9(3).
                     03 OLUnitPrice PIC 9(5)V99.
                     03 OLExtAmount PIC 9(8)V99.
                     03 OLDropShip PIC X.
                     03 OLVendor PIC X(10).
                     03 OLCost PIC 9(5)V99.
                     03 OLSubFrom PIC X(10).
                     03 OLPromoCode PIC X(8).
                     03 OLListPrice PIC 9(5)V99.
                     03 OLOverReason PIC X(4).
                     03 OLOverHeld PIC X.
       01 OverridePrice PIC 9(5)V99.
       01 OvrAction PIC X.
       01 OvrHoldText PIC X(30).
       01 OrderHeld PIC X.
       01 UnitDollar PIC $$$,$$9.99.
       COPY PRCOVR.
       01 LineSubFrom PIC X(10).
       01 PromoCustType PIC X.
       01 PromoListPrice PIC 9(5)V99.
       01 SubSize PIC A VALUE SPACE.
       01 SubNewProd PIC X(10).
       01 SubNewSize PIC A.
       01 SubFound PIC X.
       01 SubAltCount PIC 9.
       01 SubAltTable.
              02 SubAlt OCCURS 3 TIMES.
                     03 SubAltProd PIC X(10).
                     03 SubAltSize PIC A.
       01 SubAltIdx PIC 9.
       01 SubAltChoice PIC 9.
       01 SizesOnHand PIC 9(6).
       01 DropShipAns PIC X.
       01 DropCount PIC 9(3).
       01 DropShipTable.
              02 DropShipEntry OCCURS 20 TIMES.
                     03 DSLineNum PIC 9(3).
                     03 DSProdName PIC X(10).
                     03 DSSize PIC A.
                     03 DSQty PIC 9(3).
                     03 DSVendor PIC X(10).
                     03 DSCost PIC 9(5)V99.
       01 BusyTag PIC X(10).
       01 BusyAction PIC X.
       01 BusyFlag PIC X.
              PERFORM CheckCreditLimit
              IF CreditOK = "N"
                     DISPLAY "Order refused - over credit limit."
                     PERFORM LogCreditLostLines
              ELSE
                     PERFORM CommitOrder
              END-IF
EnterOrderLines.
       PERFORM UNTIL LineCount = 20
              DISPLAY "Enter product name (END to finish, ATP to check"
                     " availability, LOST to log a lost sale) : "
                     WITH NO ADVANCING
              ACCEPT LineProdName
              IF LineProdName = SPACES OR
                 FUNCTION UPPER-CASE(LineProdName) = "END"
              IF FUNCTION UPPER-CASE(LineProdName) = "ATP"
                     PERFORM AvailabilityInquiry
              ELSE
                     IF FUNCTION UPPER-CASE(LineProdName) = "LOST"
                            PERFORM EnterLostSale
                     ELSE
                            PERFORM EnterOneLine
                     END-IF
              END-IF
       END-PERFORM.

EnterLostSale.
       DISPLAY "Product not sold : " WITH NO ADVANCING.
       ACCEPT LostProdName.
       MOVE "Y" TO ProdExists.
       MOVE LostProdName TO PFProdName.
       READ ProductFile
              INVALID KEY MOVE "N" TO ProdExists
       END-READ.
       IF ProdExists = "N"
              DISPLAY "Product not found."
       ELSE
              MOVE "N" TO AtpSizeValid
              PERFORM UNTIL AtpSizeValid = "Y"
                     DISPLAY "Size : " WITH NO ADVANCING
                     ACCEPT LostSize
                     MOVE FUNCTION UPPER-CASE(LostSize) TO LostSize
                     PERFORM VARYING AtpSizeIdx FROM 1 BY 1
                            UNTIL AtpSizeIdx > 3
                            IF PFSizeType(AtpSizeIdx) = LostSize
                                   MOVE "Y" TO AtpSizeValid
                            END-IF
                     END-PERFORM
                     IF AtpSizeValid NOT = "Y"
                            DISPLAY "Invalid size for that product."
                     END-IF
              END-PERFORM
              MOVE 0 TO LostQty
              PERFORM UNTIL LostQty > 0
                     DISPLAY "Quantity wanted : " WITH NO ADVANCING
                     ACCEPT LostQty
                     IF LostQty = 0
                            DISPLAY "Quantity must be 1-99999."
                     END-IF
              END-PERFORM
              MOVE SPACES TO LostReason
              PERFORM UNTIL LostReason = "NS" OR "CR" OR "PR" OR "OT"
                     DISPLAY "Reason (NS=no stock CR=credit PR=price"
                            " OT=other) : " WITH NO ADVANCING
                     ACCEPT LostReason
                     MOVE FUNCTION UPPER-CASE(LostReason) TO LostReason
              END-PERFORM
              CALL "coboltut124log" USING IDNum LostProdName LostSize
                     LostQty LostReason SignOnID LostSource
              DISPLAY "Lost sale recorded."
       END-IF.

AvailabilityInquiry.
       DISPLAY "Product to check : " WITH NO ADVANCING.
       ACCEPT AtpProdName.
                     DISPLAY "CAN SHIP " AtpQty " TODAY (" BizDate ")."
              ELSE
                     PERFORM PromiseFromInbound
                     PERFORM AskCustomerWait
              END-IF
       END-IF.

AskCustomerWait.
       MOVE SPACE TO AtpWaitAns.
       PERFORM UNTIL AtpWaitAns = "Y" OR "N"
              DISPLAY "Will the customer accept a backorder (Y/N) : "
                     WITH NO ADVANCING
              ACCEPT AtpWaitAns
              MOVE FUNCTION UPPER-CASE(AtpWaitAns) TO AtpWaitAns
       END-PERFORM.
       IF AtpWaitAns = "N"
              MOVE AtpProdName TO LostProdName
              MOVE AtpSize TO LostSize
              MOVE AtpQty TO LostQty
              MOVE "NS" TO LostReason
              CALL "coboltut124log" USING IDNum LostProdName LostSize
                     LostQty LostReason SignOnID LostSource
              DISPLAY "Lost sale recorded (no stock)."
       END-IF.

SumOpenDemand.
       MOVE 0 TO AtpOpenOrders.
       MOVE "N" TO AtpEOF.
                                   IF POProdName = AtpProdName AND
                                      POSize = AtpSize AND
                                      NOT POClosed AND
                                      NOT POPendingApproval AND
                                      NOT PODropShipLine AND
                                      POQtySuggested > POQtyReceived
                                          PERFORM HoldInboundPO
                                   END-IF
       END-IF.

EnterOneLine.
       MOVE SPACES TO LineSubFrom.
       MOVE "Y" TO ProdExists.
       MOVE LineProdName TO PFProdName.
       READ ProductFile
              INVALID KEY MOVE "N" TO ProdExists
       END-READ.
       IF ProdExists = "N"
              PERFORM FindSubstitute
       ELSE
              MOVE 0 TO SizesOnHand
              PERFORM VARYING WSSizeIndex FROM 1 BY 1 UNTIL WSSizeIndex > 3
                     ADD PFQtyOnHand(WSSizeIndex) TO SizesOnHand
              END-PERFORM
              IF SizesOnHand = 0
                     PERFORM OfferAlternates
              END-IF
       END-IF.
       IF ProdExists = "N"
              DISPLAY "Product not found - line skipped."
       ELSE
              END-IF
       END-IF.

FindSubstitute.
       CALL "coboltut126sub" USING LineProdName, SubSize, SubNewProd,
              SubNewSize, SubFound, SubAltCount, SubAltTable.
       IF SubFound = "Y"
              DISPLAY LineProdName " has been replaced by " SubNewProd
                     " - substituted."
              MOVE LineProdName TO LineSubFrom
              MOVE SubNewProd TO LineProdName
              PERFORM ReadLineProduct
       ELSE
              IF SubAltCount > 0
                     DISPLAY LineProdName " is no longer stocked."
                     PERFORM ChooseAlternate
              END-IF
       END-IF.

OfferAlternates.
       CALL "coboltut126sub" USING LineProdName, SubSize, SubNewProd,
              SubNewSize, SubFound, SubAltCount, SubAltTable.
       IF SubAltCount > 0
              DISPLAY LineProdName " has nothing on hand in any size."
              PERFORM ChooseAlternate
       END-IF.

ChooseAlternate.
       DISPLAY "Approved alternates :".
       PERFORM VARYING SubAltIdx FROM 1 BY 1 UNTIL SubAltIdx > SubAltCount
              DISPLAY "  " SubAltIdx " : " SubAltProd(SubAltIdx)
       END-PERFORM.
       MOVE 9 TO SubAltChoice.
       PERFORM UNTIL SubAltChoice <= SubAltCount
              DISPLAY "Take which alternate (0 = none) : "
                     WITH NO ADVANCING
              ACCEPT SubAltChoice
       END-PERFORM.
       IF SubAltChoice > 0
              MOVE LineProdName TO LineSubFrom
              MOVE SubAltProd(SubAltChoice) TO LineProdName
              PERFORM ReadLineProduct
       END-IF.

ReadLineProduct.
       MOVE "Y" TO ProdExists.
       MOVE LineProdName TO PFProdName.
       READ ProductFile
              INVALID KEY MOVE "N" TO ProdExists
       END-READ.

EnterSizeAndQty.
       DISPLAY "Available sizes for " PFProdName ":".
       PERFORM VARYING WSSizeIndex FROM 1 BY 1 UNTIL WSSizeIndex > 3
       MOVE OrderSizeInput TO OLSize(LineCount).
       MOVE OrderQtyInput TO OLQty(LineCount).
       PERFORM GetLinePrice.
       PERFORM AcceptPriceOverride.
       COMPUTE OLExtAmount(LineCount) =
              OLUnitPrice(LineCount) * OLQty(LineCount).
       ADD OLExtAmount(LineCount) TO OrderTotal.
       DISPLAY "Line " LineCount " : " OLProdName(LineCount)
              " (" OLSize(LineCount) ") x " OLQty(LineCount)
              " = " ExtDollar.
       MOVE LineSubFrom TO OLSubFrom(LineCount).
       IF LineSubFrom NOT = SPACES
              DISPLAY "  (substituted for " LineSubFrom ")"
       END-IF.
       MOVE "N" TO OLDropShip(LineCount).
       MOVE PFVendor TO OLVendor(LineCount).
       MOVE PFUnitCost(PriceIdx) TO OLCost(LineCount).
       IF PFVendor NOT = SPACES
              MOVE SPACE TO DropShipAns
              PERFORM UNTIL DropShipAns = "Y" OR "N"
                     DISPLAY "Drop-ship direct from vendor " PFVendor
                            " (Y/N) : " WITH NO ADVANCING
                     ACCEPT DropShipAns
                     MOVE FUNCTION UPPER-CASE(DropShipAns) TO DropShipAns
              END-PERFORM
              MOVE DropShipAns TO OLDropShip(LineCount)
       END-IF.

GetLinePrice.
       MOVE "N" TO ContractFound.
                     MOVE PFRetailPrice(PriceIdx) TO OLUnitPrice(LineCount)
              END-IF
       END-IF.
       IF Wholesale
              MOVE "W" TO PromoCustType
              MOVE PFWholesalePrice(PriceIdx) TO PromoListPrice
       ELSE
              MOVE "R" TO PromoCustType
              MOVE PFRetailPrice(PriceIdx) TO PromoListPrice
       END-IF.
       CALL "coboltut130price" USING PFProdName, OrderSizeInput,
              PromoCustType, BizDate, PromoListPrice, OLUnitPrice(LineCount),
              OLPromoCode(LineCount).
       IF OLPromoCode(LineCount) NOT = SPACES
              DISPLAY "Promotion " OLPromoCode(LineCount) " price applied."
       END-IF.

AcceptPriceOverride.
       MOVE OLUnitPrice(LineCount) TO OLListPrice(LineCount).
       MOVE SPACES TO OLOverReason(LineCount).
       MOVE "N" TO OLOverHeld(LineCount).
       MOVE OLUnitPrice(LineCount) TO UnitDollar.
       DISPLAY "Unit price " UnitDollar " - override price (0 = keep) : "
              WITH NO ADVANCING.
       ACCEPT OverridePrice.
       IF OverridePrice > 0 AND OverridePrice NOT = OLUnitPrice(LineCount)
              MOVE SPACES TO OVReason
              PERFORM UNTIL OVValidReason
                     DISPLAY "Reason (COMP VOLM DAMG GOOD QUOT OTHR) : "
                            WITH NO ADVANCING
                     ACCEPT OVReason
                     MOVE FUNCTION UPPER-CASE(OVReason) TO OVReason
                     IF NOT OVValidReason
                            DISPLAY "A valid reason code is required for"
                                   " a price override."
                     END-IF
              END-PERFORM
              MOVE OLListPrice(LineCount) TO OVListPrice
              MOVE OverridePrice TO OVPrice
              MOVE PFUnitCost(PriceIdx) TO OVUnitCost
              MOVE "C" TO OvrAction
              CALL "coboltut131ovr" USING OvrAction, PriceOverrideRecord,
                     OvrHoldText
              MOVE OverridePrice TO OLUnitPrice(LineCount)
              MOVE OVReason TO OLOverReason(LineCount)
              MOVE OVHeld TO OLOverHeld(LineCount)
              IF OVWasHeld
                     DISPLAY "Override is " FUNCTION TRIM(OvrHoldText)
                            " - the order will be held for supervisor"
                            " approval."
              END-IF
       END-IF.

CommitOrder.
       PERFORM AssignOrderNumber.
       MOVE FUNCTION CURRENT-DATE(1:14) TO OHTimestamp.
       MOVE BizDate TO OHTimestamp(1:8).
       MOVE "E" TO OHStatus.
       MOVE "N" TO OrderHeld.
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
              IF OLOverHeld(LineIdx) = "Y"
                     MOVE "Y" TO OrderHeld
              END-IF
       END-PERFORM.
       IF OrderHeld = "Y"
              MOVE "H" TO OHStatus
       END-IF.
       MOVE LineCount TO OHLineCount.
       MOVE OrderRepCode TO OHSalesRep.
       MOVE OrderShipVia TO OHShipVia.
              JrnBefore, JrnAfter.

WriteOrderLines.
       MOVE 0 TO DropCount.
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
              MOVE NewOrderNum TO ODOrderNum
              MOVE LineIdx TO ODLineNum
              MOVE OLQty(LineIdx) TO ODQty
              MOVE OLUnitPrice(LineIdx) TO ODUnitPrice
              MOVE OLExtAmount(LineIdx) TO ODExtAmount
              MOVE SPACES TO ODCustItem
              MOVE OLPromoCode(LineIdx) TO ODPromoCode
              IF OLDropShip(LineIdx) = "Y"
                     MOVE "D" TO ODPosted
              ELSE
                     MOVE "N" TO ODPosted
              END-IF
              WRITE OrderDetail
                     INVALID KEY DISPLAY "Order line " LineIdx
                            " wasn't written."
                     NOT INVALID KEY
                            PERFORM JournalOrdLine
                            IF ODDropShip
                                   PERFORM HoldDropShipLine
                            END-IF
                            IF OLOverReason(LineIdx) NOT = SPACES
                                   PERFORM LogPriceOverride
                            END-IF
              END-WRITE
       END-PERFORM.
       IF OrderHeld = "Y"
              DISPLAY "Order " NewOrderNum " is on price override hold"
                     " until a supervisor approves it."
       END-IF.
       MOVE OrderTotal TO TotalDollar.
       DISPLAY "Order " NewOrderNum " recorded for " FirstName " " LastName
              " - " LineCount " line(s), total " TotalDollar.
       IF DepositInput > 0
              PERFORM PostDeposit
       END-IF.
       IF DropCount > 0
              CALL "coboltut125po" USING NewOrderNum, IDNum,
                     OrderShipToLoc, DropCount, DropShipTable
              DISPLAY DropCount " line(s) sent to the vendor as drop-ship"
                     " purchase orders - see DropShipPO.prt"
       END-IF.
       PERFORM PrintOrderAck.

LogPriceOverride.
       MOVE BizDate TO OVDate.
       MOVE NewOrderNum TO OVOrderNum.
       MOVE LineIdx TO OVLineNum.
       MOVE IDNum TO OVIDNum.
       MOVE OrderRepCode TO OVSalesRep.
       MOVE OLProdName(LineIdx) TO OVProdName.
       MOVE OLSize(LineIdx) TO OVSize.
       MOVE OLQty(LineIdx) TO OVQty.
       MOVE OLListPrice(LineIdx) TO OVListPrice.
       MOVE OLUnitPrice(LineIdx) TO OVPrice.
       MOVE OLCost(LineIdx) TO OVUnitCost.
       MOVE OLOverReason(LineIdx) TO OVReason.
       MOVE OLOverHeld(LineIdx) TO OVHeld.
       MOVE "E" TO OVSource.
       MOVE SignOnID TO OVOper.
       MOVE "L" TO OvrAction.
       CALL "coboltut131ovr" USING OvrAction, PriceOverrideRecord,
              OvrHoldText.

HoldDropShipLine.
       ADD 1 TO DropCount.
       MOVE LineIdx TO DSLineNum(DropCount).
       MOVE OLProdName(LineIdx) TO DSProdName(DropCount).
       MOVE OLSize(LineIdx) TO DSSize(DropCount).
       MOVE OLQty(LineIdx) TO DSQty(DropCount).
       MOVE OLVendor(LineIdx) TO DSVendor(DropCount).
       MOVE OLCost(LineIdx) TO DSCost(DropCount).

PostDeposit.
       MOVE "D" TO DepositType.
       MOVE SPACES TO DepositRef.
                     INTO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              IF OLSubFrom(LineIdx) NOT = SPACES
                     MOVE SPACES TO RptLine
                     STRING "      SUBSTITUTED FOR " DELIMITED BY SIZE
                            OLSubFrom(LineIdx) DELIMITED BY SIZE
                            INTO RptLine
                     CALL "coboltut64report" USING RptAction, RptFileName,
                            RptTitle, RptLine
              END-IF
       END-PERFORM.
       MOVE OrderTotal TO TotalDollar.
       MOVE SPACES TO RptLine.
       CLOSE OrdControlFile.

GetSalesRep.
       CALL "coboltut132rep" USING IDNum, StateCode, PostalCode, DefaultRep,
              DefaultRepSource.
       MOVE SPACES TO OrderRepCode.
       MOVE "N" TO RepExists.
       PERFORM UNTIL RepExists = "Y"
              IF DefaultRep = SPACES
                     DISPLAY "Enter salesperson code : " WITH NO ADVANCING
              ELSE
                     IF DefaultRepSource = "H"
                            DISPLAY "House account rep is " DefaultRep
                     ELSE
                            DISPLAY "Territory rep is " DefaultRep
                     END-IF
                     DISPLAY "Enter salesperson code (Enter = " DefaultRep
                            ") : " WITH NO ADVANCING
              END-IF
              MOVE SPACES TO OrderRepCode
              ACCEPT OrderRepCode
              MOVE FUNCTION UPPER-CASE(OrderRepCode) TO OrderRepCode
              IF OrderRepCode = SPACES
                     MOVE DefaultRep TO OrderRepCode
              END-IF
              IF WSRepFileStatus NOT = "00"
                     MOVE "Y" TO RepExists
              ELSE
              DISPLAY "Shipping via " CRName "."
       END-IF.

LogCreditLostLines.
       MOVE "CR" TO LostReason.
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
              MOVE OLProdName(LineIdx) TO LostProdName
              MOVE OLSize(LineIdx) TO LostSize
              MOVE OLQty(LineIdx) TO LostQty
              CALL "coboltut124log" USING IDNum LostProdName LostSize
                     LostQty LostReason SignOnID LostSource
       END-PERFORM.
       DISPLAY LineCount " line(s) recorded as lost sales.".

CheckCreditLimit.
       MOVE "Y" TO CreditOK.
       CALL "coboltut15grpexp" USING IDNum, GroupLimit, GroupExposure,
              GroupID.
       IF GroupLimit > 0
              COMPUTE WSExposure = GroupExposure + OrderTotal
              IF WSExposure > GroupLimit
                     MOVE GroupLimit TO LimitDollar
                     MOVE WSExposure TO ExposureDollar
                     DISPLAY "Exposure with this order is " ExposureDollar
                            " against a limit of " LimitDollar "."
                     IF GroupID NOT = 0
                            DISPLAY "Combined exposure of bill-to account "
                                   GroupID " and its branches."
                     END-IF
                     IF SignOnLevel = "S"
                            DISPLAY "Supervisor override - accept order? (Y/N) : "
                                   WITH NO ADVANCING
       MOVE FUNCTION CURRENT-DATE(1:14) TO CLTimestamp.
       MOVE BizDate TO CLTimestamp(1:8).
       MOVE IDNum TO CLIDNum.
       MOVE GroupLimit TO CLLimit.
       MOVE WSExposure TO CLExposure.
       WRITE CreditLogRecord.

