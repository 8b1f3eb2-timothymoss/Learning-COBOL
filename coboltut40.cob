              02 OAOperator PIC X(4).
WORKING-STORAGE SECTION.
       01 BizDate PIC 9(8).
       01 PromoCustType PIC X.
       01 PromoListPrice PIC 9(5)V99.
       01 OverridePrice PIC 9(5)V99.
       01 OvrAction PIC X.
       01 OvrHoldText PIC X(30).
       01 UnitDollar PIC $$$,$$9.99.
       01 AuthFunction PIC X(10).
       01 AuthAllowed PIC X.
       COPY PRCOVR.
       01 WSHdrFileStatus PIC XX.
       01 WSDtlFileStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 LedgerDir PIC X.
       01 LedgerSource PIC X(10).
       01 LedgerRef PIC X(10).
       01 StockCost PIC 9(5)V99.
       01 StockValue PIC 9(9)V99.
       01 GLContra PIC 9(4) VALUE 5000.

PROCEDURE DIVISION.
StartPara.
              DISPLAY "3 : Cancel Order Line"
              DISPLAY "4 : Cancel Order"
              DISPLAY "5 : Advance Order Status"
              DISPLAY "6 : Approve Price Override Hold"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
                     WHEN 3 PERFORM CancelLine
                     WHEN 4 PERFORM CancelOrder
                     WHEN 5 PERFORM AdvanceStatus
                     WHEN 6 PERFORM ApproveOverride
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
AmendLine.
       PERFORM GetOrderHeader.
       IF HdrExists = "Y"
              IF NOT OHEntered AND NOT OHPriceHold
                     DISPLAY "Only orders still at status E or H can be amended."
              ELSE
                     PERFORM AmendLineDetail
              END-IF
       IF DtlExists = "N"
              DISPLAY "Line " WorkLineNum " doesn't exist."
       ELSE
              IF ODIsPosted OR ODBackordered OR ODDropShip OR ODVendorShipped
                     IF ODDropShip OR ODVendorShipped
                            DISPLAY "Line is on a vendor drop-ship PO - change it with the vendor first."
                     ELSE
                            DISPLAY "Line already posted or backordered - cancel it and re-enter instead."
                     END-IF
              ELSE
              DISPLAY "Line " ODLineNum "  " ODProdName " (" ODSize
                     ") x " ODQty
       MOVE NewSize TO ODSize.
       MOVE NewQty TO ODQty.
       PERFORM RepriceLine.
       PERFORM AcceptPriceOverride.
       REWRITE OrderDetail
              INVALID KEY DISPLAY "Line wasn't amended."
              NOT INVALID KEY
                     DISPLAY "Line amended - new amount " ExtDollar
                     MOVE "ORDAMEND" TO WSOrdAuditOp
                     PERFORM LogOrdAudit THRU LogOrdAudit-Exit
                     IF OVReason NOT = SPACES
                            PERFORM LogPriceOverride
                     END-IF
       END-REWRITE.

AcceptPriceOverride.
       MOVE SPACES TO OVReason.
       MOVE "N" TO OVHeld.
       MOVE ODUnitPrice TO OVListPrice.
       MOVE ODUnitPrice TO UnitDollar.
       DISPLAY "Unit price " UnitDollar " - override price (0 = keep) : "
              WITH NO ADVANCING.
       ACCEPT OverridePrice.
       IF OverridePrice > 0 AND OverridePrice NOT = ODUnitPrice
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
              MOVE OverridePrice TO OVPrice
              MOVE PFUnitCost(PriceIdx) TO OVUnitCost
              MOVE "C" TO OvrAction
              CALL "coboltut131ovr" USING OvrAction, PriceOverrideRecord,
                     OvrHoldText
              MOVE OverridePrice TO ODUnitPrice
              MOVE SPACES TO ODPromoCode
              COMPUTE ODExtAmount = ODUnitPrice * ODQty
       END-IF.

LogPriceOverride.
       MOVE BizDate TO OVDate.
       MOVE ODOrderNum TO OVOrderNum.
       MOVE ODLineNum TO OVLineNum.
       MOVE OHIDNum TO OVIDNum.
       MOVE OHSalesRep TO OVSalesRep.
       MOVE ODProdName TO OVProdName.
       MOVE ODSize TO OVSize.
       MOVE ODQty TO OVQty.
       MOVE "A" TO OVSource.
       MOVE SignOnID TO OVOper.
       MOVE "L" TO OvrAction.
       CALL "coboltut131ovr" USING OvrAction, PriceOverrideRecord,
              OvrHoldText.
       IF OVWasHeld
              MOVE "H" TO OHStatus
              REWRITE OrderHeader
                     INVALID KEY DISPLAY "Order wasn't put on hold."
                     NOT INVALID KEY
                            DISPLAY "Override is " FUNCTION TRIM(OvrHoldText)
                                   " - order " OHOrderNum " held for"
                                   " supervisor approval."
                            MOVE "ORDOVRHOLD" TO WSOrdAuditOp
                            PERFORM LogOrdAudit THRU LogOrdAudit-Exit
              END-REWRITE
       END-IF.

RepriceLine.
       MOVE OHIDNum TO IDNum.
       READ CustomerFile
       END-READ.
       IF Wholesale
              MOVE PFWholesalePrice(PriceIdx) TO ODUnitPrice
              MOVE "W" TO PromoCustType
       ELSE
              MOVE PFRetailPrice(PriceIdx) TO ODUnitPrice
              MOVE "R" TO PromoCustType
       END-IF.
       MOVE ODUnitPrice TO PromoListPrice.
       CALL "coboltut130price" USING PFProdName, ODSize, PromoCustType,
              BizDate, PromoListPrice, ODUnitPrice, ODPromoCode.
       COMPUTE ODExtAmount = ODUnitPrice * ODQty.

CancelLine.
       PERFORM GetOrderHeader.
       IF HdrExists = "Y"
              IF NOT OHEntered AND NOT OHPriceHold
                     DISPLAY "Only orders still at status E or H can be changed."
              ELSE
                     DISPLAY "Enter line number to cancel : " WITH NO ADVANCING
                     ACCEPT WorkLineNum
                     READ OrdDetailFile
                            INVALID KEY MOVE "N" TO DtlExists
                     END-READ
                     IF DtlExists = "Y" AND (ODDropShip OR ODVendorShipped)
                            DISPLAY "Line is on a vendor drop-ship PO - cancel it with the vendor first."
                            MOVE "N" TO DtlExists
                     END-IF
                     IF DtlExists = "Y" AND ODIsPosted
                            PERFORM RestockCancelledLine
                     END-IF
                            DISPLAY "Order " WorkOrderNum " marked shipped."
                     WHEN OHShipped
                            DISPLAY "Shipped orders advance to invoiced by the invoicing run."
                     WHEN OHPriceHold
                            DISPLAY "Order is on price override hold - approve it first."
                     WHEN OTHER
                            DISPLAY "Order status " OHStatus " cannot be advanced here."
              END-EVALUATE
       END-IF.

ApproveOverride.
       PERFORM GetOrderHeader.
       IF HdrExists = "Y"
              IF NOT OHPriceHold
                     DISPLAY "Order " WorkOrderNum
                            " isn't on price override hold."
              ELSE
                     MOVE "OVRAPPROVE" TO AuthFunction
                     CALL "coboltut94authchk" USING SignOnID, AuthFunction,
                            AuthAllowed
                     IF AuthAllowed NOT = "Y"
                            DISPLAY "Only a supervisor can approve price"
                                   " overrides - the attempt has been logged."
                     ELSE
                            DISPLAY "Order " OHOrderNum "  Customer " OHIDNum
                                   "  Rep " OHSalesRep
                            PERFORM ShowOrderLines
                            DISPLAY "Approve the override prices? (Y/N) : "
                                   WITH NO ADVANCING
                            ACCEPT Confirm
                            IF Confirm = "Y" OR Confirm = "y"
                                   PERFORM ReleaseOverrideHold
                            END-IF
                     END-IF
              END-IF
       END-IF.

ReleaseOverrideHold.
       MOVE "E" TO OHStatus.
       REWRITE OrderHeader
              INVALID KEY DISPLAY "Order wasn't released."
              NOT INVALID KEY
                     DISPLAY "Order " WorkOrderNum " released from hold."
                     MOVE "OVRAPPROVE" TO WSOrdAuditOp
                     PERFORM LogOrdAudit THRU LogOrdAudit-Exit
       END-REWRITE.

RewriteStatus.
       REWRITE OrderHeader
              INVALID KEY DISPLAY "Order wasn't updated."
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = ODSize
                                   ADD ODQty TO PFQtyOnHand(SizeIdx)
                                   MOVE PFUnitCost(SizeIdx) TO StockCost
                            END-IF
                     END-PERFORM
                     REWRITE ProductRecord
                            INVALID KEY DISPLAY "Stock wasn't returned."
                            NOT INVALID KEY
                                   COMPUTE StockValue = ODQty * StockCost
                                   PERFORM PostStockValue
                     END-REWRITE
       END-READ.

PostStockValue.
       CALL "coboltut85invgl" USING GLContra, StockValue, LedgerDir,
              LedgerSource, LedgerRef.

LogOrdAudit.
       MOVE FUNCTION CURRENT-DATE(1:14) TO OATimestamp.
       MOVE WSOrdAuditOp TO OAOperation.
