       01 BizDate PIC 9(8).
       01 RunDateInt PIC 9(8).
       01 CreditOK PIC X.
       01 GroupLimit PIC 9(7)V99.
       01 GroupExposure PIC S9(9)V99.
       01 GroupID PIC 9(6).
       01 WSExposure PIC S9(9)V99.
       01 TotalDollar PIC $$$,$$$,$$9.99.
       01 OrderLineTable.
                     03 OLQty PIC 9(3).
                     03 OLUnitPrice PIC 9(5)V99.
                     03 OLExtAmount PIC 9(8)V99.
                     03 OLSubFrom PIC X(10).
                     03 OLPromoCode PIC X(8).
       01 PromoCustType PIC X.
       01 PromoListPrice PIC 9(5)V99.
       01 ProdExists PIC X.
       01 LineProdName PIC X(10).
       01 LineSize PIC A.
       01 LineSubFrom PIC X(10).
       01 SubNewProd PIC X(10).
       01 SubNewSize PIC A.
       01 SubFound PIC X.
       01 SubAltCount PIC 9.
       01 SubAltTable.
              02 SubAlt OCCURS 3 TIMES.
                     03 SubAltProd PIC X(10).
                     03 SubAltSize PIC A.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       END-PERFORM.

LoadOneTemplateLine.
       MOVE SDProdName TO LineProdName.
       MOVE SDSize TO LineSize.
       MOVE SPACES TO LineSubFrom.
       MOVE "Y" TO ProdExists.
       MOVE LineProdName TO PFProdName.
       READ ProductFile
              INVALID KEY MOVE "N" TO ProdExists
       END-READ.
       IF ProdExists = "N"
              PERFORM ApplySubstitute
       END-IF.
       IF ProdExists = "N"
              DISPLAY "Template " WorkTemplNum " product "
                     SDProdName " not on master - line dropped."
       ELSE
              MOVE "N" TO SizeFound
              PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                     IF PFSizeType(SizeIdx) = LineSize
                            MOVE "Y" TO SizeFound
                            MOVE SizeIdx TO PriceIdx
                     END-IF
              END-PERFORM
              IF SizeFound = "Y" AND LineCount < 20
                     ADD 1 TO LineCount
                     MOVE LineProdName TO OLProdName(LineCount)
                     MOVE LineSize TO OLSize(LineCount)
                     MOVE SDQty TO OLQty(LineCount)
                     MOVE LineSubFrom TO OLSubFrom(LineCount)
                     PERFORM GetLinePrice
                     COMPUTE OLExtAmount(LineCount) =
                            OLUnitPrice(LineCount) * OLQty(LineCount)
                     ADD OLExtAmount(LineCount) TO OrderTotal
              ELSE
                     DISPLAY "Template " WorkTemplNum " size "
                            LineSize " not on product "
                            LineProdName " - line dropped."
              END-IF
       END-IF.

ApplySubstitute.
       CALL "coboltut126sub" USING LineProdName, LineSize, SubNewProd,
              SubNewSize, SubFound, SubAltCount, SubAltTable.
       IF SubFound = "Y"
              MOVE SubNewProd TO PFProdName
              MOVE "Y" TO ProdExists
              READ ProductFile
                     INVALID KEY MOVE "N" TO ProdExists
              END-READ
              IF ProdExists = "Y"
                     MOVE LineProdName TO LineSubFrom
                     MOVE SubNewProd TO LineProdName
                     MOVE SubNewSize TO LineSize
              END-IF
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
       CALL "coboltut130price" USING PFProdName, OLSize(LineCount),
              PromoCustType, BizDate, PromoListPrice, OLUnitPrice(LineCount),
              OLPromoCode(LineCount).

CheckCreditLimit.
       MOVE "Y" TO CreditOK.
       CALL "coboltut15grpexp" USING IDNum, GroupLimit, GroupExposure,
              GroupID.
       IF GroupLimit > 0
              COMPUTE WSExposure = GroupExposure + OrderTotal
              IF WSExposure > GroupLimit
                     MOVE "N" TO CreditOK
              END-IF
       END-IF.
              MOVE OLQty(LineIdx) TO ODQty
              MOVE OLUnitPrice(LineIdx) TO ODUnitPrice
              MOVE OLExtAmount(LineIdx) TO ODExtAmount
              MOVE SPACES TO ODCustItem
              MOVE OLPromoCode(LineIdx) TO ODPromoCode
              MOVE "N" TO ODPosted
              WRITE OrderDetail
                     INVALID KEY DISPLAY "Order line " LineIdx
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
              IF OLSubFrom(LineIdx) NOT = SPACES
                     MOVE SPACES TO RptLine
                     STRING "         LINE " DELIMITED BY SIZE
                            LineIdx DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            OLProdName(LineIdx) DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            OLSize(LineIdx) DELIMITED BY SIZE
                            ") SUBSTITUTED FOR " DELIMITED BY SIZE
                            OLSubFrom(LineIdx) DELIMITED BY SIZE
                            INTO RptLine
                     CALL "coboltut64report" USING RptAction, RptFileName,
                            RptTitle, RptLine
              END-IF
       END-PERFORM.

JournalSkip-NoCustomer.
       MOVE "Y" TO SkipTemplate.
