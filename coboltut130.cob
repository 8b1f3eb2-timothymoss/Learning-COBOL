       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut130.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PromoFile ASSIGN TO "Promotion.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMPromoCode
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSPromoStatus.
       SELECT PromoLineFile ASSIGN TO "PromoLine.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLKey
              ALTERNATE RECORD KEY IS PLProdKey WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSPromoLineStatus.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
       SELECT OrdDetailFile ASSIGN TO "OrdDetail.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ODKey
              FILE STATUS IS WSDtlFileStatus.
DATA DIVISION.
FILE SECTION.
FD PromoFile.
       COPY PROMO.
FD PromoLineFile.
       COPY PROMOLN.
FD ProductFile.
       COPY PRODREC.
FD OrdDetailFile.
       COPY ORDDTL.
WORKING-STORAGE SECTION.
       01 WSPromoStatus PIC XX.
       01 WSPromoLineStatus PIC XX.
       01 WSProdFileStatus PIC XX.
       01 ProdFileOpen PIC X VALUE "N".
       01 WSDtlFileStatus PIC XX.
       01 StayOpen PIC X VALUE "Y".
       01 Choice PIC 9.
       01 Confirm PIC X.
       01 WSEOF PIC X.
       01 LineEOF PIC X.
       01 PromoExists PIC X.
       01 LineExists PIC X.
       01 ProdExists PIC X.
       01 SizeOK PIC X.
       01 SizeIdx PIC 9.
       01 ListCount PIC 9(5).
       01 EntryCode PIC X(8).
       01 EntryDesc PIC X(30).
       01 EntryStart PIC 9(8).
       01 EntryEnd PIC 9(8).
       01 EntryType PIC X.
       01 EntryProd PIC X(10).
       01 EntrySize PIC A.
       01 EntryPrice PIC 9(5)V99.
       01 EntryPct PIC 9(2)V99.
       01 PriceDisp PIC ZZZZ9.99.
       01 PctDisp PIC Z9.99.
       01 PriceText PIC X(10).
       01 ResultCount PIC 99.
       01 ResultIdx PIC 99.
       01 ResultTable.
              02 ResultEntry OCCURS 50 TIMES.
                     03 RSProdName PIC X(10).
                     03 RSSize PIC A.
                     03 RSPriceText PIC X(10).
                     03 RSUnitsSold PIC 9(7).
                     03 RSUnitsOpen PIC 9(7).
                     03 RSSales PIC 9(9)V99.
                     03 RSCost PIC 9(9)V99.
       01 LineCost PIC 9(9)V99.
       01 LineMargin PIC S9(9)V99.
       01 TotUnits PIC 9(7).
       01 TotOpen PIC 9(7).
       01 TotSales PIC 9(9)V99.
       01 TotCost PIC 9(9)V99.
       01 TotMargin PIC S9(9)V99.
       01 MarginPct PIC S9(3)V9.
       01 UnitsDisp PIC ZZZZZZ9.
       01 OpenDisp PIC ZZZZ9.
       01 SalesDisp PIC ZZZZZZ9.99.
       01 CostDisp PIC ZZZZZZ9.99.
       01 MarginDisp PIC -ZZZZZZ9.99.
       01 MarginPctDisp PIC -ZZ9.9.
       01 AuthFunction PIC X(10).
       01 AuthAllowed PIC X.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O PromoFile.
       IF WSPromoStatus NOT = "00"
              OPEN OUTPUT PromoFile
              CLOSE PromoFile
              OPEN I-O PromoFile
       END-IF.
       OPEN I-O PromoLineFile.
       IF WSPromoLineStatus NOT = "00"
              OPEN OUTPUT PromoLineFile
              CLOSE PromoLineFile
              OPEN I-O PromoLineFile
       END-IF.
       OPEN INPUT ProductFile.
       IF WSProdFileStatus = "00"
              MOVE "Y" TO ProdFileOpen
       ELSE
              MOVE "N" TO ProdFileOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "PROMOTIONS"
              DISPLAY "1 : List Promotions"
              DISPLAY "2 : Add / Change Promotion"
              DISPLAY "3 : Add / Change Promotion Product"
              DISPLAY "4 : Remove Promotion Product"
              DISPLAY "5 : Promotion Results Report"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListPromotions
                     WHEN 2 PERFORM MaintainPromotion
                     WHEN 3 PERFORM MaintainPromoLine
                     WHEN 4 PERFORM RemovePromoLine
                     WHEN 5 PERFORM PromotionResults
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE PromoFile.
       CLOSE PromoLineFile.
       IF ProdFileOpen = "Y"
              CLOSE ProductFile
              MOVE "N" TO ProdFileOpen
       END-IF.
       STOP RUN.

ListPromotions.
       MOVE 0 TO ListCount.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO PMPromoCode.
       START PromoFile KEY IS GREATER THAN PMPromoCode
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ PromoFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            ADD 1 TO ListCount
                            DISPLAY PMPromoCode "  " PMStartDate " - "
                                   PMEndDate "  type " PMCustType "  "
                                   PMDesc
                            PERFORM ListPromoLines
              END-READ
       END-PERFORM.
       DISPLAY ListCount " promotion(s) on file "
              "(R=retail W=wholesale B=both).".

ListPromoLines.
       MOVE "N" TO LineEOF.
       MOVE PMPromoCode TO PLPromoCode.
       MOVE LOW-VALUES TO PLProdKey.
       START PromoLineFile KEY IS GREATER THAN PLKey
              INVALID KEY MOVE "Y" TO LineEOF
       END-START.
       PERFORM UNTIL LineEOF = "Y"
              READ PromoLineFile NEXT RECORD
                     AT END MOVE "Y" TO LineEOF
                     NOT AT END
                            IF PLPromoCode = PMPromoCode
                                   PERFORM BuildPriceText
                                   DISPLAY "         " PLProdName " ("
                                          PLSize ")  " PriceText
                            ELSE
                                   MOVE "Y" TO LineEOF
                            END-IF
              END-READ
       END-PERFORM.

BuildPriceText.
       MOVE SPACES TO PriceText.
       IF PLPromoPrice > 0
              MOVE PLPromoPrice TO PriceDisp
              MOVE PriceDisp TO PriceText
       ELSE
              MOVE PLPctOff TO PctDisp
              STRING PctDisp DELIMITED BY SIZE
                     "% OFF" DELIMITED BY SIZE
                     INTO PriceText
       END-IF.

GuardPricing.
       MOVE "PRICECHG" TO AuthFunction.
       CALL "coboltut94authchk" USING SignOnID, AuthFunction,
              AuthAllowed.
       IF AuthAllowed NOT = "Y"
              DISPLAY "Your role is not permitted to change prices -"
                     " the attempt has been logged."
       END-IF.

MaintainPromotion.
       PERFORM GuardPricing.
       IF AuthAllowed = "Y"
              DISPLAY "Promotion code : " WITH NO ADVANCING
              ACCEPT EntryCode
              MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
              IF EntryCode = SPACES
                     DISPLAY "A promotion code is required."
              ELSE
                     MOVE "Y" TO PromoExists
                     MOVE EntryCode TO PMPromoCode
                     READ PromoFile
                            INVALID KEY MOVE "N" TO PromoExists
                     END-READ
                     IF PromoExists = "Y"
                            DISPLAY "Currently " PMStartDate " - "
                                   PMEndDate "  type " PMCustType "  "
                                   PMDesc
                     END-IF
                     PERFORM AcceptPromotion
              END-IF
       END-IF.

AcceptPromotion.
       DISPLAY "Description : " WITH NO ADVANCING.
       ACCEPT EntryDesc.
       DISPLAY "Start date (YYYYMMDD) : " WITH NO ADVANCING.
       ACCEPT EntryStart.
       DISPLAY "End date (YYYYMMDD) : " WITH NO ADVANCING.
       ACCEPT EntryEnd.
       DISPLAY "Customers (R=retail W=wholesale B=both) : "
              WITH NO ADVANCING.
       ACCEPT EntryType.
       MOVE FUNCTION UPPER-CASE(EntryType) TO EntryType.
       MOVE EntryType TO PMCustType.
       IF NOT PMValidType
              DISPLAY "Customer type must be R, W or B."
       ELSE
              IF EntryStart = 0 OR EntryEnd < EntryStart
                     DISPLAY "The end date must be on or after the start"
                            " date."
              ELSE
                     IF EntryEnd < BizDate
                            DISPLAY "The promotion would already be over."
                     ELSE
                            PERFORM StorePromotion
                     END-IF
              END-IF
       END-IF.

StorePromotion.
       MOVE EntryCode TO PMPromoCode.
       IF EntryDesc NOT = SPACES OR PromoExists = "N"
              MOVE EntryDesc TO PMDesc
       END-IF.
       MOVE EntryStart TO PMStartDate.
       MOVE EntryEnd TO PMEndDate.
       MOVE EntryType TO PMCustType.
       IF PromoExists = "Y"
              REWRITE PromotionRecord
                     INVALID KEY DISPLAY "Promotion wasn't updated."
                     NOT INVALID KEY DISPLAY "Promotion updated."
              END-REWRITE
       ELSE
              MOVE SignOnID TO PMAddedBy
              MOVE BizDate TO PMAddedDate
              WRITE PromotionRecord
                     INVALID KEY DISPLAY "Promotion wasn't added."
                     NOT INVALID KEY DISPLAY "Promotion added."
              END-WRITE
       END-IF.

GetPromotion.
       DISPLAY "Promotion code : " WITH NO ADVANCING.
       ACCEPT EntryCode.
       MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode.
       MOVE "Y" TO PromoExists.
       MOVE EntryCode TO PMPromoCode.
       READ PromoFile
              INVALID KEY MOVE "N" TO PromoExists
       END-READ.
       IF PromoExists = "N"
              DISPLAY "Promotion not on file."
       END-IF.

GetProductSize.
       MOVE "N" TO SizeOK.
       DISPLAY "Product name : " WITH NO ADVANCING.
       ACCEPT EntryProd.
       DISPLAY "Size : " WITH NO ADVANCING.
       ACCEPT EntrySize.
       MOVE FUNCTION UPPER-CASE(EntrySize) TO EntrySize.
       MOVE "Y" TO ProdExists.
       MOVE EntryProd TO PFProdName.
       READ ProductFile
              INVALID KEY MOVE "N" TO ProdExists
       END-READ.
       IF ProdExists = "N"
              DISPLAY "Product not found."
       ELSE
              PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                     IF PFSizeType(SizeIdx) = EntrySize
                            MOVE "Y" TO SizeOK
                     END-IF
              END-PERFORM
              IF SizeOK NOT = "Y"
                     DISPLAY "Invalid size for that product."
              END-IF
       END-IF.

MaintainPromoLine.
       PERFORM GuardPricing.
       IF AuthAllowed = "Y"
              PERFORM GetPromotion
              IF PromoExists = "Y"
                     PERFORM GetProductSize
                     IF SizeOK = "Y"
                            PERFORM AcceptPromoPrice
                     END-IF
              END-IF
       END-IF.

AcceptPromoPrice.
       DISPLAY "Promotion price (0 = use percentage off) : "
              WITH NO ADVANCING.
       ACCEPT EntryPrice.
       MOVE 0 TO EntryPct.
       IF EntryPrice = 0
              DISPLAY "Percentage off (e.g. 15.00) : " WITH NO ADVANCING
              ACCEPT EntryPct
       END-IF.
       IF EntryPrice = 0 AND EntryPct = 0
              DISPLAY "Either a price or a percentage off is required."
       ELSE
              MOVE EntryCode TO PLPromoCode
              MOVE EntryProd TO PLProdName
              MOVE EntrySize TO PLSize
              MOVE "Y" TO LineExists
              READ PromoLineFile
                     INVALID KEY MOVE "N" TO LineExists
              END-READ
              MOVE EntryPrice TO PLPromoPrice
              MOVE EntryPct TO PLPctOff
              IF LineExists = "Y"
                     REWRITE PromoLineRecord
                            INVALID KEY DISPLAY "Promotion product wasn't"
                                   " updated."
                            NOT INVALID KEY DISPLAY "Promotion product"
                                   " updated."
                     END-REWRITE
              ELSE
                     WRITE PromoLineRecord
                            INVALID KEY DISPLAY "Promotion product wasn't"
                                   " added."
                            NOT INVALID KEY DISPLAY "Promotion product"
                                   " added."
                     END-WRITE
              END-IF
       END-IF.

RemovePromoLine.
       PERFORM GuardPricing.
       IF AuthAllowed = "Y"
              PERFORM GetPromotion
              IF PromoExists = "Y"
                     DISPLAY "Product name : " WITH NO ADVANCING
                     ACCEPT EntryProd
                     DISPLAY "Size : " WITH NO ADVANCING
                     ACCEPT EntrySize
                     MOVE FUNCTION UPPER-CASE(EntrySize) TO EntrySize
                     MOVE EntryCode TO PLPromoCode
                     MOVE EntryProd TO PLProdName
                     MOVE EntrySize TO PLSize
                     DELETE PromoLineFile
                            INVALID KEY DISPLAY "That product isn't on"
                                   " the promotion."
                            NOT INVALID KEY DISPLAY "Promotion product"
                                   " removed."
                     END-DELETE
              END-IF
       END-IF.

PromotionResults.
       PERFORM GetPromotion.
       IF PromoExists = "Y"
              PERFORM LoadResultTable
              IF ResultCount = 0
                     DISPLAY "Promotion " EntryCode " has no products."
              ELSE
                     OPEN INPUT OrdDetailFile
                     IF WSDtlFileStatus NOT = "00"
                            DISPLAY "No order detail file found."
                     ELSE
                            PERFORM TallyPromoSales
                            CLOSE OrdDetailFile
                            PERFORM PrintResults
                            DISPLAY "Promotion results written to"
                                   " PromoResults.prt"
                     END-IF
              END-IF
       END-IF.

LoadResultTable.
       MOVE 0 TO ResultCount.
       MOVE "N" TO LineEOF.
       MOVE PMPromoCode TO PLPromoCode.
       MOVE LOW-VALUES TO PLProdKey.
       START PromoLineFile KEY IS GREATER THAN PLKey
              INVALID KEY MOVE "Y" TO LineEOF
       END-START.
       PERFORM UNTIL LineEOF = "Y"
              READ PromoLineFile NEXT RECORD
                     AT END MOVE "Y" TO LineEOF
                     NOT AT END
                            IF PLPromoCode = PMPromoCode AND
                               ResultCount < 50
                                   ADD 1 TO ResultCount
                                   PERFORM BuildPriceText
                                   MOVE PLProdName TO RSProdName(ResultCount)
                                   MOVE PLSize TO RSSize(ResultCount)
                                   MOVE PriceText TO RSPriceText(ResultCount)
                                   MOVE 0 TO RSUnitsSold(ResultCount)
                                   MOVE 0 TO RSUnitsOpen(ResultCount)
                                   MOVE 0 TO RSSales(ResultCount)
                                   MOVE 0 TO RSCost(ResultCount)
                            ELSE
                                   MOVE "Y" TO LineEOF
                            END-IF
              END-READ
       END-PERFORM.

TallyPromoSales.
       MOVE "N" TO WSEOF.
       PERFORM UNTIL WSEOF = "Y"
              READ OrdDetailFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF ODPromoCode = PMPromoCode
                                   PERFORM TallyOneLine
                            END-IF
              END-READ
       END-PERFORM.

TallyOneLine.
       PERFORM VARYING ResultIdx FROM 1 BY 1 UNTIL ResultIdx > ResultCount
              IF RSProdName(ResultIdx) = ODProdName AND
                 RSSize(ResultIdx) = ODSize
                     IF ODIsPosted OR ODVendorShipped
                            ADD ODQty TO RSUnitsSold(ResultIdx)
                            ADD ODExtAmount TO RSSales(ResultIdx)
                            PERFORM LineUnitCost
                            ADD LineCost TO RSCost(ResultIdx)
                     ELSE
                            ADD ODQty TO RSUnitsOpen(ResultIdx)
                     END-IF
              END-IF
       END-PERFORM.

LineUnitCost.
       MOVE 0 TO LineCost.
       MOVE ODProdName TO PFProdName.
       READ ProductFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
                            IF PFSizeType(SizeIdx) = ODSize
                                   COMPUTE LineCost =
                                          PFUnitCost(SizeIdx) * ODQty
                            END-IF
                     END-PERFORM
       END-READ.

PrintResults.
       MOVE "O" TO RptAction.
       MOVE "PromoResults.prt" TO RptFileName.
       MOVE "PROMOTION RESULTS" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING PMPromoCode DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              PMStartDate DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              PMEndDate DELIMITED BY SIZE
              "  TYPE " DELIMITED BY SIZE
              PMCustType DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              PMDesc DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       STRING "PRODUCT    S  PROMO         SOLD    SALES $" DELIMITED BY SIZE
              "     COST $    MARGIN $  OPEN" DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE 0 TO TotUnits.
       MOVE 0 TO TotOpen.
       MOVE 0 TO TotSales.
       MOVE 0 TO TotCost.
       PERFORM VARYING ResultIdx FROM 1 BY 1 UNTIL ResultIdx > ResultCount
              ADD RSUnitsSold(ResultIdx) TO TotUnits
              ADD RSUnitsOpen(ResultIdx) TO TotOpen
              ADD RSSales(ResultIdx) TO TotSales
              ADD RSCost(ResultIdx) TO TotCost
              COMPUTE LineMargin = RSSales(ResultIdx) - RSCost(ResultIdx)
              MOVE RSUnitsSold(ResultIdx) TO UnitsDisp
              MOVE RSSales(ResultIdx) TO SalesDisp
              MOVE RSCost(ResultIdx) TO CostDisp
              MOVE LineMargin TO MarginDisp
              MOVE RSUnitsOpen(ResultIdx) TO OpenDisp
              MOVE SPACES TO RptLine
              STRING RSProdName(ResultIdx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RSSize(ResultIdx) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     RSPriceText(ResultIdx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     UnitsDisp DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SalesDisp DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     CostDisp DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MarginDisp DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     OpenDisp DELIMITED BY SIZE
                     INTO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-PERFORM.
       COMPUTE TotMargin = TotSales - TotCost.
       MOVE 0 TO MarginPct.
       IF TotSales > 0
              COMPUTE MarginPct ROUNDED = TotMargin * 100 / TotSales
       END-IF.
       MOVE TotUnits TO UnitsDisp.
       MOVE TotSales TO SalesDisp.
       MOVE TotCost TO CostDisp.
       MOVE TotMargin TO MarginDisp.
       MOVE TotOpen TO OpenDisp.
       MOVE SPACES TO RptLine.
       STRING "TOTAL" DELIMITED BY SIZE
              "                    " DELIMITED BY SIZE
              UnitsDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              SalesDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CostDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              MarginDisp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              OpenDisp DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE MarginPct TO MarginPctDisp.
       MOVE SPACES TO RptLine.
       STRING "MARGIN ON SHIPPED PROMOTION SALES " DELIMITED BY SIZE
              MarginPctDisp DELIMITED BY SIZE
              "%  (COST AT CURRENT UNIT COST)" DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
