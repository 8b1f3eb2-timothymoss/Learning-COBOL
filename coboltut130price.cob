       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut130price.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PromoFile ASSIGN TO "Promotion.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PMPromoCode
              FILE STATUS IS WSPromoStatus.
       SELECT PromoLineFile ASSIGN TO "PromoLine.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PLKey
              ALTERNATE RECORD KEY IS PLProdKey WITH DUPLICATES
              FILE STATUS IS WSPromoLineStatus.
DATA DIVISION.
FILE SECTION.
FD PromoFile.
       COPY PROMO.
FD PromoLineFile.
       COPY PROMOLN.
WORKING-STORAGE SECTION.
       01 WSPromoStatus PIC XX.
       01 PromoOpen PIC X VALUE "N".
       01 WSPromoLineStatus PIC XX.
       01 PromoLineOpen PIC X VALUE "N".
       01 LineEOF PIC X.
       01 PromoPrice PIC 9(5)V99.
LINKAGE SECTION.
       01 LProdName PIC X(10).
       01 LSize PIC A.
       01 LCustType PIC X.
       01 LPriceDate PIC 9(8).
       01 LListPrice PIC 9(5)V99.
       01 LPrice PIC 9(5)V99.
       01 LPromoCode PIC X(8).
PROCEDURE DIVISION USING LProdName LSize LCustType LPriceDate LListPrice
       LPrice LPromoCode.
StartPara.
       MOVE SPACES TO LPromoCode.
       OPEN INPUT PromoFile.
       IF WSPromoStatus = "00"
              MOVE "Y" TO PromoOpen
       ELSE
              MOVE "N" TO PromoOpen
       END-IF.
       OPEN INPUT PromoLineFile.
       IF WSPromoLineStatus = "00"
              MOVE "Y" TO PromoLineOpen
       ELSE
              MOVE "N" TO PromoLineOpen
       END-IF.
       IF PromoOpen = "Y" AND WSPromoLineStatus = "00"
              MOVE "N" TO LineEOF
              MOVE LProdName TO PLProdName
              MOVE LSize TO PLSize
              START PromoLineFile KEY IS EQUAL TO PLProdKey
                     INVALID KEY MOVE "Y" TO LineEOF
              END-START
              PERFORM UNTIL LineEOF = "Y"
                     READ PromoLineFile NEXT RECORD
                            AT END MOVE "Y" TO LineEOF
                            NOT AT END
                                   IF PLProdName = LProdName AND
                                      PLSize = LSize
                                          PERFORM CheckPromoLine
                                   ELSE
                                          MOVE "Y" TO LineEOF
                                   END-IF
                     END-READ
              END-PERFORM
       END-IF.
       IF PromoOpen = "Y"
              CLOSE PromoFile
              MOVE "N" TO PromoOpen
       END-IF.
       IF PromoLineOpen = "Y"
              CLOSE PromoLineFile
              MOVE "N" TO PromoLineOpen
       END-IF.
       GOBACK.

CheckPromoLine.
       MOVE PLPromoCode TO PMPromoCode.
       READ PromoFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
                     IF LPriceDate >= PMStartDate AND
                        LPriceDate <= PMEndDate AND
                        (PMBothTypes OR PMCustType = LCustType)
                            IF PLPromoPrice > 0
                                   MOVE PLPromoPrice TO PromoPrice
                            ELSE
                                   COMPUTE PromoPrice ROUNDED =
                                          LListPrice * (100 - PLPctOff) / 100
                            END-IF
                            IF PromoPrice > 0 AND PromoPrice < LPrice
                                   MOVE PromoPrice TO LPrice
                                   MOVE PLPromoCode TO LPromoCode
                            END-IF
                     END-IF
       END-READ.
