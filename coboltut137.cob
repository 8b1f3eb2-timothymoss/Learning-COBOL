       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut137.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductFile ASSIGN TO "Product.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PFProdName
              FILE STATUS IS WSProdFileStatus.
DATA DIVISION.
FILE SECTION.
FD ProductFile.
       COPY PRODREC.
WORKING-STORAGE SECTION.
       01 WSProdFileStatus PIC XX.
       01 WSEOF PIC X.
       01 FromProdName PIC X(10).
       01 ToProdName PIC X(10).
       01 EntryLoc PIC X(2).
       01 Copies PIC 9(3).
       01 SizeIdx PIC 9.
       01 LocIdx PIC 9.
       01 BinsFound PIC 9.
       01 LabelTotal PIC 9(7) VALUE 0.
       01 ProdCount PIC 9(5) VALUE 0.
       01 LocTable.
              02 LocEntry PIC X(2) OCCURS 2 TIMES.
       01 BinAction PIC X.
       01 BinProd PIC X(10).
       01 BinSize PIC A.
       01 BinLoc PIC X(2).
       01 BinCode PIC X(6).
       01 BinQty PIC 9(5).
       01 BinResult PIC X.
       01 LblAction PIC X.
       01 LblFileName PIC X(30) VALUE "ShelfLabels.prt".
       01 LblCount PIC 9(5).
       COPY LABEL.

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT ProductFile.
       IF WSProdFileStatus NOT = "00"
              DISPLAY "No product file found - no labels printed."
              STOP RUN
       END-IF.
       DISPLAY "SHELF LABELS".
       MOVE SPACES TO FromProdName.
       DISPLAY "From product (Enter = first) : " WITH NO ADVANCING.
       ACCEPT FromProdName.
       MOVE SPACES TO ToProdName.
       DISPLAY "To product (Enter = last) : " WITH NO ADVANCING.
       ACCEPT ToProdName.
       IF ToProdName = SPACES
              MOVE HIGH-VALUES TO ToProdName
       END-IF.
       MOVE "XX" TO EntryLoc.
       PERFORM UNTIL EntryLoc = "MN" OR EntryLoc = "AX" OR
                     EntryLoc = SPACES
              MOVE SPACES TO EntryLoc
              DISPLAY "Location (MN/AX, Enter = both) : " WITH NO ADVANCING
              ACCEPT EntryLoc
              MOVE FUNCTION UPPER-CASE(EntryLoc) TO EntryLoc
              IF EntryLoc NOT = "MN" AND EntryLoc NOT = "AX" AND
                 EntryLoc NOT = SPACES
                     DISPLAY "Enter MN, AX or leave blank."
              END-IF
       END-PERFORM.
       IF EntryLoc = SPACES
              MOVE "MN" TO LocEntry(1)
              MOVE "AX" TO LocEntry(2)
       ELSE
              MOVE EntryLoc TO LocEntry(1)
              MOVE SPACES TO LocEntry(2)
       END-IF.
       MOVE 0 TO Copies.
       DISPLAY "Copies of each label (0 = 1) : " WITH NO ADVANCING.
       ACCEPT Copies.
       IF Copies = 0
              MOVE 1 TO Copies
       END-IF.
       MOVE Copies TO LblCount.
       MOVE "N" TO LblAction.
       CALL "coboltut137lbl" USING LblAction, LblFileName, LabelData,
              LblCount.
       MOVE "N" TO WSEOF.
       MOVE FromProdName TO PFProdName.
       START ProductFile KEY IS NOT LESS THAN PFProdName
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ ProductFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF PFProdName > ToProdName
                                   MOVE "Y" TO WSEOF
                            ELSE
                                   ADD 1 TO ProdCount
                                   PERFORM LabelOneProduct
                            END-IF
              END-READ
       END-PERFORM.
       CLOSE ProductFile.
       DISPLAY LabelTotal " label(s) for " ProdCount
              " product(s) written to ShelfLabels.prt".
       STOP RUN.

LabelOneProduct.
       PERFORM VARYING SizeIdx FROM 1 BY 1 UNTIL SizeIdx > 3
              IF PFSizeType(SizeIdx) NOT = SPACE
                     PERFORM LabelOneSize
              END-IF
       END-PERFORM.

LabelOneSize.
       MOVE SPACES TO LabelData.
       MOVE PFProdName TO TGProdName.
       MOVE PFSizeType(SizeIdx) TO TGSize.
       MOVE 0 TO TGPONum.
       MOVE 0 TO TGExpiry.
       MOVE PFRetailPrice(SizeIdx) TO TGPrice.
       MOVE 0 TO BinsFound.
       PERFORM VARYING LocIdx FROM 1 BY 1 UNTIL LocIdx > 2
              IF LocEntry(LocIdx) NOT = SPACES
                     MOVE "G" TO BinAction
                     MOVE PFProdName TO BinProd
                     MOVE PFSizeType(SizeIdx) TO BinSize
                     MOVE LocEntry(LocIdx) TO BinLoc
                     MOVE SPACES TO BinCode
                     MOVE 0 TO BinQty
                     CALL "coboltut134bin" USING BinAction, BinProd,
                            BinSize, BinLoc, BinCode, BinQty, BinResult
                     IF BinResult = "Y"
                            ADD 1 TO BinsFound
                            MOVE LocEntry(LocIdx) TO TGLoc
                            MOVE BinCode TO TGBin
                            PERFORM PrintShelfLabel
                     END-IF
              END-IF
       END-PERFORM.
       IF BinsFound = 0
              MOVE EntryLoc TO TGLoc
              MOVE SPACES TO TGBin
              PERFORM PrintShelfLabel
       END-IF.

PrintShelfLabel.
       MOVE "S" TO LblAction.
       CALL "coboltut137lbl" USING LblAction, LblFileName, LabelData,
              LblCount.
       ADD LblCount TO LabelTotal.
