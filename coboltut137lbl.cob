       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut137lbl.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LabelFile ASSIGN TO DYNAMIC LabelFileName
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSLabelStatus.
DATA DIVISION.
FILE SECTION.
FD LabelFile.
       01 LabelLine PIC X(46).
WORKING-STORAGE SECTION.
       01 WSLabelStatus PIC XX.
       01 LabelFileName PIC X(30).
       01 LabelIdx PIC 9(5).
       01 ItemCode PIC X(30).
       01 PriceEdit PIC $$$,$$9.99.
       01 CompanyMode PIC X.
LINKAGE SECTION.
       01 LAction PIC X.
       01 LFileName PIC X(30).
       COPY LABEL.
       01 LCount PIC 9(5).
PROCEDURE DIVISION USING LAction LFileName LabelData LCount.
StartPara.
       MOVE LFileName TO LabelFileName.
       IF LAction = "N"
              OPEN OUTPUT LabelFile
              PERFORM WriteTrainingMarker
              CLOSE LabelFile
       ELSE
              OPEN EXTEND LabelFile
              IF WSLabelStatus NOT = "00"
                     OPEN OUTPUT LabelFile
                     PERFORM WriteTrainingMarker
              END-IF
              PERFORM BuildItemCode
              PERFORM VARYING LabelIdx FROM 1 BY 1 UNTIL LabelIdx > LCount
                     IF LAction = "R"
                            PERFORM WriteReceivingLabel
                     ELSE
                            PERFORM WriteShelfLabel
                     END-IF
              END-PERFORM
              CLOSE LabelFile
       END-IF.
       GOBACK.

WriteTrainingMarker.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO LabelLine
              WRITE LabelLine
       END-IF.

BuildItemCode.
       MOVE SPACES TO ItemCode.
       IF LAction = "R" AND TGLotNum NOT = SPACES
              STRING "*" DELIMITED BY SIZE
                     FUNCTION TRIM(TGProdName) DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     TGSize DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     FUNCTION TRIM(TGLotNum) DELIMITED BY SIZE
                     "*" DELIMITED BY SIZE
                     INTO ItemCode
       ELSE
              STRING "*" DELIMITED BY SIZE
                     FUNCTION TRIM(TGProdName) DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     TGSize DELIMITED BY SIZE
                     "*" DELIMITED BY SIZE
                     INTO ItemCode
       END-IF.
       MOVE FUNCTION UPPER-CASE(ItemCode) TO ItemCode.

WriteBorder.
       MOVE "+------------------------------------------+" TO LabelLine.
       WRITE LabelLine.

WriteReceivingLabel.
       PERFORM WriteBorder.
       MOVE SPACES TO LabelLine.
       STRING "| " DELIMITED BY SIZE
              TGProdName DELIMITED BY SIZE
              "  SIZE " DELIMITED BY SIZE
              TGSize DELIMITED BY SIZE
              "   PO " DELIMITED BY SIZE
              TGPONum DELIMITED BY SIZE
              INTO LabelLine.
       MOVE "|" TO LabelLine(44:1).
       WRITE LabelLine.
       MOVE SPACES TO LabelLine.
       IF TGLotNum = SPACES
              MOVE "| NO LOT" TO LabelLine
       ELSE
              STRING "| LOT " DELIMITED BY SIZE
                     TGLotNum DELIMITED BY SIZE
                     "  EXPIRES " DELIMITED BY SIZE
                     TGExpiry DELIMITED BY SIZE
                     INTO LabelLine
       END-IF.
       MOVE "|" TO LabelLine(44:1).
       WRITE LabelLine.
       PERFORM WriteLocationLine.
       PERFORM WriteItemCodeLine.
       PERFORM WriteBorder.

WriteShelfLabel.
       PERFORM WriteBorder.
       MOVE TGPrice TO PriceEdit.
       MOVE SPACES TO LabelLine.
       STRING "| " DELIMITED BY SIZE
              TGProdName DELIMITED BY SIZE
              "  SIZE " DELIMITED BY SIZE
              TGSize DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              PriceEdit DELIMITED BY SIZE
              INTO LabelLine.
       MOVE "|" TO LabelLine(44:1).
       WRITE LabelLine.
       PERFORM WriteLocationLine.
       PERFORM WriteItemCodeLine.
       PERFORM WriteBorder.

WriteLocationLine.
       MOVE SPACES TO LabelLine.
       IF TGBin = SPACES
              STRING "| LOCATION " DELIMITED BY SIZE
                     TGLoc DELIMITED BY SIZE
                     "  NO BIN" DELIMITED BY SIZE
                     INTO LabelLine
       ELSE
              STRING "| LOCATION " DELIMITED BY SIZE
                     TGLoc DELIMITED BY SIZE
                     "  BIN " DELIMITED BY SIZE
                     TGBin(1:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     TGBin(3:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     TGBin(5:2) DELIMITED BY SIZE
                     INTO LabelLine
       END-IF.
       MOVE "|" TO LabelLine(44:1).
       WRITE LabelLine.

WriteItemCodeLine.
       MOVE SPACES TO LabelLine.
       STRING "| " DELIMITED BY SIZE
              ItemCode DELIMITED BY SIZE
              INTO LabelLine.
       MOVE "|" TO LabelLine(44:1).
       WRITE LabelLine.
