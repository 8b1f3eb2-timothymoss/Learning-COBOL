       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut131ovr.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OverrideCtlFile ASSIGN TO "OverrideCtl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSOvrCtlStatus.
       SELECT OverrideLogFile ASSIGN TO "PriceOverride.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSOvrLogStatus.
DATA DIVISION.
FILE SECTION.
FD OverrideCtlFile.
       01 OverrideCtlRecord.
              02 OCMaxUnderPct PIC 9(2)V99.
FD OverrideLogFile.
       01 OverrideLogRecord PIC X(85).
WORKING-STORAGE SECTION.
       01 WSOvrCtlStatus PIC XX.
       01 WSOvrLogStatus PIC XX.
       01 MaxUnderPct PIC 9(2)V99.
       01 FloorPrice PIC 9(5)V99.
       01 PctDisp PIC Z9.99.
LINKAGE SECTION.
       01 LAction PIC X.
       COPY PRCOVR.
       01 LHoldText PIC X(30).
PROCEDURE DIVISION USING LAction PriceOverrideRecord LHoldText.
StartPara.
       EVALUATE LAction
              WHEN "C" PERFORM CheckOverride
              WHEN "L" PERFORM LogOverride
       END-EVALUATE.
       GOBACK.

CheckOverride.
       MOVE 10 TO MaxUnderPct.
       OPEN INPUT OverrideCtlFile.
       IF WSOvrCtlStatus = "00"
              READ OverrideCtlFile
                     AT END CONTINUE
                     NOT AT END
                            IF OCMaxUnderPct IS NUMERIC AND
                               OCMaxUnderPct > 0
                                   MOVE OCMaxUnderPct TO MaxUnderPct
                            END-IF
              END-READ
              CLOSE OverrideCtlFile
       END-IF.
       MOVE "N" TO OVHeld.
       MOVE SPACES TO LHoldText.
       COMPUTE FloorPrice ROUNDED =
              OVListPrice * (100 - MaxUnderPct) / 100.
       IF OVPrice < OVUnitCost
              MOVE "Y" TO OVHeld
              MOVE "BELOW UNIT COST" TO LHoldText
       ELSE
              IF OVPrice < FloorPrice
                     MOVE "Y" TO OVHeld
                     MOVE MaxUnderPct TO PctDisp
                     STRING "MORE THAN " DELIMITED BY SIZE
                            PctDisp DELIMITED BY SIZE
                            "% UNDER LIST" DELIMITED BY SIZE
                            INTO LHoldText
              END-IF
       END-IF.

LogOverride.
       MOVE FUNCTION CURRENT-DATE(1:14) TO OVTimestamp.
       OPEN EXTEND OverrideLogFile.
       IF WSOvrLogStatus NOT = "00"
              OPEN OUTPUT OverrideLogFile
       END-IF.
       MOVE PriceOverrideRecord TO OverrideLogRecord.
       WRITE OverrideLogRecord.
       CLOSE OverrideLogFile.
