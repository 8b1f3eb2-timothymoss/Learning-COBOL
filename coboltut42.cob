       01 DisplayName PIC X(32).
       01 PickLineCount PIC 9(3).
       01 AnyAllocated PIC X.
       01 DropLineCount PIC 9(3).
       01 PickIdx PIC 9(3).
       01 SwapIdx PIC 9(3).
       01 SortDone PIC X.
       01 PickHold PIC X(42).
       01 WalkText PIC X(11).
       01 BinAction PIC X.
       01 BinLocCode PIC X(2).
       01 BinCode PIC X(6).
       01 BinQty PIC 9(5).
       01 BinResult PIC X.
       01 PickTable.
              02 PickEntry OCCURS 20 TIMES.
                     03 PKWalk.
                            04 PKBldgSeq PIC 9.
                            04 PKLoc PIC X(2).
                            04 PKBin PIC X(6).
                     03 PKProdName PIC X(10).
                     03 PKSize PIC A.
                     03 PKQty PIC 9(3).
                     03 PKLineNum PIC 9(3).
                     03 PKFlag PIC X.
                     03 PKCustItem PIC X(15).

PROCEDURE DIVISION.
MainPara.
PrintOneOrder.
       PERFORM LoadPickLines.
       IF PickLineCount = 0
              IF DropLineCount > 0
                     DISPLAY "Order " OHOrderNum " is all drop-ship - the"
                            " vendor ships it, nothing to pick."
              ELSE
                     DISPLAY "Order " OHOrderNum " has no lines - skipped."
              END-IF
       ELSE
              PERFORM SortPickLines
              PERFORM GetShipAddress

LoadPickLines.
       MOVE 0 TO PickLineCount.
       MOVE 0 TO DropLineCount.
       MOVE "N" TO AnyAllocated.
       MOVE "N" TO DtlEOF.
       MOVE OHOrderNum TO ODOrderNum.
                     AT END MOVE "Y" TO DtlEOF
                     NOT AT END
                            IF ODOrderNum = OHOrderNum
                                   IF ODDropShip
                                          ADD 1 TO DropLineCount
                                   ELSE
                                          IF PickLineCount < 20
                                                 ADD 1 TO PickLineCount
                                                 MOVE ODProdName
                                                        TO PKProdName(PickLineCount)
                                                 MOVE ODSize
                                                        TO PKSize(PickLineCount)
                                                 MOVE ODQty
                                                        TO PKQty(PickLineCount)
                                                 MOVE ODLineNum
                                                        TO PKLineNum(PickLineCount)
                                                 MOVE ODPosted
                                                        TO PKFlag(PickLineCount)
                                                 MOVE ODCustItem
                                                        TO PKCustItem(PickLineCount)
                                                 PERFORM FindPickBin
                                                 IF ODPosted = "A"
                                                        MOVE "Y" TO AnyAllocated
                                                 END-IF
                                          END-IF
                                   END-IF
                            ELSE
              END-READ
       END-PERFORM.

FindPickBin.
       MOVE "P" TO BinAction.
       MOVE SPACES TO BinLocCode.
       MOVE SPACES TO BinCode.
       MOVE 0 TO BinQty.
       CALL "coboltut134bin" USING BinAction, ODProdName, ODSize,
              BinLocCode, BinCode, BinQty, BinResult.
       IF BinResult = "Y"
              IF BinLocCode = "MN"
                     MOVE 1 TO PKBldgSeq(PickLineCount)
              ELSE
                     MOVE 2 TO PKBldgSeq(PickLineCount)
              END-IF
              MOVE BinLocCode TO PKLoc(PickLineCount)
              MOVE BinCode TO PKBin(PickLineCount)
       ELSE
              MOVE 9 TO PKBldgSeq(PickLineCount)
              MOVE SPACES TO PKLoc(PickLineCount)
              MOVE SPACES TO PKBin(PickLineCount)
       END-IF.

FormatPickBin.
       MOVE SPACES TO WalkText.
       IF PKBldgSeq(PickIdx) = 9
              MOVE "NO BIN" TO WalkText
       ELSE
              STRING PKLoc(PickIdx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     PKBin(PickIdx)(1:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     PKBin(PickIdx)(3:2) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     PKBin(PickIdx)(5:2) DELIMITED BY SIZE
                     INTO WalkText
       END-IF.

SortPickLines.
       MOVE "N" TO SortDone.
       PERFORM UNTIL SortDone = "Y"
              PERFORM VARYING PickIdx FROM 1 BY 1
                     UNTIL PickIdx >= PickLineCount
                     COMPUTE SwapIdx = PickIdx + 1
                     IF PKWalk(PickIdx) > PKWalk(SwapIdx) OR
                        (PKWalk(PickIdx) = PKWalk(SwapIdx) AND
                         PKProdName(PickIdx) > PKProdName(SwapIdx))
                            MOVE PickEntry(PickIdx) TO PickHold
                            MOVE PickEntry(SwapIdx) TO PickEntry(PickIdx)
                            MOVE PickHold TO PickEntry(SwapIdx)
              ShipState DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
       MOVE "  BIN          PRODUCT     SZ  QTY   LINE" TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING PickIdx FROM 1 BY 1 UNTIL PickIdx > PickLineCount
              MOVE SPACES TO ReportLine
              PERFORM FormatPickBin
              IF AnyAllocated = "Y" AND PKFlag(PickIdx) = "N"
                     STRING "  " DELIMITED BY SIZE
                            WalkText DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            PKProdName(PickIdx) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            PKSize(PickIdx) DELIMITED BY SIZE
              ELSE
              IF PKFlag(PickIdx) = "B"
                     STRING "  " DELIMITED BY SIZE
                            WalkText DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            PKProdName(PickIdx) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            PKSize(PickIdx) DELIMITED BY SIZE
                            INTO ReportLine
              ELSE
                     STRING "  " DELIMITED BY SIZE
                            WalkText DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            PKProdName(PickIdx) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            PKSize(PickIdx) DELIMITED BY SIZE
              END-IF
              END-IF
              WRITE ReportLine
              IF PKCustItem(PickIdx) NOT = SPACES
                     MOVE SPACES TO ReportLine
                     STRING "                     CUSTOMER ITEM "
                            DELIMITED BY SIZE
                            PKCustItem(PickIdx) DELIMITED BY SIZE
                            INTO ReportLine
                     WRITE ReportLine
              END-IF
              IF PKFlag(PickIdx) NOT = "B" AND WSLotBalStatus = "00"
                     AND NOT (AnyAllocated = "Y" AND
                              PKFlag(PickIdx) = "N")
                            IF LBProdName = PKProdName(PickIdx) AND
                               LBSize = PKSize(PickIdx)
                                   IF LBQtyOnHand > 0 AND
                                      NOT LBQuarantined AND
                                      LBExpiry >= BizDate AND
                                      LBExpiry < BestLotExpiry
                                          MOVE "Y" TO LotFound
       END-PERFORM.
       IF LotFound = "Y"
              MOVE SPACES TO ReportLine
              STRING "                           PICK LOT " DELIMITED BY SIZE
                     BestLotNum DELIMITED BY SIZE
                     "  EXPIRES " DELIMITED BY SIZE
                     BestLotExpiry DELIMITED BY SIZE
