       01 RemainQty PIC 9(5).
       01 TakeQty PIC 9(5).
       01 WorkLoc PIC X(2).
       01 BinAction PIC X.
       01 BinCode PIC X(6).
       01 BinQty PIC 9(5).
       01 BinResult PIC X.
LINKAGE SECTION.
       01 LProdName PIC X(10).
       01 LSizeCode PIC A.
              INVALID KEY DISPLAY "coboltut80locpost: location balance "
                     LSProdName "/" LSSize "/" LSLoc " wasn't updated."
       END-REWRITE.
       MOVE LDirection TO BinAction.
       MOVE LQty TO BinQty.
       PERFORM PostBins.

ShipWithSpillover.
       MOVE LQty TO RemainQty.
              INVALID KEY DISPLAY "coboltut80locpost: main-building"
                     " balance wasn't updated."
       END-REWRITE.
       IF TakeQty > 0
              MOVE "O" TO BinAction
              MOVE TakeQty TO BinQty
              PERFORM PostBins
       END-IF.
       IF RemainQty > 0
              MOVE LProdName TO LSProdName
              MOVE LSizeCode TO LSSize
                     INVALID KEY DISPLAY "coboltut80locpost: annex"
                            " balance wasn't updated."
              END-REWRITE
              MOVE "O" TO BinAction
              MOVE RemainQty TO BinQty
              PERFORM PostBins
       END-IF.

PostBins.
       MOVE SPACES TO BinCode.
       CALL "coboltut134bin" USING BinAction, LProdName, LSizeCode,
              WorkLoc, BinCode, BinQty, BinResult.

CreateLocRecord.
       MOVE LProdName TO LSProdName.
       MOVE LSizeCode TO LSSize.
