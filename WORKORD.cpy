       01 WorkOrderRecord.
              02 WONum PIC 9(6).
              02 WOType PIC X.
                     88 WOAssembly VALUE "A".
                     88 WODisassembly VALUE "D".
              02 WOKitName PIC X(10).
              02 WOKitSize PIC A.
              02 WOQty PIC 9(5).
              02 WOUnitCost PIC 9(5)V99.
              02 WOLoc PIC X(2).
              02 WODate PIC 9(8).
              02 WOBy PIC X(4).
