       01 LotRecallRecord.
              02 LRNum PIC 9(6).
              02 LRProdName PIC X(10).
              02 LRSize PIC A.
              02 LRLotNum PIC X(10).
              02 LRReason PIC X(30).
              02 LRDate PIC 9(8).
              02 LRBy PIC X(4).
              02 LRQuarQty PIC 9(5).
              02 LRStatus PIC X.
                     88 LROpen VALUE "O".
                     88 LRClosed VALUE "C".
