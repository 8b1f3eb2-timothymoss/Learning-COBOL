       01 RecallNoticeRecord.
              02 LNKey.
                     03 LNRecallNum PIC 9(6).
                     03 LNSeq PIC 9(4).
              02 LNIDNum PIC 9(6).
              02 LNOrderNum PIC 9(6).
              02 LNLineNum PIC 9(3).
              02 LNQty PIC 9(5).
              02 LNShipDate PIC 9(8).
              02 LNRmaNum PIC 9(6).
