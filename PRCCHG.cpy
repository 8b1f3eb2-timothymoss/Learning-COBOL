       01 PriceChangeRecord.
              02 PCKey.
                     03 PCBatchNum PIC 9(6).
                     03 PCProdKey.
                            04 PCProdName PIC X(10).
                            04 PCSize PIC A.
              02 PCNewRetail PIC 9(5)V99.
              02 PCNewWhsl PIC 9(5)V99.
              02 PCNewCost PIC 9(5)V99.
              02 PCAddedBy PIC X(4).
