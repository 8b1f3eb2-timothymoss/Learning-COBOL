       01 LabelData.
              02 TGProdName PIC X(10).
              02 TGSize PIC A.
              02 TGPONum PIC 9(6).
              02 TGLotNum PIC X(10).
              02 TGExpiry PIC 9(8).
              02 TGLoc PIC X(2).
              02 TGBin PIC X(6).
              02 TGPrice PIC 9(5)V99.
