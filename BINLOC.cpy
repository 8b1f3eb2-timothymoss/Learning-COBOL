       01 BinLocRecord.
              02 BNKey.
                     03 BNProdName PIC X(10).
                     03 BNSize PIC A.
                     03 BNLoc PIC X(2).
                     03 BNBin.
                            04 BNAisle PIC X(2).
                            04 BNShelf PIC X(2).
                            04 BNBinNo PIC X(2).
              02 BNQtyOnHand PIC 9(5).
              02 BNPutaway PIC X.
                     88 BNIsPutaway VALUE "Y".
              02 BNAddedBy PIC X(4).
              02 BNAddedDate PIC 9(8).
