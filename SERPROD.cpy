       01 SerialProdRecord.
              02 SFProdName PIC X(10).
              02 SFAddedBy PIC X(4).
              02 SFAddedDate PIC 9(8).
