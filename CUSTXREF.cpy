       01 CustXrefRecord.
              02 CXKey.
                     03 CXIDNum PIC 9(6).
                     03 CXItem PIC X(15).
              02 CXType PIC X.
                     88 CXCustItem VALUE "C".
                     88 CXUPC VALUE "U".
                     88 CXValidType VALUE "C" "U".
              02 CXProdName PIC X(10).
              02 CXSize PIC A.
              02 CXAddedBy PIC X(4).
              02 CXAddedDate PIC 9(8).
