       01 SerialHistRecord.
              02 SVDate PIC 9(8).
              02 SVProdName PIC X(10).
              02 SVSerial PIC X(20).
              02 SVSize PIC A.
              02 SVEvent PIC X.
                     88 SVReceived VALUE "R".
                     88 SVOpening VALUE "O".
                     88 SVShipped VALUE "S".
                     88 SVAuthorized VALUE "A".
                     88 SVReturned VALUE "T".
              02 SVIDNum PIC 9(6).
              02 SVRef PIC X(10).
