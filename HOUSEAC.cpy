       01 HouseAcctRecord.
              02 HAIDNum PIC 9(6).
              02 HARepCode PIC X(3).
              02 HAAddedBy PIC X(4).
              02 HAAddedDate PIC 9(8).
