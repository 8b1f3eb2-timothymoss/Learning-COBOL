       01 SerialRecord.
              02 SEKey.
                     03 SEProdName PIC X(10).
                     03 SESerial PIC X(20).
              02 SESize PIC A.
              02 SEStatus PIC X.
                     88 SEInStock VALUE "S".
                     88 SESold VALUE "C".
              02 SEIDNum PIC 9(6).
              02 SEOrderKey.
                     03 SEOrderNum PIC 9(6).
                     03 SELineNum PIC 9(3).
              02 SEReceived PIC 9(8).
              02 SEShipped PIC 9(8).
