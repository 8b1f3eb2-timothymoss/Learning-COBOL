       01 CheckRegisterRecord.
              02 CRDate PIC 9(8).
              02 CRCheckNum PIC 9(6).
              02 CRVendor PIC X(10).
              02 CRAmount PIC 9(9)V99.
              02 CRStatus PIC X.
                     88 CRIssued VALUE "I".
                     88 CRVoided VALUE "V".
              02 CRMethod PIC X.
                     88 CRByCheck VALUE "C" " ".
                     88 CRByACH VALUE "E".
