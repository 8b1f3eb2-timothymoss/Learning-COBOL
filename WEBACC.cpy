       01 WebAccessRecord.
              02 WAIDNum PIC 9(6).
              02 WAStatus PIC X.
                     88 WANoAccess VALUE "N".
                     88 WAAllowed VALUE "Y".
              02 WAChangedDate PIC 9(8).
              02 WAOperator PIC X(4).
              02 WAReason PIC X(20).
