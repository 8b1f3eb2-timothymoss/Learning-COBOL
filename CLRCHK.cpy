       01 ClearedCheckRecord.
              02 CLCheckNum PIC 9(6).
              02 CLClearDate PIC 9(8).
              02 CLBankAmount PIC 9(9)V99.
              02 CLBookAmount PIC 9(9)V99.
              02 CLSource PIC X.
                     88 CLAPCheck VALUE "A".
                     88 CLRefundCheck VALUE "R".
              02 CLResult PIC X.
                     88 CLMatched VALUE "C".
                     88 CLMismatch VALUE "M".
                     88 CLNotIssued VALUE "U".
                     88 CLVoidPaid VALUE "V".
              02 CLLoadDate PIC 9(8).
