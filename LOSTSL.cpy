       01 LostSaleRecord.
              02 LSSeq PIC 9(8).
              02 LSDate PIC 9(8).
              02 LSIDNum PIC 9(6).
              02 LSProdName PIC X(10).
              02 LSSize PIC A.
              02 LSQty PIC 9(5).
              02 LSReason PIC XX.
                     88 LSNoStock VALUE "NS".
                     88 LSCreditRefused VALUE "CR".
                     88 LSPrice VALUE "PR".
                     88 LSOther VALUE "OT".
                     88 LSValidReason VALUE "NS" "CR" "PR" "OT".
              02 LSOperator PIC X(4).
              02 LSSource PIC X.
                     88 LSFromOrderEntry VALUE "O".
                     88 LSFromInbound VALUE "I".
              02 LSUsagePosted PIC X.
                     88 LSPostedToUsage VALUE "Y".
