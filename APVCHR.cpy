                     88 APSelected VALUE "S".
                     88 APPaid VALUE "P".
              02 APCheckNum PIC 9(6).
              02 APDiscDate PIC 9(8).
              02 APDiscAmount PIC 9(7)V99.
              02 APDiscTaken PIC 9(7)V99.
              02 APType PIC X.
                     88 APVendorInvoice VALUE "I" " ".
                     88 APDebitMemo VALUE "D".
              02 APRefPONum PIC 9(6).
