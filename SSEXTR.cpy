       01 SelfServRecord.
              02 SXRecType PIC X.
                     88 SXHeader VALUE "H".
                     88 SXCustomer VALUE "C".
                     88 SXOrder VALUE "O".
                     88 SXInvoice VALUE "I".
                     88 SXPayment VALUE "P".
                     88 SXRma VALUE "R".
                     88 SXTrailer VALUE "T".
              02 SXHeaderData.
                     03 SXHRunDate PIC 9(8).
                     03 SXHCreated PIC X(14).
                     03 SXHRecentDays PIC 9(3).
                     03 FILLER PIC X(79).
              02 SXCustomerData REDEFINES SXHeaderData.
                     03 SXCIDNum PIC 9(6).
                     03 SXCFirstName PIC X(15).
                     03 SXCLastName PIC X(15).
                     03 SXCBalSign PIC X.
                     03 SXCBalance PIC 9(9)V99.
                     03 SXCCurrent PIC 9(7)V99.
                     03 SXC3160 PIC 9(7)V99.
                     03 SXC6190 PIC 9(7)V99.
                     03 SXCOver90 PIC 9(7)V99.
                     03 SXCLastPayDate PIC 9(8).
                     03 SXCLastPayAmt PIC 9(7)V99.
                     03 FILLER PIC X(3).
              02 SXOrderData REDEFINES SXHeaderData.
                     03 SXOIDNum PIC 9(6).
                     03 SXOOrderNum PIC 9(6).
                     03 SXOOrderDate PIC 9(8).
                     03 SXOStatus PIC X.
                     03 SXOStatusText PIC X(12).
                     03 SXOReqDate PIC 9(8).
                     03 SXOShipDate PIC 9(8).
                     03 SXOCustPO PIC X(10).
                     03 SXOLineCount PIC 9(3).
                     03 FILLER PIC X(42).
              02 SXAccountData REDEFINES SXHeaderData.
                     03 SXAIDNum PIC 9(6).
                     03 SXADate PIC 9(8).
                     03 SXARef PIC X(10).
                     03 SXAAmount PIC 9(7)V99.
                     03 SXADueDate PIC 9(8).
                     03 FILLER PIC X(63).
              02 SXRmaData REDEFINES SXHeaderData.
                     03 SXRIDNum PIC 9(6).
                     03 SXRRmaNum PIC 9(6).
                     03 SXROrderNum PIC 9(6).
                     03 SXRProdName PIC X(10).
                     03 SXRSize PIC A.
                     03 SXRQty PIC 9(3).
                     03 SXRIssued PIC 9(8).
                     03 SXRExpiry PIC 9(8).
                     03 FILLER PIC X(56).
              02 SXTrailerData REDEFINES SXHeaderData.
                     03 SXTRunDate PIC 9(8).
                     03 SXTCustCount PIC 9(6).
                     03 SXTOrderCount PIC 9(6).
                     03 SXTInvCount PIC 9(7).
                     03 SXTPayCount PIC 9(7).
                     03 SXTRmaCount PIC 9(5).
                     03 SXTExcluded PIC 9(6).
                     03 SXTRecordCount PIC 9(7).
                     03 SXTBalSign PIC X.
                     03 SXTBalanceTotal PIC 9(11)V99.
                     03 FILLER PIC X(38).
