       01 EInvoiceRecord.
              02 EIRecType PIC X.
                     88 EIHeader VALUE "H".
                     88 EIDetail VALUE "D".
                     88 EISummary VALUE "S".
                     88 EITrailer VALUE "T".
              02 EIHeaderData.
                     03 EIInvNumber PIC 9(6).
                     03 EIInvDate PIC 9(8).
                     03 EIOrderNum PIC 9(6).
                     03 EIIDNum PIC 9(6).
                     03 EICustPO PIC X(10).
                     03 EITermsCode PIC X(10).
                     03 EIDueDate PIC 9(8).
                     03 FILLER PIC X(16).
              02 EIDetailData REDEFINES EIHeaderData.
                     03 EIDInvNumber PIC 9(6).
                     03 EIDLineNum PIC 9(3).
                     03 EIDProdName PIC X(10).
                     03 EIDSize PIC A.
                     03 EIDQty PIC 9(3).
                     03 EIDUnitPrice PIC 9(5)V99.
                     03 EIDExtAmount PIC 9(8)V99.
                     03 EIDCustItem PIC X(15).
                     03 EIDOrderNum PIC 9(6).
                     03 FILLER PIC X(9).
              02 EISummaryData REDEFINES EIHeaderData.
                     03 EISInvNumber PIC 9(6).
                     03 EISSubtotal PIC 9(9)V99.
                     03 EISDiscount PIC 9(7)V99.
                     03 EISTax PIC 9(7)V99.
                     03 EISFreight PIC 9(7)V99.
                     03 EISDeposit PIC 9(7)V99.
                     03 EISTotal PIC 9(9)V99.
                     03 FILLER PIC X(6).
              02 EITrailerData REDEFINES EIHeaderData.
                     03 EITRunDate PIC 9(8).
                     03 EITInvCount PIC 9(5).
                     03 EITLineCount PIC 9(7).
                     03 EITAmountTotal PIC 9(11)V99.
                     03 EITResend PIC X.
                     03 FILLER PIC X(36).
