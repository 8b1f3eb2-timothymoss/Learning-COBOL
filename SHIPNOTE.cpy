       01 ShipNoticeRecord.
              02 SNRecType PIC X.
                     88 SNHeader VALUE "H".
                     88 SNDetail VALUE "D".
                     88 SNTrailer VALUE "T".
                     88 SNTracking VALUE "K".
              02 SNHeaderData.
                     03 SNOrderNum PIC 9(6).
                     03 SNIDNum PIC 9(6).
                     03 SNCustPO PIC X(10).
                     03 SNShipDate PIC 9(8).
                     03 SNShipVia PIC X(4).
                     03 SNLineCount PIC 9(3).
                     03 SNQtyShipped PIC 9(7).
                     03 FILLER PIC X(6).
              02 SNDetailData REDEFINES SNHeaderData.
                     03 SNDOrderNum PIC 9(6).
                     03 SNDLineNum PIC 9(3).
                     03 SNDProdName PIC X(10).
                     03 SNDSize PIC A.
                     03 SNDQty PIC 9(3).
                     03 SNDCustItem PIC X(15).
                     03 FILLER PIC X(12).
              02 SNTrailerData REDEFINES SNHeaderData.
                     03 SNTRunDate PIC 9(8).
                     03 SNTNoticeCount PIC 9(5).
                     03 SNTLineCount PIC 9(7).
                     03 SNTQtyTotal PIC 9(9).
                     03 SNTResend PIC X.
                     03 FILLER PIC X(20).
              02 SNTrackingData REDEFINES SNHeaderData.
                     03 SNKOrderNum PIC 9(6).
                     03 SNKSeq PIC 9(3).
                     03 SNKTrackNum PIC X(30).
                     03 FILLER PIC X(11).
