       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut128asn.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ShipNoticeFile ASSIGN TO "ShipNotice.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSNoticeStatus.
       SELECT PartnerFile ASSIGN TO "EdiPartner.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TPIDNum
              FILE STATUS IS WSPartnerStatus.
       SELECT OrdDetailFile ASSIGN TO "OrdDetail.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ODKey
              FILE STATUS IS WSDtlFileStatus.
DATA DIVISION.
FILE SECTION.
FD ShipNoticeFile.
       COPY SHIPNOTE.
FD PartnerFile.
       COPY EDIPART.
FD OrdDetailFile.
       COPY ORDDTL.
WORKING-STORAGE SECTION.
       01 WSNoticeStatus PIC XX.
       01 WSPartnerStatus PIC XX.
       01 PartnerOpen PIC X VALUE "N".
       01 WSDtlFileStatus PIC XX.
       01 DtlFileOpen PIC X VALUE "N".
       01 DtlEOF PIC X.
       01 PartnerWants PIC X.
       01 NoticeLines PIC 9(3).
       01 NoticeQty PIC 9(7).
       01 BatchNotices PIC 9(5).
       01 BatchLines PIC 9(7).
       01 BatchQty PIC 9(9).
       01 BizDate PIC 9(8).
       01 TrackCount PIC 99.
       01 TrackIdx PIC 99.
       01 TrackList.
              02 TTrackNum PIC X(30) OCCURS 10 TIMES.
LINKAGE SECTION.
       01 LAction PIC X.
       COPY ORDHDR.
       01 LResend PIC X.
       01 LNoticeCount PIC 9(5).
       01 LSent PIC X.
PROCEDURE DIVISION USING LAction OrderHeader LResend LNoticeCount LSent.
StartPara.
       EVALUATE LAction
              WHEN "O" PERFORM OpenNotices
              WHEN "N" PERFORM WriteOneNotice
              WHEN "C" PERFORM CloseNotices
       END-EVALUATE.
       MOVE BatchNotices TO LNoticeCount.
       GOBACK.

OpenNotices.
       CALL "coboltut25getdate" USING BizDate.
       MOVE 0 TO BatchNotices.
       MOVE 0 TO BatchLines.
       MOVE 0 TO BatchQty.
       OPEN INPUT PartnerFile.
       IF WSPartnerStatus = "00"
              MOVE "Y" TO PartnerOpen
       ELSE
              MOVE "N" TO PartnerOpen
       END-IF.
       OPEN INPUT OrdDetailFile.
       IF WSDtlFileStatus = "00"
              MOVE "Y" TO DtlFileOpen
       ELSE
              MOVE "N" TO DtlFileOpen
       END-IF.
       OPEN EXTEND ShipNoticeFile.
       IF WSNoticeStatus NOT = "00"
              OPEN OUTPUT ShipNoticeFile
       END-IF.

WriteOneNotice.
       MOVE "N" TO LSent.
       MOVE "N" TO PartnerWants.
       IF PartnerOpen = "Y" AND DtlFileOpen = "Y"
              MOVE OHIDNum TO TPIDNum
              READ PartnerFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF TPWantsShipNotice
                                   MOVE "Y" TO PartnerWants
                            END-IF
              END-READ
       END-IF.
       IF PartnerWants = "Y"
              PERFORM CountShippedLines
              IF NoticeLines > 0
                     MOVE SPACES TO ShipNoticeRecord
                     MOVE "H" TO SNRecType
                     MOVE OHOrderNum TO SNOrderNum
                     MOVE OHIDNum TO SNIDNum
                     MOVE OHCustPO TO SNCustPO
                     MOVE OHShipDate TO SNShipDate
                     MOVE OHShipVia TO SNShipVia
                     MOVE NoticeLines TO SNLineCount
                     MOVE NoticeQty TO SNQtyShipped
                     WRITE ShipNoticeRecord
                     PERFORM WriteNoticeLines
                     PERFORM WriteNoticeTracking
                     ADD 1 TO BatchNotices
                     ADD NoticeLines TO BatchLines
                     ADD NoticeQty TO BatchQty
                     MOVE "Y" TO LSent
              END-IF
       END-IF.

CountShippedLines.
       MOVE 0 TO NoticeLines.
       MOVE 0 TO NoticeQty.
       MOVE "N" TO DtlEOF.
       MOVE OHOrderNum TO ODOrderNum.
       MOVE 0 TO ODLineNum.
       START OrdDetailFile KEY IS GREATER THAN ODKey
              INVALID KEY MOVE "Y" TO DtlEOF
       END-START.
       PERFORM UNTIL DtlEOF = "Y"
              READ OrdDetailFile NEXT RECORD
                     AT END MOVE "Y" TO DtlEOF
                     NOT AT END
                            IF ODOrderNum = OHOrderNum
                                   IF ODIsPosted OR ODVendorShipped
                                          ADD 1 TO NoticeLines
                                          ADD ODQty TO NoticeQty
                                   END-IF
                            ELSE
                                   MOVE "Y" TO DtlEOF
                            END-IF
              END-READ
       END-PERFORM.

WriteNoticeLines.
       MOVE "N" TO DtlEOF.
       MOVE OHOrderNum TO ODOrderNum.
       MOVE 0 TO ODLineNum.
       START OrdDetailFile KEY IS GREATER THAN ODKey
              INVALID KEY MOVE "Y" TO DtlEOF
       END-START.
       PERFORM UNTIL DtlEOF = "Y"
              READ OrdDetailFile NEXT RECORD
                     AT END MOVE "Y" TO DtlEOF
                     NOT AT END
                            IF ODOrderNum = OHOrderNum
                                   IF ODIsPosted OR ODVendorShipped
                                          MOVE SPACES TO ShipNoticeRecord
                                          MOVE "D" TO SNRecType
                                          MOVE ODOrderNum TO SNDOrderNum
                                          MOVE ODLineNum TO SNDLineNum
                                          MOVE ODProdName TO SNDProdName
                                          MOVE ODSize TO SNDSize
                                          MOVE ODQty TO SNDQty
                                          MOVE ODCustItem TO SNDCustItem
                                          WRITE ShipNoticeRecord
                                   END-IF
                            ELSE
                                   MOVE "Y" TO DtlEOF
                            END-IF
              END-READ
       END-PERFORM.

WriteNoticeTracking.
       CALL "coboltut141trk" USING OHOrderNum, TrackCount, TrackList.
       PERFORM VARYING TrackIdx FROM 1 BY 1 UNTIL TrackIdx > TrackCount
              MOVE SPACES TO ShipNoticeRecord
              MOVE "K" TO SNRecType
              MOVE OHOrderNum TO SNKOrderNum
              MOVE TrackIdx TO SNKSeq
              MOVE TTrackNum(TrackIdx) TO SNKTrackNum
              WRITE ShipNoticeRecord
       END-PERFORM.

CloseNotices.
       IF BatchNotices > 0
              MOVE SPACES TO ShipNoticeRecord
              MOVE "T" TO SNRecType
              MOVE BizDate TO SNTRunDate
              MOVE BatchNotices TO SNTNoticeCount
              MOVE BatchLines TO SNTLineCount
              MOVE BatchQty TO SNTQtyTotal
              MOVE LResend TO SNTResend
              WRITE ShipNoticeRecord
       END-IF.
       CLOSE ShipNoticeFile.
       IF PartnerOpen = "Y"
              CLOSE PartnerFile
              MOVE "N" TO PartnerOpen
       END-IF.
       IF DtlFileOpen = "Y"
              CLOSE OrdDetailFile
              MOVE "N" TO DtlFileOpen
       END-IF.
