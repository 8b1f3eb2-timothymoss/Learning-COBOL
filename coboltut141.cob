       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut141.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CsvFile ASSIGN TO "TrackReturn.csv"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCsvStatus.
       SELECT TrackingFile ASSIGN TO "Tracking.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TKKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSTrackStatus.
       SELECT OrdHeaderFile ASSIGN TO "OrdHeader.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OHOrderNum
              FILE STATUS IS WSHdrFileStatus.
       SELECT ManifestFile ASSIGN TO "ShipManifest.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MFOrderNum
              FILE STATUS IS WSManifestStatus.
DATA DIVISION.
FILE SECTION.
FD CsvFile.
       01 CsvRecord PIC X(80).
FD TrackingFile.
       COPY TRACKNO.
FD OrdHeaderFile.
       COPY ORDHDR.
FD ManifestFile.
       COPY SHPMAN.
WORKING-STORAGE SECTION.
       01 WSCsvStatus PIC XX.
       01 WSTrackStatus PIC XX.
       01 TrackOpen PIC X VALUE "N".
       01 WSHdrFileStatus PIC XX.
       01 HdrFileOpen PIC X VALUE "N".
       01 WSManifestStatus PIC XX.
       01 WSEOF PIC X.
       01 TrackEOF PIC X.
       01 FirstLine PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 CsvCarrier PIC X(4).
       01 CsvOrderNum PIC X(6).
       01 CsvTrackNum PIC X(30).
       01 EntryOrderNum PIC 9(6).
       01 EntryDate PIC 9(8).
       01 LastSeq PIC 9(3).
       01 AlreadyLoaded PIC X.
       01 OrderFound PIC X.
       01 ReadCount PIC 9(5).
       01 LoadedCount PIC 9(5).
       01 DupCount PIC 9(5).
       01 RejectCount PIC 9(5).
       01 MissingCount PIC 9(5).
       01 ManifestCount PIC 9(5).
       01 TLIdx PIC 9(3).
       01 TLFound PIC 9(3).
       01 TLCount PIC 9(3).
       01 TrackedOrderTable.
              02 TLOrderNum PIC 9(6) OCCURS 500 TIMES.
       01 AsnAction PIC X.
       01 AsnResend PIC X VALUE "Y".
       01 AsnCount PIC 9(5).
       01 AsnSent PIC X.
       01 WeightEdit PIC ZZZ,ZZ9.99.
       01 RptAction PIC X.
       01 RptFileName PIC X(30) VALUE "TrackMissing.prt".
       01 RptTitle PIC X(40) VALUE "SHIPMENTS WITHOUT CARRIER TRACKING".
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       CALL "coboltut25getdate" USING BizDate.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "CARRIER TRACKING NUMBERS"
              DISPLAY "1 : Load Carrier Tracking Return"
              DISPLAY "2 : Shipments Without Tracking"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM LoadTrackingReturn
                     WHEN 2 PERFORM ReportMissingTracking
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       STOP RUN.

LoadTrackingReturn.
       OPEN INPUT CsvFile.
       IF WSCsvStatus NOT = "00"
              DISPLAY "No carrier tracking return (TrackReturn.csv) to load."
       ELSE
              OPEN I-O TrackingFile
              IF WSTrackStatus NOT = "00"
                     OPEN OUTPUT TrackingFile
                     CLOSE TrackingFile
                     OPEN I-O TrackingFile
              END-IF
              IF WSTrackStatus = "00"
                     MOVE "Y" TO TrackOpen
              ELSE
                     MOVE "N" TO TrackOpen
              END-IF
              OPEN INPUT OrdHeaderFile
              IF WSHdrFileStatus = "00"
                     MOVE "Y" TO HdrFileOpen
              ELSE
                     MOVE "N" TO HdrFileOpen
              END-IF
              MOVE 0 TO ReadCount LoadedCount DupCount RejectCount TLCount
              MOVE "Y" TO FirstLine
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ CsvFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF FirstLine = "Y"
                                          MOVE "N" TO FirstLine
                                   ELSE
                                          PERFORM LoadOneTrackingLine
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE CsvFile
              CLOSE TrackingFile
              MOVE "N" TO TrackOpen
              DISPLAY ReadCount " line(s) read, " LoadedCount
                     " tracking number(s) loaded for " TLCount
                     " order(s)."
              IF DupCount > 0
                     DISPLAY DupCount " tracking number(s) were already"
                            " on file."
              END-IF
              IF RejectCount > 0
                     DISPLAY RejectCount " line(s) rejected - see above."
              END-IF
              IF HdrFileOpen = "Y"
                     IF TLCount > 0
                            PERFORM ResendShipNotices
                     END-IF
                     CLOSE OrdHeaderFile
                     MOVE "N" TO HdrFileOpen
              END-IF
       END-IF.

LoadOneTrackingLine.
       ADD 1 TO ReadCount.
       MOVE SPACES TO CsvCarrier CsvOrderNum CsvTrackNum.
       UNSTRING CsvRecord DELIMITED BY ","
              INTO CsvCarrier, CsvOrderNum, CsvTrackNum
       END-UNSTRING.
       MOVE FUNCTION UPPER-CASE(CsvCarrier) TO CsvCarrier.
       MOVE 0 TO EntryOrderNum.
       IF FUNCTION TEST-NUMVAL(CsvOrderNum) = 0
              COMPUTE EntryOrderNum = FUNCTION NUMVAL(CsvOrderNum)
       END-IF.
       MOVE "N" TO OrderFound.
       IF HdrFileOpen = "Y" AND EntryOrderNum > 0
              MOVE EntryOrderNum TO OHOrderNum
              READ OrdHeaderFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE "Y" TO OrderFound
              END-READ
       END-IF.
       IF CsvTrackNum = SPACES
              ADD 1 TO RejectCount
              DISPLAY "Line " ReadCount " - no tracking number for order "
                     CsvOrderNum "."
       ELSE
              IF OrderFound = "N"
                     ADD 1 TO RejectCount
                     DISPLAY "Line " ReadCount " - order " CsvOrderNum
                            " is not on file (tracking "
                            FUNCTION TRIM(CsvTrackNum) ")."
              ELSE
                     PERFORM FindOrderTracking
                     IF AlreadyLoaded = "Y"
                            ADD 1 TO DupCount
                     ELSE
                            PERFORM AddTrackingNumber
                     END-IF
              END-IF
       END-IF.

FindOrderTracking.
       MOVE 0 TO LastSeq.
       MOVE "N" TO AlreadyLoaded.
       MOVE "N" TO TrackEOF.
       MOVE EntryOrderNum TO TKOrderNum.
       MOVE 0 TO TKSeq.
       START TrackingFile KEY IS GREATER THAN TKKey
              INVALID KEY MOVE "Y" TO TrackEOF
       END-START.
       PERFORM UNTIL TrackEOF = "Y"
              READ TrackingFile NEXT RECORD
                     AT END MOVE "Y" TO TrackEOF
                     NOT AT END
                            IF TKOrderNum NOT = EntryOrderNum
                                   MOVE "Y" TO TrackEOF
                            ELSE
                                   MOVE TKSeq TO LastSeq
                                   IF TKTrackNum = CsvTrackNum
                                          MOVE "Y" TO AlreadyLoaded
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

AddTrackingNumber.
       MOVE EntryOrderNum TO TKOrderNum.
       COMPUTE TKSeq = LastSeq + 1.
       IF CsvCarrier = SPACES
              MOVE OHShipVia TO TKVia
       ELSE
              MOVE CsvCarrier TO TKVia
       END-IF.
       MOVE CsvTrackNum TO TKTrackNum.
       MOVE BizDate TO TKLoadDate.
       WRITE TrackingRecord
              INVALID KEY
                     ADD 1 TO RejectCount
                     DISPLAY "Tracking for order " EntryOrderNum
                            " wasn't stored."
              NOT INVALID KEY
                     ADD 1 TO LoadedCount
                     PERFORM NoteTrackedOrder
       END-WRITE.

NoteTrackedOrder.
       MOVE 0 TO TLFound.
       PERFORM VARYING TLIdx FROM 1 BY 1 UNTIL TLIdx > TLCount
              IF TLOrderNum(TLIdx) = EntryOrderNum
                     MOVE TLIdx TO TLFound
              END-IF
       END-PERFORM.
       IF TLFound = 0 AND TLCount < 500
              ADD 1 TO TLCount
              MOVE EntryOrderNum TO TLOrderNum(TLCount)
       END-IF.

ResendShipNotices.
       MOVE "O" TO AsnAction.
       CALL "coboltut128asn" USING AsnAction, OrderHeader, AsnResend,
              AsnCount, AsnSent.
       PERFORM VARYING TLIdx FROM 1 BY 1 UNTIL TLIdx > TLCount
              MOVE TLOrderNum(TLIdx) TO OHOrderNum
              READ OrdHeaderFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF OHShipDate > 0
                                   MOVE "N" TO AsnAction
                                   CALL "coboltut128asn" USING AsnAction,
                                          OrderHeader, AsnResend, AsnCount,
                                          AsnSent
                            END-IF
              END-READ
       END-PERFORM.
       MOVE "C" TO AsnAction.
       CALL "coboltut128asn" USING AsnAction, OrderHeader, AsnResend,
              AsnCount, AsnSent.
       IF AsnCount > 0
              DISPLAY AsnCount " ship notice(s) resent with tracking to"
                     " ShipNotice.dat"
       END-IF.

ReportMissingTracking.
       MOVE 0 TO EntryDate.
       DISPLAY "Manifest date (YYYYMMDD, 0 = today) : " WITH NO ADVANCING.
       ACCEPT EntryDate.
       IF EntryDate = 0
              MOVE BizDate TO EntryDate
       END-IF.
       OPEN INPUT ManifestFile.
       IF WSManifestStatus NOT = "00"
              DISPLAY "No shipping manifest history on file."
       ELSE
              OPEN INPUT TrackingFile
              IF WSTrackStatus = "00"
                     MOVE "Y" TO TrackOpen
              ELSE
                     MOVE "N" TO TrackOpen
              END-IF
              MOVE 0 TO MissingCount ManifestCount
              MOVE "O" TO RptAction
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              MOVE "L" TO RptAction
              MOVE SPACES TO RptLine
              STRING "MANIFEST DATE " DELIMITED BY SIZE
                     EntryDate DELIMITED BY SIZE
                     INTO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              MOVE "ORDER   CUSTOMER  CARRIER   WEIGHT LB" TO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ ManifestFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF MFShipDate = EntryDate
                                          ADD 1 TO ManifestCount
                                          PERFORM CheckManifestTracking
                                   END-IF
                     END-READ
              END-PERFORM
              MOVE SPACES TO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              MOVE SPACES TO RptLine
              STRING MissingCount DELIMITED BY SIZE
                     " OF " DELIMITED BY SIZE
                     ManifestCount DELIMITED BY SIZE
                     " SHIPMENT(S) CAME BACK WITHOUT TRACKING"
                            DELIMITED BY SIZE
                     INTO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              MOVE "C" TO RptAction
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              IF TrackOpen = "Y"
                     CLOSE TrackingFile
                     MOVE "N" TO TrackOpen
              END-IF
              CLOSE ManifestFile
              DISPLAY MissingCount " of " ManifestCount " shipment(s) on "
                     EntryDate " have no tracking - see TrackMissing.prt"
       END-IF.

CheckManifestTracking.
       MOVE "N" TO OrderFound.
       IF TrackOpen = "Y"
              MOVE MFOrderNum TO TKOrderNum
              MOVE 0 TO TKSeq
              START TrackingFile KEY IS GREATER THAN TKKey
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            READ TrackingFile NEXT RECORD
                                   AT END CONTINUE
                                   NOT AT END
                                          IF TKOrderNum = MFOrderNum
                                                 MOVE "Y" TO OrderFound
                                          END-IF
                            END-READ
              END-START
       END-IF.
       IF OrderFound = "N"
              ADD 1 TO MissingCount
              MOVE MFWeight TO WeightEdit
              MOVE SPACES TO RptLine
              STRING MFOrderNum DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     MFIDNum DELIMITED BY SIZE
                     "    " DELIMITED BY SIZE
                     MFVia DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     WeightEdit DELIMITED BY SIZE
                     INTO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-IF.
