       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut136.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LotRecallFile ASSIGN TO "Recall.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LRNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSRecallStatus.
       SELECT RecallNoticeFile ASSIGN TO "RecallNote.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LNKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSNoticeStatus.
       SELECT RecallControlFile ASSIGN TO "RecallControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSRclCtlStatus.
       SELECT LotBalFile ASSIGN TO "LotBal.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LBKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSLotBalStatus.
       SELECT LotTraceFile ASSIGN TO "LotTrace.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSLotTraceStatus.
       SELECT OrdHeaderFile ASSIGN TO "OrdHeader.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OHOrderNum
              FILE STATUS IS WSHdrFileStatus.
       SELECT OrdDetailFile ASSIGN TO "OrdDetail.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ODKey
              FILE STATUS IS WSDtlFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT ShipToFile ASSIGN TO "ShipTo.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STKey
              FILE STATUS IS WSShipToStatus.
       SELECT RmaFile ASSIGN TO "Rma.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RMANum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSRmaStatus.
       SELECT RmaControlFile ASSIGN TO "RmaControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSRmaCtlStatus.
       SELECT CMemoFile ASSIGN TO "CMemo.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CMNumber
              FILE STATUS IS WSCMFileStatus.
       SELECT LetterFile ASSIGN TO "RecallNotice.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD LotRecallFile.
       COPY LOTRCL.
FD RecallNoticeFile.
       COPY RCLNOTE.
FD RecallControlFile.
       01 RecallControlRecord.
              02 NextRecallNum PIC 9(6).
FD LotBalFile.
       COPY LOTBAL.
FD LotTraceFile.
       01 LotTraceRecord.
              02 LTDate PIC 9(8).
              02 LTProdName PIC X(10).
              02 LTSize PIC A.
              02 LTLotNum PIC X(10).
              02 LTQty PIC 9(5).
              02 LTDir PIC X.
                     88 LTReceipt VALUE "R".
                     88 LTShipment VALUE "S".
              02 LTRef PIC X(10).
FD OrdHeaderFile.
       COPY ORDHDR.
FD OrdDetailFile.
       COPY ORDDTL.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD ShipToFile.
       COPY SHIPTO.
FD RmaFile.
       COPY RMAREC.
FD RmaControlFile.
       01 RmaControlRecord.
              02 NextRmaNum PIC 9(6).
FD CMemoFile.
       COPY CMEMO.
FD LetterFile.
       01 LetterLine PIC X(80).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 WSRecallStatus PIC XX.
       01 WSNoticeStatus PIC XX.
       01 WSRclCtlStatus PIC XX.
       01 WSLotBalStatus PIC XX.
       01 WSLotTraceStatus PIC XX.
       01 WSHdrFileStatus PIC XX.
       01 HdrFileOpen PIC X VALUE "N".
       01 WSDtlFileStatus PIC XX.
       01 DtlFileOpen PIC X VALUE "N".
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 WSShipToStatus PIC XX.
       01 ShipToOpen PIC X VALUE "N".
       01 WSRmaStatus PIC XX.
       01 WSRmaCtlStatus PIC XX.
       01 WSCMFileStatus PIC XX.
       01 CMFileOpen PIC X VALUE "N".
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 DtlEOF PIC X.
       01 NoteEOF PIC X.
       01 CMEOF PIC X.
       01 LotExists PIC X.
       01 CustExists PIC X.
       01 EntryProdName PIC X(10).
       01 EntrySize PIC A.
       01 EntryLotNum PIC X(10).
       01 EntryReason PIC X(30).
       01 QuarQty PIC 9(5).
       01 NewRecallNum PIC 9(6).
       01 NewRmaNum PIC 9(6).
       01 ExpiryInt PIC 9(8).
       01 TraceOrderNum PIC 9(6).
       01 WorkLineNum PIC 9(3).
       01 NoticeSeq PIC 9(4).
       01 NoticeCount PIC 9(5).
       01 NotifiedQty PIC 9(7).
       01 OutstandQty PIC 9(7).
       01 LineReturned PIC 9(5).
       01 TotNotified PIC 9(7).
       01 TotReturned PIC 9(7).
       01 TotOutstand PIC 9(7).
       01 RecallCount PIC 9(5).
       01 DisplayName PIC X(32).
       01 ShipStreet PIC X(25).
       01 ShipCity PIC X(20).
       01 ShipState PIC X(2).
       01 ShipPostal PIC X(10).
       01 ContactType PIC X(4).
       01 ContactNote PIC X(40).
       01 QtyEdit PIC ZZ,ZZ9.
       01 RetEdit PIC ZZ,ZZ9.
       01 OutEdit PIC ZZ,ZZ9.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       CALL "coboltut25getdate" USING BizDate.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       OPEN I-O LotRecallFile.
       IF WSRecallStatus NOT = "00"
              OPEN OUTPUT LotRecallFile
              CLOSE LotRecallFile
              OPEN I-O LotRecallFile
       END-IF.
       OPEN I-O RecallNoticeFile.
       IF WSNoticeStatus NOT = "00"
              OPEN OUTPUT RecallNoticeFile
              CLOSE RecallNoticeFile
              OPEN I-O RecallNoticeFile
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "LOT RECALLS"
              DISPLAY "1 : Declare A Recall"
              DISPLAY "2 : Recall Status Report"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM DeclareRecall
                     WHEN 2 PERFORM RecallStatusReport
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE LotRecallFile.
       CLOSE RecallNoticeFile.
       STOP RUN.

DeclareRecall.
       IF SignOnLevel NOT = "S"
              DISPLAY "Declaring a recall needs a supervisor sign-on."
       ELSE
              DISPLAY "Product name : " WITH NO ADVANCING
              ACCEPT EntryProdName
              DISPLAY "Size : " WITH NO ADVANCING
              ACCEPT EntrySize
              MOVE FUNCTION UPPER-CASE(EntrySize) TO EntrySize
              DISPLAY "Lot number : " WITH NO ADVANCING
              ACCEPT EntryLotNum
              MOVE FUNCTION UPPER-CASE(EntryLotNum) TO EntryLotNum
              MOVE SPACES TO EntryReason
              DISPLAY "Recall reason : " WITH NO ADVANCING
              ACCEPT EntryReason
              PERFORM QuarantineLot
              IF LotExists = "Y"
                     PERFORM WriteRecall
                     PERFORM SendRecallNotices
              END-IF
       END-IF.

QuarantineLot.
       MOVE "N" TO LotExists.
       OPEN I-O LotBalFile.
       IF WSLotBalStatus NOT = "00"
              DISPLAY "No lot balances on file - nothing to recall."
       ELSE
              MOVE EntryProdName TO LBProdName
              MOVE EntrySize TO LBSize
              MOVE EntryLotNum TO LBLotNum
              READ LotBalFile
                     INVALID KEY
                            DISPLAY "Lot " EntryLotNum " is not on file for "
                                   EntryProdName " (" EntrySize ")."
                     NOT INVALID KEY
                            IF LBQuarantined
                                   DISPLAY "Lot " EntryLotNum " is already"
                                          " under recall."
                            ELSE
                                   MOVE "Q" TO LBStatus
                                   MOVE LBQtyOnHand TO QuarQty
                                   REWRITE LotBalanceRecord
                                          INVALID KEY DISPLAY "Lot wasn't"
                                                 " quarantined."
                                          NOT INVALID KEY
                                                 MOVE "Y" TO LotExists
                                   END-REWRITE
                            END-IF
              END-READ
              CLOSE LotBalFile
       END-IF.

WriteRecall.
       MOVE 1 TO NewRecallNum.
       OPEN INPUT RecallControlFile.
       IF WSRclCtlStatus = "00"
              READ RecallControlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextRecallNum TO NewRecallNum
              END-READ
              CLOSE RecallControlFile
       END-IF.
       OPEN OUTPUT RecallControlFile.
       COMPUTE NextRecallNum = NewRecallNum + 1.
       WRITE RecallControlRecord.
       CLOSE RecallControlFile.
       MOVE NewRecallNum TO LRNum.
       MOVE EntryProdName TO LRProdName.
       MOVE EntrySize TO LRSize.
       MOVE EntryLotNum TO LRLotNum.
       MOVE EntryReason TO LRReason.
       MOVE BizDate TO LRDate.
       MOVE SignOnID TO LRBy.
       MOVE QuarQty TO LRQuarQty.
       MOVE "O" TO LRStatus.
       WRITE LotRecallRecord
              INVALID KEY DISPLAY "Recall number clash - recall not logged."
              NOT INVALID KEY
                     DISPLAY "Recall " LRNum " - " QuarQty " unit(s) of"
                            " lot " EntryLotNum " quarantined."
       END-WRITE.

SendRecallNotices.
       MOVE 0 TO NoticeSeq.
       MOVE 0 TO NoticeCount.
       MOVE 0 TO NotifiedQty.
       OPEN INPUT LotTraceFile.
       IF WSLotTraceStatus NOT = "00"
              DISPLAY "No lot activity recorded - no customers to notify."
       ELSE
              OPEN INPUT OrdHeaderFile
              IF WSHdrFileStatus = "00"
                     MOVE "Y" TO HdrFileOpen
              ELSE
                     MOVE "N" TO HdrFileOpen
              END-IF
              OPEN INPUT OrdDetailFile
              IF WSDtlFileStatus = "00"
                     MOVE "Y" TO DtlFileOpen
              ELSE
                     MOVE "N" TO DtlFileOpen
              END-IF
              OPEN INPUT CustomerFile
              IF WSCustFileStatus = "00"
                     MOVE "Y" TO CustFileOpen
              ELSE
                     MOVE "N" TO CustFileOpen
              END-IF
              OPEN INPUT ShipToFile
              IF WSShipToStatus = "00"
                     MOVE "Y" TO ShipToOpen
              ELSE
                     MOVE "N" TO ShipToOpen
              END-IF
              OPEN I-O RmaFile
              IF WSRmaStatus NOT = "00"
                     OPEN OUTPUT RmaFile
                     CLOSE RmaFile
                     OPEN I-O RmaFile
              END-IF
              OPEN OUTPUT LetterFile
              CALL "coboltut144co" USING CompanyMode
              IF CompanyMode = "T"
                     MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                            TO LetterLine
                     WRITE LetterLine
              END-IF
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ LotTraceFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF LTShipment AND LTRef(1:2) = "OR" AND
                                      LTLotNum = EntryLotNum AND
                                      LTProdName = EntryProdName AND
                                      LTSize = EntrySize
                                          PERFORM NotifyOneShipment
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE LetterFile
              CLOSE RmaFile
              IF ShipToOpen = "Y"
                     CLOSE ShipToFile
                     MOVE "N" TO ShipToOpen
              END-IF
              IF CustFileOpen = "Y"
                     CLOSE CustomerFile
                     MOVE "N" TO CustFileOpen
              END-IF
              IF DtlFileOpen = "Y"
                     CLOSE OrdDetailFile
                     MOVE "N" TO DtlFileOpen
              END-IF
              IF HdrFileOpen = "Y"
                     CLOSE OrdHeaderFile
                     MOVE "N" TO HdrFileOpen
              END-IF
              CLOSE LotTraceFile
              DISPLAY NoticeCount " notice(s) for " NotifiedQty
                     " unit(s) written to RecallNotice.prt"
       END-IF.

NotifyOneShipment.
       MOVE FUNCTION NUMVAL(LTRef(3:6)) TO TraceOrderNum.
       MOVE TraceOrderNum TO OHOrderNum.
       READ OrdHeaderFile
              INVALID KEY
                     DISPLAY "Order " TraceOrderNum " not on file - no notice"
                            " for " LTQty " unit(s) shipped " LTDate "."
              NOT INVALID KEY
                     PERFORM FindOrderLine
                     PERFORM IssueRecallRma
                     PERFORM WriteNoticeRecord
                     PERFORM PrintNoticeLetter
       END-READ.

FindOrderLine.
       MOVE 0 TO WorkLineNum.
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
                                   IF ODProdName = EntryProdName AND
                                      ODSize = EntrySize AND
                                      WorkLineNum = 0
                                          MOVE ODLineNum TO WorkLineNum
                                   END-IF
                            ELSE
                                   MOVE "Y" TO DtlEOF
                            END-IF
              END-READ
       END-PERFORM.

IssueRecallRma.
       MOVE 1 TO NewRmaNum.
       OPEN INPUT RmaControlFile.
       IF WSRmaCtlStatus = "00"
              READ RmaControlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextRmaNum TO NewRmaNum
              END-READ
              CLOSE RmaControlFile
       END-IF.
       OPEN OUTPUT RmaControlFile.
       COMPUTE NextRmaNum = NewRmaNum + 1.
       WRITE RmaControlRecord.
       CLOSE RmaControlFile.
       MOVE NewRmaNum TO RMANum.
       MOVE OHOrderNum TO RMAOrderNum.
       MOVE WorkLineNum TO RMALineNum.
       MOVE EntryProdName TO RMAProdName.
       MOVE EntrySize TO RMASize.
       IF LTQty > 999
              MOVE 999 TO RMAQty
       ELSE
              MOVE LTQty TO RMAQty
       END-IF.
       MOVE "RCLL" TO RMAReason.
       MOVE BizDate TO RMAIssued.
       COMPUTE ExpiryInt = FUNCTION INTEGER-OF-DATE(BizDate) + 90.
       COMPUTE RMAExpiry = FUNCTION DATE-OF-INTEGER(ExpiryInt).
       MOVE "O" TO RMAStatus.
       WRITE RmaRecord
              INVALID KEY
                     DISPLAY "RMA number clash - order " OHOrderNum
                            " needs an RMA issued by hand."
                     MOVE 0 TO NewRmaNum
       END-WRITE.

WriteNoticeRecord.
       ADD 1 TO NoticeSeq.
       ADD 1 TO NoticeCount.
       ADD LTQty TO NotifiedQty.
       MOVE NewRecallNum TO LNRecallNum.
       MOVE NoticeSeq TO LNSeq.
       MOVE OHIDNum TO LNIDNum.
       MOVE OHOrderNum TO LNOrderNum.
       MOVE WorkLineNum TO LNLineNum.
       MOVE LTQty TO LNQty.
       MOVE LTDate TO LNShipDate.
       MOVE NewRmaNum TO LNRmaNum.
       WRITE RecallNoticeRecord
              INVALID KEY DISPLAY "Notice for order " OHOrderNum
                     " wasn't logged."
       END-WRITE.

PrintNoticeLetter.
       MOVE "Y" TO CustExists.
       MOVE OHIDNum TO IDNum.
       READ CustomerFile
              INVALID KEY
                     MOVE "N" TO CustExists
                     MOVE SPACES TO DisplayName
                     MOVE SPACES TO ShipStreet
                     MOVE SPACES TO ShipCity
                     MOVE SPACES TO ShipState
                     MOVE SPACES TO ShipPostal
              NOT INVALID KEY
                     PERFORM BuildDisplayName
                     MOVE Street TO ShipStreet
                     MOVE City TO ShipCity
                     MOVE StateCode TO ShipState
                     MOVE PostalCode TO ShipPostal
       END-READ.
       IF ShipToOpen = "Y" AND OHShipToLoc > 0
              MOVE OHIDNum TO STIDNum
              MOVE OHShipToLoc TO STLocNum
              READ ShipToFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            MOVE STLocName TO DisplayName
                            MOVE STStreet TO ShipStreet
                            MOVE STCity TO ShipCity
                            MOVE STStateCode TO ShipState
                            MOVE STPostalCode TO ShipPostal
              END-READ
       END-IF.
       IF CustExists = "N"
              DISPLAY "Customer " OHIDNum " not on master - notice printed"
                     " without an address."
       ELSE
              MOVE "RCL" TO ContactType
              MOVE SPACES TO ContactNote
              STRING "RECALL NOTICE " DELIMITED BY SIZE
                     NewRecallNum DELIMITED BY SIZE
                     " LOT " DELIMITED BY SIZE
                     EntryLotNum DELIMITED BY SIZE
                     INTO ContactNote
              CALL "coboltut98ctlog" USING IDNum, ContactType,
                     ContactNote, SignOnID
       END-IF.
       MOVE ALL "-" TO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "PRODUCT RECALL NOTICE " DELIMITED BY SIZE
              NewRecallNum DELIMITED BY SIZE
              "   DATE " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "TO : " DELIMITED BY SIZE
              DisplayName DELIMITED BY SIZE
              "   (" DELIMITED BY SIZE
              OHIDNum DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "   " DELIMITED BY SIZE
              ShipStreet DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "   " DELIMITED BY SIZE
              FUNCTION TRIM(ShipCity) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              ShipState DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ShipPostal DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "Our records show that order " DELIMITED BY SIZE
              OHOrderNum DELIMITED BY SIZE
              ", shipped " DELIMITED BY SIZE
              LTDate DELIMITED BY SIZE
              ", included " DELIMITED BY SIZE
              LTQty DELIMITED BY SIZE
              " unit(s) of" DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING EntryProdName DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              EntrySize DELIMITED BY SIZE
              ") from lot " DELIMITED BY SIZE
              EntryLotNum DELIMITED BY SIZE
              ", which is being recalled:" DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       STRING "   " DELIMITED BY SIZE
              EntryReason DELIMITED BY SIZE
              INTO LetterLine.
       WRITE LetterLine.
       MOVE "Please stop using this product and return the remaining"
              TO LetterLine.
       WRITE LetterLine.
       IF NewRmaNum > 0
              MOVE SPACES TO LetterLine
              STRING "units for full credit. Mark the box RMA "
                     DELIMITED BY SIZE
                     NewRmaNum DELIMITED BY SIZE
                     " - it is valid until " DELIMITED BY SIZE
                     RMAExpiry DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO LetterLine
       ELSE
              MOVE "units for full credit. Call us for a return number."
                     TO LetterLine
       END-IF.
       WRITE LetterLine.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              INTO DisplayName.

RecallStatusReport.
       MOVE 0 TO RecallCount.
       OPEN INPUT CMemoFile.
       IF WSCMFileStatus = "00"
              MOVE "Y" TO CMFileOpen
       ELSE
              MOVE "N" TO CMFileOpen
       END-IF.
       MOVE "O" TO RptAction.
       MOVE "RecallStatus.prt" TO RptFileName.
       MOVE "LOT RECALL STATUS" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE "N" TO WSEOF.
       MOVE 0 TO LRNum.
       START LotRecallFile KEY IS NOT LESS THAN LRNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ LotRecallFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END PERFORM PrintOneRecall
              END-READ
       END-PERFORM.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       IF CMFileOpen = "Y"
              CLOSE CMemoFile
              MOVE "N" TO CMFileOpen
       END-IF.
       DISPLAY RecallCount " recall(s) written to RecallStatus.prt".

PrintOneRecall.
       ADD 1 TO RecallCount.
       MOVE 0 TO TotNotified.
       MOVE 0 TO TotReturned.
       MOVE 0 TO TotOutstand.
       MOVE SPACES TO RptLine.
       PERFORM WriteStatusLine.
       MOVE LRQuarQty TO QtyEdit.
       STRING "RECALL " DELIMITED BY SIZE
              LRNum DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              LRProdName DELIMITED BY SIZE
              " (" DELIMITED BY SIZE
              LRSize DELIMITED BY SIZE
              ")  LOT " DELIMITED BY SIZE
              LRLotNum DELIMITED BY SIZE
              "  DECLARED " DELIMITED BY SIZE
              LRDate DELIMITED BY SIZE
              "  QUARANTINED " DELIMITED BY SIZE
              QtyEdit DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteStatusLine.
       MOVE SPACES TO RptLine.
       STRING "  REASON " DELIMITED BY SIZE
              LRReason DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteStatusLine.
       MOVE SPACES TO RptLine.
       STRING "  CUSTOMER  ORDER   LINE  SHIPPED    RMA" DELIMITED BY SIZE
              "     NOTIFIED  RETURNED  OUTSTANDING" DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteStatusLine.
       MOVE "N" TO NoteEOF.
       MOVE LRNum TO LNRecallNum.
       MOVE 0 TO LNSeq.
       START RecallNoticeFile KEY IS GREATER THAN LNKey
              INVALID KEY MOVE "Y" TO NoteEOF
       END-START.
       PERFORM UNTIL NoteEOF = "Y"
              READ RecallNoticeFile NEXT RECORD
                     AT END MOVE "Y" TO NoteEOF
                     NOT AT END
                            IF LNRecallNum = LRNum
                                   PERFORM PrintOneNotice
                            ELSE
                                   MOVE "Y" TO NoteEOF
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO RptLine.
       MOVE TotNotified TO QtyEdit.
       MOVE TotReturned TO RetEdit.
       MOVE TotOutstand TO OutEdit.
       MOVE "  TOTAL" TO RptLine(1:7).
       MOVE QtyEdit TO RptLine(47:6).
       MOVE RetEdit TO RptLine(57:6).
       MOVE OutEdit TO RptLine(69:6).
       PERFORM WriteStatusLine.

PrintOneNotice.
       PERFORM SumRecallReturns.
       COMPUTE OutstandQty = LNQty - LineReturned.
       ADD LNQty TO TotNotified.
       ADD LineReturned TO TotReturned.
       ADD OutstandQty TO TotOutstand.
       MOVE SPACES TO RptLine.
       MOVE LNIDNum TO RptLine(3:6).
       MOVE LNOrderNum TO RptLine(13:6).
       MOVE LNLineNum TO RptLine(21:3).
       MOVE LNShipDate TO RptLine(26:8).
       MOVE LNRmaNum TO RptLine(37:6).
       MOVE LNQty TO QtyEdit.
       MOVE LineReturned TO RetEdit.
       MOVE OutstandQty TO OutEdit.
       MOVE QtyEdit TO RptLine(47:6).
       MOVE RetEdit TO RptLine(57:6).
       MOVE OutEdit TO RptLine(69:6).
       PERFORM WriteStatusLine.

SumRecallReturns.
       MOVE 0 TO LineReturned.
       IF CMFileOpen = "Y"
              MOVE "N" TO CMEOF
              MOVE LOW-VALUES TO CMNumber
              START CMemoFile KEY IS NOT LESS THAN CMNumber
                     INVALID KEY MOVE "Y" TO CMEOF
              END-START
              PERFORM UNTIL CMEOF = "Y"
                     READ CMemoFile NEXT RECORD
                            AT END MOVE "Y" TO CMEOF
                            NOT AT END
                                   IF CMOrderNum = LNOrderNum AND
                                      CMLineNum = LNLineNum AND
                                      CMProdName = LRProdName AND
                                      CMSize = LRSize AND
                                      CMDate >= LRDate
                                          ADD CMQty TO LineReturned
                                   END-IF
                     END-READ
              END-PERFORM
       END-IF.
       IF LineReturned > LNQty
              MOVE LNQty TO LineReturned
       END-IF.

WriteStatusLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
