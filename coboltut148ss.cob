       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut148ss.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARTKey
              FILE STATUS IS WSARTFileStatus.
       SELECT OrdHeaderFile ASSIGN TO "OrdHeader.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OHOrderNum
              FILE STATUS IS WSHdrFileStatus.
       SELECT RmaFile ASSIGN TO "Rma.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RMANum
              FILE STATUS IS WSRmaStatus.
       SELECT WebAccessFile ASSIGN TO "WebAccess.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS WAIDNum
              FILE STATUS IS WSWebAccStatus.
       SELECT SelfServFile ASSIGN TO "SelfService.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSSelfServStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD ARTransFile.
       COPY ARTRAN.
FD OrdHeaderFile.
       COPY ORDHDR.
FD RmaFile.
       COPY RMAREC.
FD WebAccessFile.
       COPY WEBACC.
FD SelfServFile.
       COPY SSEXTR.
WORKING-STORAGE SECTION.
       01 WSCustFileStatus PIC XX.
       01 WSARTFileStatus PIC XX.
       01 ARTFileOpen PIC X VALUE "N".
       01 WSHdrFileStatus PIC XX.
       01 HdrFileOpen PIC X VALUE "N".
       01 WSRmaStatus PIC XX.
       01 RmaFileOpen PIC X VALUE "N".
       01 WSWebAccStatus PIC XX.
       01 WebAccOpen PIC X VALUE "N".
       01 WSSelfServStatus PIC XX.
       01 WSEOF PIC X VALUE "N".
       01 ARTEOF PIC X.
       01 BizDate PIC 9(8).
       01 TodayInt PIC 9(8).
       01 TranInt PIC 9(8).
       01 AgeDays PIC S9(5).
       01 RecentDays PIC 9(3) VALUE 90.
       01 RecentStart PIC 9(8).
       01 WebBlocked PIC X.
       01 CustBalance PIC S9(9)V99.
       01 BCurrent PIC 9(9)V99.
       01 B3160 PIC 9(9)V99.
       01 B6190 PIC 9(9)V99.
       01 BOver90 PIC 9(9)V99.
       01 CreditPool PIC 9(9)V99.
       01 LastPayDate PIC 9(8).
       01 LastPayAmt PIC 9(7)V99.
       01 BalanceTotal PIC S9(11)V99 VALUE 0.
       01 CustCount PIC 9(6) VALUE 0.
       01 ExcludedCount PIC 9(6) VALUE 0.
       01 OrderCount PIC 9(6) VALUE 0.
       01 InvCount PIC 9(7) VALUE 0.
       01 PayCount PIC 9(7) VALUE 0.
       01 RmaCount PIC 9(5) VALUE 0.
       01 RecordCount PIC 9(7) VALUE 0.
       01 RCIdx PIC 9(3).
       01 RCCount PIC 9(3).
       01 RecentTable.
              02 RCEntry OCCURS 200 TIMES.
                     03 RCType PIC X.
                     03 RCDate PIC 9(8).
                     03 RCRef PIC X(10).
                     03 RCAmount PIC 9(7)V99.
                     03 RCDueDate PIC 9(8).
       01 OTIdx PIC 9(4).
       01 OTCount PIC 9(4) VALUE 0.
       01 OpenOrderTable.
              02 OTEntry OCCURS 5000 TIMES.
                     03 OTIDNum PIC 9(6).
                     03 OTOrderNum PIC 9(6).
                     03 OTOrderDate PIC 9(8).
                     03 OTStatus PIC X.
                     03 OTReqDate PIC 9(8).
                     03 OTShipDate PIC 9(8).
                     03 OTCustPO PIC X(10).
                     03 OTLineCount PIC 9(3).
       01 RTIdx PIC 9(4).
       01 RTCount PIC 9(4) VALUE 0.
       01 OpenRmaTable.
              02 RTEntry OCCURS 2000 TIMES.
                     03 RTIDNum PIC 9(6).
                     03 RTRmaNum PIC 9(6).
                     03 RTOrderNum PIC 9(6).
                     03 RTProdName PIC X(10).
                     03 RTSize PIC A.
                     03 RTQty PIC 9(3).
                     03 RTIssued PIC 9(8).
                     03 RTExpiry PIC 9(8).
       01 BalanceDollar PIC $$$,$$$,$$$,$$9.99-.

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut25getdate" USING BizDate.
       COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BizDate).
       COMPUTE RecentStart = FUNCTION DATE-OF-INTEGER(TodayInt - RecentDays).
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus NOT = "00"
              DISPLAY "No customer master - self-service extract not built."
              MOVE 8 TO RETURN-CODE
              STOP RUN
       END-IF.
       OPEN INPUT ARTransFile.
       IF WSARTFileStatus = "00"
              MOVE "Y" TO ARTFileOpen
       ELSE
              MOVE "N" TO ARTFileOpen
       END-IF.
       OPEN INPUT OrdHeaderFile.
       IF WSHdrFileStatus = "00"
              MOVE "Y" TO HdrFileOpen
       ELSE
              MOVE "N" TO HdrFileOpen
       END-IF.
       OPEN INPUT RmaFile.
       IF WSRmaStatus = "00"
              MOVE "Y" TO RmaFileOpen
       ELSE
              MOVE "N" TO RmaFileOpen
       END-IF.
       OPEN INPUT WebAccessFile.
       IF WSWebAccStatus = "00"
              MOVE "Y" TO WebAccOpen
       ELSE
              MOVE "N" TO WebAccOpen
       END-IF.
       PERFORM LoadOpenOrders.
       PERFORM LoadOpenRmas.
       OPEN OUTPUT SelfServFile.
       MOVE SPACES TO SelfServRecord.
       MOVE "H" TO SXRecType.
       MOVE BizDate TO SXHRunDate.
       MOVE FUNCTION CURRENT-DATE(1:14) TO SXHCreated.
       MOVE RecentDays TO SXHRecentDays.
       PERFORM WriteExtract.
       PERFORM UNTIL WSEOF = "Y"
              READ CustomerFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            PERFORM CheckWebAccess
                            IF WebBlocked = "Y"
                                   ADD 1 TO ExcludedCount
                            ELSE
                                   PERFORM ExtractCustomer
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO SelfServRecord.
       MOVE "T" TO SXRecType.
       MOVE BizDate TO SXTRunDate.
       MOVE CustCount TO SXTCustCount.
       MOVE OrderCount TO SXTOrderCount.
       MOVE InvCount TO SXTInvCount.
       MOVE PayCount TO SXTPayCount.
       MOVE RmaCount TO SXTRmaCount.
       MOVE ExcludedCount TO SXTExcluded.
       ADD 1 TO RecordCount.
       MOVE RecordCount TO SXTRecordCount.
       IF BalanceTotal < 0
              MOVE "-" TO SXTBalSign
              COMPUTE SXTBalanceTotal = 0 - BalanceTotal
       ELSE
              MOVE "+" TO SXTBalSign
              MOVE BalanceTotal TO SXTBalanceTotal
       END-IF.
       WRITE SelfServRecord.
       CLOSE CustomerFile.
       IF ARTFileOpen = "Y"
              CLOSE ARTransFile
              MOVE "N" TO ARTFileOpen
       END-IF.
       IF HdrFileOpen = "Y"
              CLOSE OrdHeaderFile
              MOVE "N" TO HdrFileOpen
       END-IF.
       IF RmaFileOpen = "Y"
              CLOSE RmaFile
              MOVE "N" TO RmaFileOpen
       END-IF.
       IF WebAccOpen = "Y"
              CLOSE WebAccessFile
              MOVE "N" TO WebAccOpen
       END-IF.
       CLOSE SelfServFile.
       MOVE BalanceTotal TO BalanceDollar.
       DISPLAY "SELF-SERVICE EXTRACT COMPLETE - SelfService.dat".
       DISPLAY "Customers extracted   : " CustCount.
       DISPLAY "Customers excluded    : " ExcludedCount " (no web access)".
       DISPLAY "Open orders           : " OrderCount.
       DISPLAY "Recent invoices       : " InvCount.
       DISPLAY "Recent payments       : " PayCount.
       DISPLAY "Open RMAs             : " RmaCount.
       DISPLAY "Records written       : " RecordCount.
       DISPLAY "Balance total         : " BalanceDollar.
       STOP RUN.

WriteExtract.
       WRITE SelfServRecord.
       ADD 1 TO RecordCount.

LoadOpenOrders.
       IF HdrFileOpen = "Y"
              MOVE "N" TO ARTEOF
              MOVE 0 TO OHOrderNum
              START OrdHeaderFile KEY IS GREATER THAN OHOrderNum
                     INVALID KEY MOVE "Y" TO ARTEOF
              END-START
              PERFORM UNTIL ARTEOF = "Y"
                     READ OrdHeaderFile NEXT RECORD
                            AT END MOVE "Y" TO ARTEOF
                            NOT AT END
                                   IF NOT OHInvoiced AND NOT OHCancelled
                                          PERFORM HoldOpenOrder
                                   END-IF
                     END-READ
              END-PERFORM
       END-IF.

HoldOpenOrder.
       IF OTCount < 5000
              ADD 1 TO OTCount
              MOVE OHIDNum TO OTIDNum(OTCount)
              MOVE OHOrderNum TO OTOrderNum(OTCount)
              MOVE OHOrderDate TO OTOrderDate(OTCount)
              MOVE OHStatus TO OTStatus(OTCount)
              MOVE OHReqDate TO OTReqDate(OTCount)
              MOVE OHShipDate TO OTShipDate(OTCount)
              MOVE OHCustPO TO OTCustPO(OTCount)
              MOVE OHLineCount TO OTLineCount(OTCount)
       ELSE
              DISPLAY "More than 5000 open orders - order " OHOrderNum
                     " left out of the extract."
       END-IF.

LoadOpenRmas.
       IF RmaFileOpen = "Y"
              MOVE "N" TO ARTEOF
              PERFORM UNTIL ARTEOF = "Y"
                     READ RmaFile NEXT RECORD
                            AT END MOVE "Y" TO ARTEOF
                            NOT AT END
                                   IF RMAOpen AND RMAExpiry >= BizDate
                                          PERFORM HoldOpenRma
                                   END-IF
                     END-READ
              END-PERFORM
       END-IF.

HoldOpenRma.
       IF RTCount < 2000 AND HdrFileOpen = "Y"
              MOVE RMAOrderNum TO OHOrderNum
              READ OrdHeaderFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            ADD 1 TO RTCount
                            MOVE OHIDNum TO RTIDNum(RTCount)
                            MOVE RMANum TO RTRmaNum(RTCount)
                            MOVE RMAOrderNum TO RTOrderNum(RTCount)
                            MOVE RMAProdName TO RTProdName(RTCount)
                            MOVE RMASize TO RTSize(RTCount)
                            MOVE RMAQty TO RTQty(RTCount)
                            MOVE RMAIssued TO RTIssued(RTCount)
                            MOVE RMAExpiry TO RTExpiry(RTCount)
              END-READ
       END-IF.

CheckWebAccess.
       MOVE "N" TO WebBlocked.
       IF WebAccOpen = "Y"
              MOVE IDNum TO WAIDNum
              READ WebAccessFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF WANoAccess
                                   MOVE "Y" TO WebBlocked
                            END-IF
              END-READ
       END-IF.

ExtractCustomer.
       ADD 1 TO CustCount.
       PERFORM AgeCustomer.
       MOVE SPACES TO SelfServRecord.
       MOVE "C" TO SXRecType.
       MOVE IDNum TO SXCIDNum.
       MOVE FirstName TO SXCFirstName.
       MOVE LastName TO SXCLastName.
       IF CustBalance < 0
              MOVE "-" TO SXCBalSign
              COMPUTE SXCBalance = 0 - CustBalance
       ELSE
              MOVE "+" TO SXCBalSign
              MOVE CustBalance TO SXCBalance
       END-IF.
       MOVE BCurrent TO SXCCurrent.
       MOVE B3160 TO SXC3160.
       MOVE B6190 TO SXC6190.
       MOVE BOver90 TO SXCOver90.
       MOVE LastPayDate TO SXCLastPayDate.
       MOVE LastPayAmt TO SXCLastPayAmt.
       PERFORM WriteExtract.
       ADD CustBalance TO BalanceTotal.
       PERFORM VARYING RCIdx FROM 1 BY 1 UNTIL RCIdx > RCCount
              MOVE SPACES TO SelfServRecord
              MOVE RCType(RCIdx) TO SXRecType
              MOVE IDNum TO SXAIDNum
              MOVE RCDate(RCIdx) TO SXADate
              MOVE RCRef(RCIdx) TO SXARef
              MOVE RCAmount(RCIdx) TO SXAAmount
              MOVE RCDueDate(RCIdx) TO SXADueDate
              PERFORM WriteExtract
              IF RCType(RCIdx) = "I"
                     ADD 1 TO InvCount
              ELSE
                     ADD 1 TO PayCount
              END-IF
       END-PERFORM.
       PERFORM VARYING OTIdx FROM 1 BY 1 UNTIL OTIdx > OTCount
              IF OTIDNum(OTIdx) = IDNum
                     PERFORM WriteOpenOrder
              END-IF
       END-PERFORM.
       PERFORM VARYING RTIdx FROM 1 BY 1 UNTIL RTIdx > RTCount
              IF RTIDNum(RTIdx) = IDNum
                     PERFORM WriteOpenRma
              END-IF
       END-PERFORM.

WriteOpenOrder.
       ADD 1 TO OrderCount.
       MOVE SPACES TO SelfServRecord.
       MOVE "O" TO SXRecType.
       MOVE IDNum TO SXOIDNum.
       MOVE OTOrderNum(OTIdx) TO SXOOrderNum.
       MOVE OTOrderDate(OTIdx) TO SXOOrderDate.
       MOVE OTStatus(OTIdx) TO SXOStatus.
       EVALUATE OTStatus(OTIdx)
              WHEN "E" MOVE "RECEIVED" TO SXOStatusText
              WHEN "P" MOVE "BEING PICKED" TO SXOStatusText
              WHEN "T" MOVE "PART SHIPPED" TO SXOStatusText
              WHEN "S" MOVE "SHIPPED" TO SXOStatusText
              WHEN OTHER MOVE "IN PROCESS" TO SXOStatusText
       END-EVALUATE.
       MOVE OTReqDate(OTIdx) TO SXOReqDate.
       MOVE OTShipDate(OTIdx) TO SXOShipDate.
       MOVE OTCustPO(OTIdx) TO SXOCustPO.
       MOVE OTLineCount(OTIdx) TO SXOLineCount.
       PERFORM WriteExtract.

WriteOpenRma.
       ADD 1 TO RmaCount.
       MOVE SPACES TO SelfServRecord.
       MOVE "R" TO SXRecType.
       MOVE IDNum TO SXRIDNum.
       MOVE RTRmaNum(RTIdx) TO SXRRmaNum.
       MOVE RTOrderNum(RTIdx) TO SXROrderNum.
       MOVE RTProdName(RTIdx) TO SXRProdName.
       MOVE RTSize(RTIdx) TO SXRSize.
       MOVE RTQty(RTIdx) TO SXRQty.
       MOVE RTIssued(RTIdx) TO SXRIssued.
       MOVE RTExpiry(RTIdx) TO SXRExpiry.
       PERFORM WriteExtract.

AgeCustomer.
       MOVE 0 TO CustBalance BCurrent B3160 B6190 BOver90 CreditPool.
       MOVE 0 TO LastPayDate LastPayAmt.
       MOVE 0 TO RCCount.
       IF ARTFileOpen = "Y"
              MOVE "N" TO ARTEOF
              MOVE IDNum TO ARTIDNum
              MOVE 0 TO ARTSeq
              START ARTransFile KEY IS GREATER THAN ARTKey
                     INVALID KEY MOVE "Y" TO ARTEOF
              END-START
              PERFORM UNTIL ARTEOF = "Y"
                     READ ARTransFile NEXT RECORD
                            AT END MOVE "Y" TO ARTEOF
                            NOT AT END
                                   IF ARTIDNum = IDNum
                                          PERFORM AgeOneTran
                                   ELSE
                                          MOVE "Y" TO ARTEOF
                                   END-IF
                     END-READ
              END-PERFORM
       END-IF.
       PERFORM ApplyCreditsOldestFirst.

AgeOneTran.
       ADD ARTAmount TO CustBalance.
       IF ARTAmount > 0
              IF ARTDueDate > 0
                     COMPUTE TranInt = FUNCTION INTEGER-OF-DATE(ARTDueDate)
              ELSE
                     COMPUTE TranInt = FUNCTION INTEGER-OF-DATE(ARTDate)
              END-IF
              COMPUTE AgeDays = TodayInt - TranInt
              EVALUATE TRUE
                     WHEN AgeDays > 90 ADD ARTAmount TO BOver90
                     WHEN AgeDays > 60 ADD ARTAmount TO B6190
                     WHEN AgeDays > 30 ADD ARTAmount TO B3160
                     WHEN OTHER ADD ARTAmount TO BCurrent
              END-EVALUATE
       ELSE
              SUBTRACT ARTAmount FROM CreditPool
       END-IF.
       IF ARTPayment
              IF ARTDate >= LastPayDate
                     MOVE ARTDate TO LastPayDate
                     COMPUTE LastPayAmt = 0 - ARTAmount
              END-IF
       END-IF.
       IF (ARTInvoice OR ARTPayment) AND ARTDate >= RecentStart
              AND RCCount < 200
              ADD 1 TO RCCount
              MOVE ARTType TO RCType(RCCount)
              MOVE ARTDate TO RCDate(RCCount)
              MOVE ARTRef TO RCRef(RCCount)
              IF ARTAmount < 0
                     COMPUTE RCAmount(RCCount) = 0 - ARTAmount
              ELSE
                     MOVE ARTAmount TO RCAmount(RCCount)
              END-IF
              MOVE ARTDueDate TO RCDueDate(RCCount)
       END-IF.

ApplyCreditsOldestFirst.
       IF CreditPool > 0
              IF CreditPool >= BOver90
                     SUBTRACT BOver90 FROM CreditPool
                     MOVE 0 TO BOver90
              ELSE
                     SUBTRACT CreditPool FROM BOver90
                     MOVE 0 TO CreditPool
              END-IF
       END-IF.
       IF CreditPool > 0
              IF CreditPool >= B6190
                     SUBTRACT B6190 FROM CreditPool
                     MOVE 0 TO B6190
              ELSE
                     SUBTRACT CreditPool FROM B6190
                     MOVE 0 TO CreditPool
              END-IF
       END-IF.
       IF CreditPool > 0
              IF CreditPool >= B3160
                     SUBTRACT B3160 FROM CreditPool
                     MOVE 0 TO B3160
              ELSE
                     SUBTRACT CreditPool FROM B3160
                     MOVE 0 TO CreditPool
              END-IF
       END-IF.
       IF CreditPool > 0
              IF CreditPool >= BCurrent
                     SUBTRACT BCurrent FROM CreditPool
                     MOVE 0 TO BCurrent
              ELSE
                     SUBTRACT CreditPool FROM BCurrent
                     MOVE 0 TO CreditPool
              END-IF
       END-IF.
