       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut48chgbk.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SalesRepFile ASSIGN TO "SalesRep.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SRCode
              FILE STATUS IS WSRepFileStatus.
       SELECT InvoiceFile ASSIGN TO "Invoice.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS InvNumber
              FILE STATUS IS WSInvFileStatus.
       SELECT CommLedgerFile ASSIGN TO "CommLedger.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLKey
              FILE STATUS IS WSCommLedStatus.
DATA DIVISION.
FILE SECTION.
FD SalesRepFile.
       COPY SREPREC.
FD InvoiceFile.
       COPY INVREC.
FD CommLedgerFile.
       COPY COMMLED.
WORKING-STORAGE SECTION.
       01 WSRepFileStatus PIC XX.
       01 WSInvFileStatus PIC XX.
       01 WSCommLedStatus PIC XX.
       01 WSEOF PIC X.
       01 ChargeRep PIC X(3).
       01 ChargeBase PIC 9(9)V99.
       01 ChargeRef PIC X(10).
       01 ChargeAmount PIC 9(7)V99.
       01 Remaining PIC 9(9)V99.
       01 CustInvIdx PIC 9(3).
       01 CustInvCount PIC 9(3).
       01 CustInvTable.
              02 CustInvEntry OCCURS 200 TIMES.
                     03 CINumber PIC 9(6).
                     03 CIRep PIC X(3).
                     03 CITotal PIC 9(9)V99.
       01 CommDollar PIC $$$,$$9.99.
LINKAGE SECTION.
       01 LRepCode PIC X(3).
       01 LIDNum PIC 9(6).
       01 LBase PIC 9(9)V99.
       01 LDate PIC 9(8).
       01 LRef PIC X(10).
PROCEDURE DIVISION USING LRepCode LIDNum LBase LDate LRef.
StartPara.
       OPEN INPUT SalesRepFile.
       IF WSRepFileStatus NOT = "00"
              GOBACK
       END-IF.
       OPEN I-O CommLedgerFile.
       IF WSCommLedStatus NOT = "00"
              OPEN OUTPUT CommLedgerFile
              CLOSE CommLedgerFile
              OPEN I-O CommLedgerFile
       END-IF.
       IF LRepCode NOT = SPACES
              MOVE LRepCode TO ChargeRep
              MOVE LBase TO ChargeBase
              MOVE LRef TO ChargeRef
              PERFORM ChargeOneRep
       ELSE
              PERFORM ChargeWriteoff
       END-IF.
       CLOSE CommLedgerFile.
       CLOSE SalesRepFile.
       GOBACK.

ChargeWriteoff.
       MOVE 0 TO CustInvCount.
       OPEN INPUT InvoiceFile.
       IF WSInvFileStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ InvoiceFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF InvIDNum = LIDNum AND
                                      InvSalesRep NOT = SPACES AND
                                      CustInvCount < 200
                                          ADD 1 TO CustInvCount
                                          MOVE InvNumber TO
                                                 CINumber(CustInvCount)
                                          MOVE InvSalesRep TO
                                                 CIRep(CustInvCount)
                                          MOVE InvTotal TO
                                                 CITotal(CustInvCount)
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE InvoiceFile
       END-IF.
       MOVE LBase TO Remaining.
       PERFORM VARYING CustInvIdx FROM CustInvCount BY -1
              UNTIL CustInvIdx < 1 OR Remaining = 0
              MOVE CIRep(CustInvIdx) TO ChargeRep
              IF CITotal(CustInvIdx) < Remaining
                     MOVE CITotal(CustInvIdx) TO ChargeBase
              ELSE
                     MOVE Remaining TO ChargeBase
              END-IF
              SUBTRACT ChargeBase FROM Remaining
              MOVE SPACES TO ChargeRef
              STRING "WO" DELIMITED BY SIZE
                     CINumber(CustInvIdx) DELIMITED BY SIZE
                     INTO ChargeRef
              PERFORM ChargeOneRep
       END-PERFORM.

ChargeOneRep.
       MOVE ChargeRep TO SRCode.
       READ SalesRepFile
              INVALID KEY MOVE 0 TO SRRate
       END-READ.
       COMPUTE ChargeAmount ROUNDED = ChargeBase * SRRate.
       IF ChargeAmount > 0
              MOVE ChargeRep TO CLRepCode
              MOVE "C" TO CLType
              MOVE LDate TO CLDate
              MOVE ChargeRef TO CLRef
              MOVE LIDNum TO CLIDNum
              MOVE ChargeBase TO CLBase
              MOVE SRRate TO CLRate
              MOVE ChargeAmount TO CLAmount
              MOVE 0 TO CLPeriod
              MOVE ChargeAmount TO CommDollar
              WRITE CommLedgerRecord
                     INVALID KEY DISPLAY "Commission chargeback " ChargeRef
                            " for rep " ChargeRep " is already recorded."
                     NOT INVALID KEY DISPLAY "Commission of " CommDollar
                            " charged back to rep " ChargeRep "."
              END-WRITE
       END-IF.
