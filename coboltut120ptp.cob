       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut120ptp.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PromiseFile ASSIGN TO "Promise.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PMKey
              FILE STATUS IS WSPromiseStatus.
       SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARTKey
              FILE STATUS IS WSARTFileStatus.
DATA DIVISION.
FILE SECTION.
FD PromiseFile.
       COPY PROMISE.
FD ARTransFile.
       COPY ARTRAN.
WORKING-STORAGE SECTION.
       01 WSPromiseStatus PIC XX.
       01 WSARTFileStatus PIC XX.
       01 WSEOF PIC X.
       01 TranEOF PIC X.
       01 BizDate PIC 9(8).
       01 ReceivedAmt PIC S9(9)V99.
       01 CheckedCount PIC 9(5) VALUE 0.
       01 KeptCount PIC 9(5) VALUE 0.
       01 BrokenCount PIC 9(5) VALUE 0.
       01 ContactType PIC X(4).
       01 ContactNote PIC X(40).
       01 ContactOper PIC X(4).
       01 AmtEdit PIC Z,ZZZ,ZZ9.99.
       01 AmtDollar PIC $$,$$$,$$9.99.
       01 RcvDollar PIC $$,$$$,$$9.99.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O PromiseFile.
       IF WSPromiseStatus NOT = "00"
              DISPLAY "No promise-to-pay file - nothing to check."
              STOP RUN
       END-IF.
       OPEN INPUT ARTransFile.
       IF WSARTFileStatus NOT = "00"
              DISPLAY "No AR transaction file - promises not checked."
              CLOSE PromiseFile
              STOP RUN
       END-IF.
       MOVE "O" TO RptAction.
       MOVE "PromiseCheck.prt" TO RptFileName.
       MOVE "PROMISE-TO-PAY CHECK" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "RECEIPTS TO " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WritePromiseLine.
       MOVE "ID     TAKEN    DUE BY        PROMISED      RECEIVED  RESULT"
              TO RptLine.
       PERFORM WritePromiseLine.
       MOVE "BATC" TO ContactOper.
       MOVE "N" TO WSEOF.
       PERFORM UNTIL WSEOF = "Y"
              READ PromiseFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF PMOpen
                                   PERFORM CheckOnePromise
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO RptLine.
       PERFORM WritePromiseLine.
       MOVE SPACES TO RptLine.
       STRING "OPEN PROMISES CHECKED : " DELIMITED BY SIZE
              CheckedCount DELIMITED BY SIZE
              "   KEPT : " DELIMITED BY SIZE
              KeptCount DELIMITED BY SIZE
              "   BROKEN : " DELIMITED BY SIZE
              BrokenCount DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WritePromiseLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       CLOSE ARTransFile.
       CLOSE PromiseFile.
       DISPLAY "Promises checked : " CheckedCount "   kept : " KeptCount
              "   broken : " BrokenCount.
       STOP RUN.

CheckOnePromise.
       ADD 1 TO CheckedCount.
       PERFORM SumReceipts.
       IF ReceivedAmt < 0
              MOVE 0 TO ReceivedAmt
       END-IF.
       MOVE ReceivedAmt TO PMReceived.
       IF PMReceived >= PMAmount
              MOVE "K" TO PMStatus
              MOVE "Y" TO PMLetterSkip
              MOVE BizDate TO PMResolvedDate
              ADD 1 TO KeptCount
              MOVE "PROMISE KEPT" TO ContactNote
              PERFORM LogPromiseResult
       ELSE
              IF BizDate > PMPromiseDate
                     MOVE "B" TO PMStatus
                     MOVE BizDate TO PMResolvedDate
                     ADD 1 TO BrokenCount
                     MOVE PMReceived TO AmtEdit
                     MOVE SPACES TO ContactNote
                     STRING "PROMISE BROKEN - RECEIVED " DELIMITED BY SIZE
                            FUNCTION TRIM(AmtEdit) DELIMITED BY SIZE
                            INTO ContactNote
                     PERFORM LogPromiseResult
              END-IF
       END-IF.
       REWRITE PromiseRecord
              INVALID KEY DISPLAY "Promise for " PMIDNum " wasn't updated."
       END-REWRITE.

SumReceipts.
       MOVE 0 TO ReceivedAmt.
       MOVE PMIDNum TO ARTIDNum.
       MOVE 0 TO ARTSeq.
       MOVE "N" TO TranEOF.
       START ARTransFile KEY IS GREATER THAN ARTKey
              INVALID KEY MOVE "Y" TO TranEOF
       END-START.
       PERFORM UNTIL TranEOF = "Y"
              READ ARTransFile NEXT RECORD
                     AT END MOVE "Y" TO TranEOF
                     NOT AT END
                            IF ARTIDNum NOT = PMIDNum
                                   MOVE "Y" TO TranEOF
                            ELSE
                                   IF ARTDate >= PMTakenDate AND
                                      ARTDate <= BizDate AND
                                      (ARTPayment OR ARTReversal)
                                          SUBTRACT ARTAmount FROM ReceivedAmt
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

LogPromiseResult.
       MOVE "PTP" TO ContactType.
       CALL "coboltut98ctlog" USING PMIDNum, ContactType, ContactNote,
              ContactOper.
       MOVE PMAmount TO AmtDollar.
       MOVE PMReceived TO RcvDollar.
       MOVE SPACES TO RptLine.
       MOVE PMIDNum TO RptLine(1:6).
       MOVE PMTakenDate TO RptLine(8:8).
       MOVE PMPromiseDate TO RptLine(17:8).
       MOVE AmtDollar TO RptLine(26:13).
       MOVE RcvDollar TO RptLine(40:13).
       IF PMKept
              MOVE "KEPT - NEXT LETTER HELD" TO RptLine(55:23)
       ELSE
              MOVE "BROKEN - BACK ON QUEUE" TO RptLine(55:22)
       END-IF.
       PERFORM WritePromiseLine.

WritePromiseLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
