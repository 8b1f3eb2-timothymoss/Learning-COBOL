       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut114.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BankClearedFile ASSIGN TO "BankCleared.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSBankClrStatus.
       SELECT ClearedCheckFile ASSIGN TO "ClearedCheck.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLCheckNum
              FILE STATUS IS WSClearedStatus.
       SELECT CheckRegisterFile ASSIGN TO "CheckRegister.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCheckRegStatus.
       SELECT RefundRegFile ASSIGN TO "RefundReg.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSRefundRegStatus.
       SELECT DepositRegFile ASSIGN TO "DepositReg.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DRDepositNum
              FILE STATUS IS WSDepRegStatus.
       SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSGLJournalStatus.
DATA DIVISION.
FILE SECTION.
FD BankClearedFile.
       01 BankClearedRecord.
              02 BCCheckNum PIC 9(6).
              02 BCClearDate PIC 9(8).
              02 BCAmount PIC 9(9)V99.
FD ClearedCheckFile.
       COPY CLRCHK.
FD CheckRegisterFile.
       COPY CHKREG.
FD RefundRegFile.
       COPY REFREG.
FD DepositRegFile.
       01 DepositRegRecord.
              02 DRDepositNum PIC 9(6).
              02 DRDate PIC 9(8).
              02 DRCount PIC 9(3).
              02 DRAmount PIC 9(9)V99.
              02 DRCleared PIC X.
                     88 DRIsCleared VALUE "Y".
              02 DRClearedDate PIC 9(8).
FD GLJournalFile.
       COPY GLJRNL.
WORKING-STORAGE SECTION.
       01 WSBankClrStatus PIC XX.
       01 WSClearedStatus PIC XX.
       01 WSCheckRegStatus PIC XX.
       01 WSRefundRegStatus PIC XX.
       01 WSDepRegStatus PIC XX.
       01 WSGLJournalStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 BizDate PIC 9(8).
       01 AsOfDate PIC 9(8).
       01 BankBalance PIC S9(9)V99.
       01 BookFound PIC X.
       01 BookSource PIC X.
       01 BookAmount PIC 9(9)V99.
       01 BookVoided PIC X.
       01 IsCleared PIC X.
       01 IsVoided PIC X.
       01 VoidIdx PIC 9(4).
       01 VoidCount PIC 9(4).
       01 VoidTable.
              02 VoidEntry OCCURS 1000 TIMES.
                     03 VTCheckNum PIC 9(6).
                     03 VTDate PIC 9(8).
       01 LoadCount PIC 9(5).
       01 MatchCount PIC 9(5).
       01 ExceptCount PIC 9(5).
       01 OutCount PIC 9(5).
       01 OutTotal PIC 9(9)V99.
       01 TransitTotal PIC 9(9)V99.
       01 ExceptTotal PIC S9(9)V99.
       01 AdjustedBank PIC S9(9)V99.
       01 BookBalance PIC S9(9)V99.
       01 RecDiff PIC S9(9)V99.
       01 OpenFromDate PIC 9(8).
       01 ExceptText PIC X(24).
       01 OutType PIC X(6).
       01 OutPayee PIC X(10).
       01 OutDate PIC 9(8).
       01 OutNum PIC 9(6).
       01 OutAmount PIC 9(9)V99.
       01 LineLabel PIC X(40).
       01 LineAmount PIC S9(9)V99.
       01 AmtDollar PIC $$$,$$$,$$9.99.
       01 SignedDollar PIC -$$$,$$$,$$9.99.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O ClearedCheckFile.
       IF WSClearedStatus NOT = "00"
              OPEN OUTPUT ClearedCheckFile
              CLOSE ClearedCheckFile
              OPEN I-O ClearedCheckFile
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "CHECK RECONCILIATION"
              DISPLAY "1 : Load Bank Cleared-Check File"
              DISPLAY "2 : Outstanding Check List"
              DISPLAY "3 : Bank-To-Book Reconciliation"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM LoadClearedChecks
                     WHEN 2 PERFORM OutstandingList
                     WHEN 3 PERFORM BankToBookRecon
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE ClearedCheckFile.
       STOP RUN.

LoadClearedChecks.
       OPEN INPUT BankClearedFile.
       IF WSBankClrStatus NOT = "00"
              DISPLAY "No BankCleared.dat from the bank - nothing loaded."
       ELSE
              MOVE 0 TO LoadCount
              MOVE 0 TO MatchCount
              MOVE 0 TO ExceptCount
              MOVE "O" TO RptAction
              MOVE "ClearedChecks.prt" TO RptFileName
              MOVE "BANK CLEARED CHECKS - LOAD EXCEPTIONS" TO RptTitle
              MOVE SPACES TO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              MOVE "L" TO RptAction
              MOVE "CHECK   CLEARED   BANK AMOUNT     BOOK AMOUNT    EXCEPTION"
                     TO RptLine
              PERFORM WriteReconLine
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ BankClearedFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   ADD 1 TO LoadCount
                                   PERFORM LoadOneCleared
                     END-READ
              END-PERFORM
              CLOSE BankClearedFile
              IF ExceptCount = 0
                     MOVE "   NO EXCEPTIONS - EVERY CHECK MATCHED" TO RptLine
                     PERFORM WriteReconLine
              END-IF
              MOVE "C" TO RptAction
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              DISPLAY LoadCount " check(s) loaded, " MatchCount
                     " matched, " ExceptCount " exception(s) - see"
                     " ClearedChecks.prt"
       END-IF.

LoadOneCleared.
       MOVE BCCheckNum TO CLCheckNum.
       READ ClearedCheckFile
              INVALID KEY PERFORM MarkOneCleared
              NOT INVALID KEY
                     MOVE "ALREADY CLEARED" TO ExceptText
                     MOVE CLBookAmount TO BookAmount
                     PERFORM PrintLoadException
       END-READ.

MarkOneCleared.
       MOVE BCCheckNum TO OutNum.
       PERFORM FindBookCheck.
       MOVE BCCheckNum TO CLCheckNum.
       MOVE BCClearDate TO CLClearDate.
       MOVE BCAmount TO CLBankAmount.
       MOVE BookAmount TO CLBookAmount.
       MOVE BookSource TO CLSource.
       MOVE BizDate TO CLLoadDate.
       IF BookFound = "N"
              MOVE "U" TO CLResult
              MOVE "NOT ISSUED BY US" TO ExceptText
       ELSE
              IF BookVoided = "Y"
                     MOVE "V" TO CLResult
                     MOVE "VOIDED CHECK PAID" TO ExceptText
              ELSE
                     IF BCAmount NOT = BookAmount
                            MOVE "M" TO CLResult
                            MOVE "AMOUNT MISMATCH" TO ExceptText
                     ELSE
                            MOVE "C" TO CLResult
                     END-IF
              END-IF
       END-IF.
       WRITE ClearedCheckRecord
              INVALID KEY DISPLAY "Check " BCCheckNum " wasn't marked"
                     " cleared."
       END-WRITE.
       IF CLMatched
              ADD 1 TO MatchCount
       ELSE
              PERFORM PrintLoadException
       END-IF.

PrintLoadException.
       ADD 1 TO ExceptCount.
       MOVE SPACES TO RptLine.
       MOVE BCCheckNum TO RptLine(1:6).
       MOVE BCClearDate TO RptLine(9:8).
       MOVE BCAmount TO AmtDollar.
       MOVE AmtDollar TO RptLine(17:14).
       MOVE BookAmount TO AmtDollar.
       MOVE AmtDollar TO RptLine(33:14).
       MOVE ExceptText TO RptLine(49:24).
       PERFORM WriteReconLine.

FindBookCheck.
       MOVE "N" TO BookFound.
       MOVE "N" TO BookVoided.
       MOVE SPACE TO BookSource.
       MOVE 0 TO BookAmount.
       OPEN INPUT CheckRegisterFile.
       IF WSCheckRegStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ CheckRegisterFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF CRCheckNum = OutNum
                                          IF CRVoided
                                                 MOVE "Y" TO BookVoided
                                          ELSE
                                                 MOVE "Y" TO BookFound
                                                 MOVE "A" TO BookSource
                                                 MOVE CRAmount TO BookAmount
                                          END-IF
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE CheckRegisterFile
       END-IF.
       IF BookFound = "N"
              OPEN INPUT RefundRegFile
              IF WSRefundRegStatus = "00"
                     MOVE "N" TO WSEOF
                     PERFORM UNTIL WSEOF = "Y"
                            READ RefundRegFile
                                   AT END MOVE "Y" TO WSEOF
                                   NOT AT END
                                          IF RRCheckNum = OutNum
                                                 MOVE "Y" TO BookFound
                                                 MOVE "R" TO BookSource
                                                 MOVE RRAmount TO BookAmount
                                          END-IF
                            END-READ
                     END-PERFORM
                     CLOSE RefundRegFile
              END-IF
       END-IF.
       MOVE "N" TO WSEOF.

OutstandingList.
       DISPLAY "Outstanding as at (YYYYMMDD, 0 = today) : "
              WITH NO ADVANCING.
       ACCEPT AsOfDate.
       IF AsOfDate = 0
              MOVE BizDate TO AsOfDate
       END-IF.
       MOVE "O" TO RptAction.
       MOVE "OutstandingChecks.prt" TO RptFileName.
       MOVE "OUTSTANDING CHECK LIST" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "CHECKS ISSUED AND NOT CLEARED AS AT " DELIMITED BY SIZE
              AsOfDate DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReconLine.
       MOVE "CHECK   ISSUED    TYPE    PAYEE            AMOUNT" TO RptLine.
       PERFORM WriteReconLine.
       PERFORM TallyOutstanding.
       MOVE OutTotal TO AmtDollar.
       MOVE SPACES TO RptLine.
       STRING "TOTAL OUTSTANDING " DELIMITED BY SIZE
              OutCount DELIMITED BY SIZE
              " CHECK(S)  " DELIMITED BY SIZE
              AmtDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReconLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Outstanding check list written to OutstandingChecks.prt".

TallyOutstanding.
       MOVE 0 TO OutCount.
       MOVE 0 TO OutTotal.
       PERFORM LoadVoids.
       OPEN INPUT CheckRegisterFile.
       IF WSCheckRegStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ CheckRegisterFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF CRIssued AND CRDate <= AsOfDate
                                          MOVE CRCheckNum TO OutNum
                                          MOVE CRDate TO OutDate
                                          MOVE CRAmount TO OutAmount
                                          MOVE CRVendor TO OutPayee
                                          IF CRByACH
                                                 MOVE "ACH" TO OutType
                                          ELSE
                                                 MOVE "AP" TO OutType
                                          END-IF
                                          PERFORM ConsiderOutstanding
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE CheckRegisterFile
       END-IF.
       OPEN INPUT RefundRegFile.
       IF WSRefundRegStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ RefundRegFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF RRDate <= AsOfDate
                                          MOVE RRCheckNum TO OutNum
                                          MOVE RRDate TO OutDate
                                          MOVE RRAmount TO OutAmount
                                          MOVE SPACES TO OutPayee
                                          MOVE RRIDNum TO OutPayee(1:6)
                                          MOVE "REFUND" TO OutType
                                          PERFORM ConsiderOutstanding
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE RefundRegFile
       END-IF.

LoadVoids.
       MOVE 0 TO VoidCount.
       OPEN INPUT CheckRegisterFile.
       IF WSCheckRegStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ CheckRegisterFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF CRVoided AND VoidCount < 1000
                                          ADD 1 TO VoidCount
                                          MOVE CRCheckNum TO
                                                 VTCheckNum(VoidCount)
                                          MOVE CRDate TO VTDate(VoidCount)
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE CheckRegisterFile
       END-IF.

ConsiderOutstanding.
       MOVE "N" TO IsVoided.
       PERFORM VARYING VoidIdx FROM 1 BY 1 UNTIL VoidIdx > VoidCount
              IF VTCheckNum(VoidIdx) = OutNum AND
                 VTDate(VoidIdx) <= AsOfDate
                     MOVE "Y" TO IsVoided
              END-IF
       END-PERFORM.
       MOVE "N" TO IsCleared.
       MOVE OutNum TO CLCheckNum.
       READ ClearedCheckFile
              INVALID KEY MOVE "N" TO IsCleared
              NOT INVALID KEY
                     IF CLClearDate <= AsOfDate
                            MOVE "Y" TO IsCleared
                     END-IF
       END-READ.
       IF IsVoided = "N" AND IsCleared = "N"
              ADD 1 TO OutCount
              ADD OutAmount TO OutTotal
              MOVE OutAmount TO AmtDollar
              MOVE SPACES TO RptLine
              MOVE OutNum TO RptLine(1:6)
              MOVE OutDate TO RptLine(9:8)
              MOVE OutType TO RptLine(19:6)
              MOVE OutPayee TO RptLine(27:10)
              MOVE AmtDollar TO RptLine(39:14)
              PERFORM WriteReconLine
       END-IF.

BankToBookRecon.
       DISPLAY "Bank statement date (YYYYMMDD) : " WITH NO ADVANCING.
       ACCEPT AsOfDate.
       DISPLAY "Statement ending balance : " WITH NO ADVANCING.
       ACCEPT BankBalance.
       MOVE "O" TO RptAction.
       MOVE "BankRecon.prt" TO RptFileName.
       MOVE "BANK-TO-BOOK RECONCILIATION" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "CASH ACCOUNT 1000 - STATEMENT DATE " DELIMITED BY SIZE
              AsOfDate DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReconLine.
       MOVE "BALANCE PER BANK STATEMENT" TO LineLabel.
       MOVE BankBalance TO LineAmount.
       PERFORM PrintReconAmount.
       MOVE SPACES TO RptLine.
       PERFORM WriteReconLine.
       MOVE "OUTSTANDING CHECKS" TO RptLine.
       PERFORM WriteReconLine.
       PERFORM TallyOutstanding.
       MOVE "LESS OUTSTANDING CHECKS" TO LineLabel.
       COMPUTE LineAmount = 0 - OutTotal.
       PERFORM PrintReconAmount.
       PERFORM TallyInTransit.
       MOVE "ADD DEPOSITS IN TRANSIT" TO LineLabel.
       MOVE TransitTotal TO LineAmount.
       PERFORM PrintReconAmount.
       PERFORM TallyBankExceptions.
       MOVE "ADD BANK ERRORS TO RECOVER" TO LineLabel.
       MOVE ExceptTotal TO LineAmount.
       PERFORM PrintReconAmount.
       COMPUTE AdjustedBank = BankBalance - OutTotal + TransitTotal
              + ExceptTotal.
       MOVE "ADJUSTED BANK BALANCE" TO LineLabel.
       MOVE AdjustedBank TO LineAmount.
       PERFORM PrintReconAmount.
       PERFORM TallyBookCash.
       MOVE "BALANCE PER BOOKS (GL 1000)" TO LineLabel.
       MOVE BookBalance TO LineAmount.
       PERFORM PrintReconAmount.
       COMPUTE RecDiff = AdjustedBank - BookBalance.
       MOVE "UNRECONCILED DIFFERENCE" TO LineLabel.
       MOVE RecDiff TO LineAmount.
       PERFORM PrintReconAmount.
       IF RecDiff = 0
              MOVE "BANK AGREES TO BOOKS" TO RptLine
       ELSE
              MOVE "*** BANK DOES NOT AGREE TO GL 1000 ***" TO RptLine
       END-IF.
       PERFORM WriteReconLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Reconciliation written to BankRecon.prt".

TallyInTransit.
       MOVE 0 TO TransitTotal.
       OPEN INPUT DepositRegFile.
       IF WSDepRegStatus = "00"
              MOVE "N" TO WSEOF
              MOVE 0 TO DRDepositNum
              START DepositRegFile KEY IS GREATER THAN DRDepositNum
                     INVALID KEY MOVE "Y" TO WSEOF
              END-START
              PERFORM UNTIL WSEOF = "Y"
                     READ DepositRegFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF DRDate <= AsOfDate AND
                                      (NOT DRIsCleared OR
                                       DRClearedDate > AsOfDate)
                                          ADD DRAmount TO TransitTotal
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE DepositRegFile
       END-IF.

TallyBankExceptions.
       MOVE 0 TO ExceptTotal.
       MOVE "N" TO WSEOF.
       MOVE 0 TO CLCheckNum.
       START ClearedCheckFile KEY IS GREATER THAN CLCheckNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ ClearedCheckFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF CLClearDate <= AsOfDate
                                   PERFORM AddBankException
                            END-IF
              END-READ
       END-PERFORM.

AddBankException.
       EVALUATE TRUE
              WHEN CLNotIssued
                     MOVE "NOT ISSUED BY US" TO ExceptText
                     MOVE CLBankAmount TO LineAmount
              WHEN CLVoidPaid
                     MOVE "VOIDED CHECK PAID" TO ExceptText
                     MOVE CLBankAmount TO LineAmount
              WHEN CLMismatch
                     MOVE "AMOUNT MISMATCH" TO ExceptText
                     COMPUTE LineAmount = CLBankAmount - CLBookAmount
              WHEN OTHER
                     MOVE SPACES TO ExceptText
                     MOVE 0 TO LineAmount
       END-EVALUATE.
       IF ExceptText NOT = SPACES
              ADD LineAmount TO ExceptTotal
              MOVE LineAmount TO SignedDollar
              MOVE SPACES TO RptLine
              STRING "   CHECK " DELIMITED BY SIZE
                     CLCheckNum DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     CLClearDate DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     ExceptText DELIMITED BY SIZE
                     SignedDollar DELIMITED BY SIZE
                     INTO RptLine
              PERFORM WriteReconLine
       END-IF.

TallyBookCash.
       MOVE 0 TO BookBalance.
       MOVE 0 TO OpenFromDate.
       OPEN INPUT GLJournalFile.
       IF WSGLJournalStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF GJSource = "YEOPEN" AND
                                      GJDate <= AsOfDate AND
                                      GJDate > OpenFromDate
                                          MOVE GJDate TO OpenFromDate
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
              OPEN INPUT GLJournalFile
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF GJAcctNum = 1000 AND
                                      GJDate >= OpenFromDate AND
                                      GJDate <= AsOfDate
                                          COMPUTE BookBalance = BookBalance
                                                 + GJDebit - GJCredit
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
       END-IF.

PrintReconAmount.
       MOVE LineAmount TO SignedDollar.
       MOVE SPACES TO RptLine.
       MOVE LineLabel TO RptLine(1:40).
       MOVE SignedDollar TO RptLine(42:15).
       PERFORM WriteReconLine.

WriteReconLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.
