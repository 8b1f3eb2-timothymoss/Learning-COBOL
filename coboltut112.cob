       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut112.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ChartAcctFile ASSIGN TO "ChartAcct.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAAcctNum
              FILE STATUS IS WSChartStatus.
       SELECT PeriodCtlFile ASSIGN TO "PeriodCtl.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PCPeriod
              FILE STATUS IS WSPeriodCtlStatus.
       SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSGLJournalStatus.
DATA DIVISION.
FILE SECTION.
FD ChartAcctFile.
       COPY CHART.
FD PeriodCtlFile.
       COPY PERCTL.
FD GLJournalFile.
       COPY GLJRNL.
WORKING-STORAGE SECTION.
       01 WSChartStatus PIC XX.
       01 WSPeriodCtlStatus PIC XX.
       01 WSGLJournalStatus PIC XX.
       01 WSEOF PIC X.
       01 BizDate PIC 9(8).
       01 BizDateX PIC X(8).
       01 CloseYear PIC 9(4).
       01 NewYear PIC 9(4).
       01 LastPeriod PIC 9(6).
       01 OpenFromPeriod PIC 9(6).
       01 MonthIdx PIC 99.
       01 OpenCount PIC 99.
       01 AlreadyClosed PIC X.
       01 PeriodOpen PIC X.
       01 CanClose PIC X.
       01 RefuseLine PIC X(80).
       01 OpenListCount PIC 99.
       01 OpenList.
              02 OpenListPeriod PIC 9(6) OCCURS 12 TIMES.
       01 RetainedAcct PIC 9(4) VALUE 3000.
       01 AcctIdx PIC 9(3).
       01 AcctCount PIC 9(3).
       01 AcctFound PIC X.
       01 BalTable.
              02 BalEntry OCCURS 100 TIMES.
                     03 BTAcctNum PIC 9(4).
                     03 BTNet PIC S9(11)V99.
                     03 BTOnChart PIC X.
       01 AcctNet PIC S9(11)V99.
       01 EarningsNet PIC S9(11)V99.
       01 CloseDrTotal PIC 9(11)V99.
       01 CloseCrTotal PIC 9(11)V99.
       01 OpenDrTotal PIC 9(11)V99.
       01 OpenCrTotal PIC 9(11)V99.
       01 DrDollar PIC $$,$$$,$$$,$$9.99.
       01 CrDollar PIC $$,$$$,$$$,$$9.99.
       01 CloseDate PIC 9(8).
       01 OpenDate PIC 9(8).
       01 GLDate PIC 9(8).
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10).
       01 GLRef PIC X(10).
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut25getdate" USING BizDate.
       MOVE BizDate TO BizDateX.
       MOVE BizDateX(1:4) TO CloseYear.
       IF BizDateX(5:2) NOT = "12"
              SUBTRACT 1 FROM CloseYear
       END-IF.
       COMPUTE NewYear = CloseYear + 1.
       COMPUTE LastPeriod = CloseYear * 100 + 12.
       COMPUTE CloseDate = CloseYear * 10000 + 1231.
       COMPUTE OpenDate = NewYear * 10000 + 0101.
       MOVE "Y" TO CanClose.
       PERFORM CheckPeriodsClosed.
       IF CanClose = "Y"
              PERFORM ScanForPriorClose
       END-IF.
       IF CanClose = "Y"
              CALL "coboltut92perchk" USING OpenDate, PeriodOpen
              IF PeriodOpen NOT = "Y"
                     MOVE SPACES TO RefuseLine
                     STRING "YEAR-END CLOSE REFUSED - the first period of "
                            DELIMITED BY SIZE
                            NewYear DELIMITED BY SIZE
                            " is closed." DELIMITED BY SIZE
                            INTO RefuseLine
                     MOVE "N" TO CanClose
              END-IF
       END-IF.
       IF CanClose = "N"
              PERFORM RefuseClose
              STOP RUN
       END-IF.
       PERFORM TallyYearBalances.
       OPEN I-O ChartAcctFile.
       IF WSChartStatus NOT = "00"
              DISPLAY "YEAR-END CLOSE REFUSED - no chart of accounts."
              MOVE 8 TO RETURN-CODE
              STOP RUN
       END-IF.
       PERFORM AddRetainedEarnings.
       MOVE "O" TO RptAction.
       MOVE "YearEndClose.prt" TO RptFileName.
       MOVE "YEAR-END CLOSING REGISTER" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       PERFORM PostClosingEntries.
       PERFORM PostOpeningEntries.
       PERFORM ReportUnchartedAccounts.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       CLOSE ChartAcctFile.
       DISPLAY "YEAR " CloseYear " CLOSED - closing register written to"
              " YearEndClose.prt".
       STOP RUN.

CheckPeriodsClosed.
       MOVE 0 TO OpenCount.
       MOVE 0 TO OpenListCount.
       OPEN INPUT PeriodCtlFile.
       IF WSPeriodCtlStatus NOT = "00"
              MOVE 12 TO OpenCount
              MOVE SPACES TO RefuseLine
              STRING "YEAR-END CLOSE REFUSED - no period control file, "
                     DELIMITED BY SIZE
                     CloseYear DELIMITED BY SIZE
                     " periods not closed." DELIMITED BY SIZE
                     INTO RefuseLine
              MOVE "N" TO CanClose
       ELSE
              PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
                     COMPUTE PCPeriod = CloseYear * 100 + MonthIdx
                     READ PeriodCtlFile
                            INVALID KEY
                                   PERFORM NoteOpenPeriod
                            NOT INVALID KEY
                                   IF NOT PCClosed
                                          PERFORM NoteOpenPeriod
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE PeriodCtlFile
              IF OpenCount > 0
                     MOVE SPACES TO RefuseLine
                     STRING "YEAR-END CLOSE REFUSED - " DELIMITED BY SIZE
                            OpenCount DELIMITED BY SIZE
                            " of the twelve periods of " DELIMITED BY SIZE
                            CloseYear DELIMITED BY SIZE
                            " are still open." DELIMITED BY SIZE
                            INTO RefuseLine
                     MOVE "N" TO CanClose
              END-IF
       END-IF.

NoteOpenPeriod.
       ADD 1 TO OpenCount.
       ADD 1 TO OpenListCount.
       MOVE PCPeriod TO OpenListPeriod(OpenListCount).

RefuseClose.
       MOVE "O" TO RptAction.
       MOVE "YearEndClose.prt" TO RptFileName.
       MOVE "YEAR-END CLOSING REGISTER" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > OpenListCount
              MOVE SPACES TO RptLine
              STRING "PERIOD " DELIMITED BY SIZE
                     OpenListPeriod(MonthIdx) DELIMITED BY SIZE
                     " NOT CLOSED" DELIMITED BY SIZE
                     INTO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              DISPLAY RptLine
       END-PERFORM.
       MOVE RefuseLine TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RefuseLine.

ScanForPriorClose.
       MOVE "N" TO AlreadyClosed.
       MOVE 0 TO OpenFromPeriod.
       OPEN INPUT GLJournalFile.
       IF WSGLJournalStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF GJSource = "YECLOSE" AND
                                      GJPeriod = LastPeriod
                                          MOVE "Y" TO AlreadyClosed
                                   END-IF
                                   IF GJSource = "YEOPEN" AND
                                      GJPeriod <= LastPeriod AND
                                      GJPeriod > OpenFromPeriod
                                          MOVE GJPeriod TO OpenFromPeriod
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
       END-IF.
       IF AlreadyClosed = "Y"
              MOVE SPACES TO RefuseLine
              STRING "YEAR-END CLOSE REFUSED - " DELIMITED BY SIZE
                     CloseYear DELIMITED BY SIZE
                     " has already been closed." DELIMITED BY SIZE
                     INTO RefuseLine
              MOVE "N" TO CanClose
       END-IF.

TallyYearBalances.
       MOVE 0 TO AcctCount.
       OPEN INPUT GLJournalFile.
       IF WSGLJournalStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF GJPeriod >= OpenFromPeriod AND
                                      GJPeriod <= LastPeriod
                                          PERFORM TallyJournalRow
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
       END-IF.

TallyJournalRow.
       MOVE "N" TO AcctFound.
       PERFORM VARYING AcctIdx FROM 1 BY 1 UNTIL AcctIdx > AcctCount
              IF BTAcctNum(AcctIdx) = GJAcctNum
                     MOVE "Y" TO AcctFound
                     COMPUTE BTNet(AcctIdx) = BTNet(AcctIdx) + GJDebit
                            - GJCredit
              END-IF
       END-PERFORM.
       IF AcctFound = "N" AND AcctCount < 100
              ADD 1 TO AcctCount
              MOVE GJAcctNum TO BTAcctNum(AcctCount)
              COMPUTE BTNet(AcctCount) = GJDebit - GJCredit
              MOVE "N" TO BTOnChart(AcctCount)
       END-IF.

AddRetainedEarnings.
       MOVE RetainedAcct TO CAAcctNum.
       MOVE "RETAINED EARNINGS" TO CAAcctName.
       MOVE "L" TO CAAcctType.
       WRITE ChartAcctRecord
              INVALID KEY CONTINUE
       END-WRITE.

PostClosingEntries.
       MOVE SPACES TO RptLine.
       STRING "CLOSING ENTRIES DATED " DELIMITED BY SIZE
              CloseDate DELIMITED BY SIZE
              " - REVENUE AND EXPENSE TO RETAINED EARNINGS"
                     DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteRegisterLine.
       MOVE SPACES TO RptLine.
       MOVE "ACCT  NAME" TO RptLine(1:10).
       MOVE "DEBIT" TO RptLine(46:5).
       MOVE "CREDIT" TO RptLine(63:6).
       PERFORM WriteRegisterLine.
       MOVE "YECLOSE" TO GLSource.
       MOVE SPACES TO GLRef.
       STRING "YE" DELIMITED BY SIZE
              CloseYear DELIMITED BY SIZE
              INTO GLRef.
       MOVE CloseDate TO GLDate.
       MOVE 0 TO EarningsNet.
       MOVE 0 TO CloseDrTotal.
       MOVE 0 TO CloseCrTotal.
       MOVE "N" TO WSEOF.
       MOVE 0 TO CAAcctNum.
       START ChartAcctFile KEY IS GREATER THAN CAAcctNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ ChartAcctFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END PERFORM CloseOneAccount
              END-READ
       END-PERFORM.
       IF EarningsNet NOT = 0
              MOVE RetainedAcct TO CAAcctNum
              READ ChartAcctFile
                     INVALID KEY MOVE "RETAINED EARNINGS" TO CAAcctName
              END-READ
              MOVE EarningsNet TO AcctNet
              PERFORM PostClosingLine
              PERFORM AddToRetainedBalance
       END-IF.
       MOVE CloseDrTotal TO DrDollar.
       MOVE CloseCrTotal TO CrDollar.
       MOVE SPACES TO RptLine.
       STRING "CLOSING TOTALS                   " DELIMITED BY SIZE
              DrDollar DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CrDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteRegisterLine.

CloseOneAccount.
       PERFORM VARYING AcctIdx FROM 1 BY 1 UNTIL AcctIdx > AcctCount
              IF BTAcctNum(AcctIdx) = CAAcctNum
                     MOVE "Y" TO BTOnChart(AcctIdx)
                     IF (CARevenue OR CAExpense) AND BTNet(AcctIdx) NOT = 0
                            COMPUTE AcctNet = 0 - BTNet(AcctIdx)
                            ADD BTNet(AcctIdx) TO EarningsNet
                            PERFORM PostClosingLine
                            MOVE 0 TO BTNet(AcctIdx)
                     END-IF
              END-IF
       END-PERFORM.

PostClosingLine.
       MOVE CAAcctNum TO GLAcct.
       IF AcctNet > 0
              MOVE AcctNet TO GLDebit
              MOVE 0 TO GLCredit
       ELSE
              MOVE 0 TO GLDebit
              COMPUTE GLCredit = 0 - AcctNet
       END-IF.
       ADD GLDebit TO CloseDrTotal.
       ADD GLCredit TO CloseCrTotal.
       CALL "coboltut85gldate" USING GLDate, GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.
       PERFORM PrintPostedLine.

AddToRetainedBalance.
       MOVE "N" TO AcctFound.
       PERFORM VARYING AcctIdx FROM 1 BY 1 UNTIL AcctIdx > AcctCount
              IF BTAcctNum(AcctIdx) = RetainedAcct
                     MOVE "Y" TO AcctFound
                     ADD EarningsNet TO BTNet(AcctIdx)
              END-IF
       END-PERFORM.
       IF AcctFound = "N" AND AcctCount < 100
              ADD 1 TO AcctCount
              MOVE RetainedAcct TO BTAcctNum(AcctCount)
              MOVE EarningsNet TO BTNet(AcctCount)
              MOVE "Y" TO BTOnChart(AcctCount)
       END-IF.

PostOpeningEntries.
       MOVE SPACES TO RptLine.
       PERFORM WriteRegisterLine.
       MOVE SPACES TO RptLine.
       STRING "OPENING ENTRIES DATED " DELIMITED BY SIZE
              OpenDate DELIMITED BY SIZE
              " - ASSET AND LIABILITY BALANCES CARRIED FORWARD"
                     DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteRegisterLine.
       MOVE "YEOPEN" TO GLSource.
       MOVE SPACES TO GLRef.
       STRING "OB" DELIMITED BY SIZE
              NewYear DELIMITED BY SIZE
              INTO GLRef.
       MOVE OpenDate TO GLDate.
       MOVE 0 TO OpenDrTotal.
       MOVE 0 TO OpenCrTotal.
       MOVE "N" TO WSEOF.
       MOVE 0 TO CAAcctNum.
       START ChartAcctFile KEY IS GREATER THAN CAAcctNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ ChartAcctFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF CAAsset OR CALiability
                                   PERFORM OpenOneAccount
                            END-IF
              END-READ
       END-PERFORM.
       MOVE OpenDrTotal TO DrDollar.
       MOVE OpenCrTotal TO CrDollar.
       MOVE SPACES TO RptLine.
       STRING "OPENING TOTALS                   " DELIMITED BY SIZE
              DrDollar DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CrDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteRegisterLine.
       IF OpenDrTotal NOT = OpenCrTotal
              MOVE "*** OPENING ENTRIES OUT OF BALANCE ***" TO RptLine
              PERFORM WriteRegisterLine
       END-IF.

OpenOneAccount.
       PERFORM VARYING AcctIdx FROM 1 BY 1 UNTIL AcctIdx > AcctCount
              IF BTAcctNum(AcctIdx) = CAAcctNum AND BTNet(AcctIdx) NOT = 0
                     MOVE CAAcctNum TO GLAcct
                     IF BTNet(AcctIdx) > 0
                            MOVE BTNet(AcctIdx) TO GLDebit
                            MOVE 0 TO GLCredit
                     ELSE
                            MOVE 0 TO GLDebit
                            COMPUTE GLCredit = 0 - BTNet(AcctIdx)
                     END-IF
                     ADD GLDebit TO OpenDrTotal
                     ADD GLCredit TO OpenCrTotal
                     CALL "coboltut85gldate" USING GLDate, GLAcct,
                            GLDebit, GLCredit, GLSource, GLRef
                     PERFORM PrintPostedLine
              END-IF
       END-PERFORM.

ReportUnchartedAccounts.
       PERFORM VARYING AcctIdx FROM 1 BY 1 UNTIL AcctIdx > AcctCount
              IF BTOnChart(AcctIdx) = "N" AND BTNet(AcctIdx) NOT = 0
                     MOVE SPACES TO RptLine
                     STRING "** ACCOUNT " DELIMITED BY SIZE
                            BTAcctNum(AcctIdx) DELIMITED BY SIZE
                            " IS NOT ON THE CHART - NOT CLOSED OR CARRIED"
                                   DELIMITED BY SIZE
                            " FORWARD" DELIMITED BY SIZE
                            INTO RptLine
                     PERFORM WriteRegisterLine
              END-IF
       END-PERFORM.

PrintPostedLine.
       MOVE GLDebit TO DrDollar.
       MOVE GLCredit TO CrDollar.
       MOVE SPACES TO RptLine.
       STRING CAAcctNum DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              CAAcctName DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DrDollar DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CrDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteRegisterLine.

WriteRegisterLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.
