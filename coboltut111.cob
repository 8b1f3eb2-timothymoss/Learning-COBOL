       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut111.
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
       SELECT BudgetFile ASSIGN TO "Budget.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BGKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSBudgetStatus.
       SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSGLJournalStatus.
DATA DIVISION.
FILE SECTION.
FD ChartAcctFile.
       COPY CHART.
FD BudgetFile.
       COPY BUDGET.
FD GLJournalFile.
       COPY GLJRNL.
WORKING-STORAGE SECTION.
       01 WSChartStatus PIC XX.
       01 WSBudgetStatus PIC XX.
       01 WSGLJournalStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 AcctOK PIC X.
       01 BudgetExists PIC X.
       01 EntryAcctNum PIC 9(4).
       01 EntryPeriod PIC 9(6).
       01 EntryAmount PIC S9(9)V99.
       01 EntryYear PIC 9(4).
       01 FromYear PIC 9(4).
       01 PctIncrease PIC S9(3)V99.
       01 ReplaceOld PIC X.
       01 WantedPeriod PIC 9(6).
       01 StmtYear PIC 9(4).
       01 YearStartPeriod PIC 9(6).
       01 Tolerance PIC 9(3)V9.
       01 ToleranceDisp PIC ZZ9.9.
       01 MonthIdx PIC 99.
       01 RowMonth PIC 99.
       01 PeriodX PIC X(6).
       01 AcctIdx PIC 9(3).
       01 AcctCount PIC 9(3).
       01 AcctFound PIC X.
       01 NaturalAmt PIC S9(11)V99.
       01 CopyTable.
              02 CopyEntry OCCURS 100 TIMES.
                     03 CTAcctNum PIC 9(4).
                     03 CTMonth PIC S9(11)V99 OCCURS 12 TIMES.
       01 ActualTable.
              02 ActualEntry OCCURS 100 TIMES.
                     03 ATAcctNum PIC 9(4).
                     03 ATMonth PIC S9(11)V99.
                     03 ATYearToDate PIC S9(11)V99.
       01 BudgetsWritten PIC 9(5).
       01 BudgetsKept PIC 9(5).
       01 MonthBudget PIC S9(11)V99.
       01 MonthActual PIC S9(11)V99.
       01 YTDBudget PIC S9(11)V99.
       01 YTDActual PIC S9(11)V99.
       01 LineBudget PIC S9(11)V99.
       01 LineActual PIC S9(11)V99.
       01 Variance PIC S9(11)V99.
       01 VariancePct PIC S9(5)V9.
       01 FlagCount PIC 9(4).
       01 OverFlag PIC X(4).
       01 BudgetDollar PIC -$$$,$$$,$$9.99.
       01 ActualDollar PIC -$$$,$$$,$$9.99.
       01 VarDollar PIC -$$$,$$$,$$9.99.
       01 VarPctDisp PIC -ZZZZ9.9.
       01 ColumnName PIC X(6).
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
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
       OPEN INPUT ChartAcctFile.
       IF WSChartStatus NOT = "00"
              DISPLAY "No chart of accounts (ChartAcct.dat) - run the"
                     " general ledger (coboltut85) first."
              STOP RUN
       END-IF.
       OPEN I-O BudgetFile.
       IF WSBudgetStatus NOT = "00"
              OPEN OUTPUT BudgetFile
              CLOSE BudgetFile
              OPEN I-O BudgetFile
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "ACCOUNT BUDGETS"
              DISPLAY "1 : Enter / Update A Budget"
              DISPLAY "2 : List Budgets For A Year"
              DISPLAY "3 : Copy Last Year's Actuals Forward"
              DISPLAY "4 : Budget Versus Actual Report"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM MaintainBudget
                     WHEN 2 PERFORM ListBudgets
                     WHEN 3 PERFORM CopyActuals
                     WHEN 4 PERFORM BudgetVsActual
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE ChartAcctFile.
       CLOSE BudgetFile.
       STOP RUN.

MaintainBudget.
       DISPLAY "Account number : " WITH NO ADVANCING.
       ACCEPT EntryAcctNum.
       MOVE "Y" TO AcctOK.
       MOVE EntryAcctNum TO CAAcctNum.
       READ ChartAcctFile
              INVALID KEY MOVE "N" TO AcctOK
       END-READ.
       IF AcctOK = "N"
              DISPLAY "Account " EntryAcctNum " is not on the chart of"
                     " accounts."
       ELSE
              DISPLAY "  " CAAcctName " (" CAAcctType ")"
              DISPLAY "Period (YYYYMM) : " WITH NO ADVANCING
              ACCEPT EntryPeriod
              MOVE "Y" TO BudgetExists
              MOVE EntryAcctNum TO BGAcctNum
              MOVE EntryPeriod TO BGPeriod
              READ BudgetFile
                     INVALID KEY MOVE "N" TO BudgetExists
              END-READ
              IF BudgetExists = "Y"
                     MOVE BGAmount TO BudgetDollar
                     DISPLAY "Current budget : " BudgetDollar
              END-IF
              DISPLAY "Budget amount : " WITH NO ADVANCING
              ACCEPT EntryAmount
              MOVE EntryAcctNum TO BGAcctNum
              MOVE EntryPeriod TO BGPeriod
              MOVE EntryAmount TO BGAmount
              MOVE SignOnID TO BGOperator
              MOVE BizDate TO BGDate
              IF BudgetExists = "Y"
                     REWRITE BudgetRecord
                            INVALID KEY DISPLAY "Budget wasn't updated."
                            NOT INVALID KEY DISPLAY "Budget updated."
                     END-REWRITE
              ELSE
                     WRITE BudgetRecord
                            INVALID KEY DISPLAY "Budget wasn't added."
                            NOT INVALID KEY DISPLAY "Budget added."
                     END-WRITE
              END-IF
       END-IF.

ListBudgets.
       DISPLAY "Budget year (YYYY) : " WITH NO ADVANCING.
       ACCEPT EntryYear.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO BGKey.
       START BudgetFile KEY IS GREATER THAN BGKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ BudgetFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            MOVE BGPeriod TO PeriodX
                            IF PeriodX(1:4) = EntryYear
                                   MOVE BGAmount TO BudgetDollar
                                   DISPLAY BGAcctNum "  " BGPeriod "  "
                                          BudgetDollar "  " BGOperator
                            END-IF
              END-READ
       END-PERFORM.

CopyActuals.
       DISPLAY "Budget year to build (YYYY) : " WITH NO ADVANCING.
       ACCEPT EntryYear.
       COMPUTE FromYear = EntryYear - 1.
       DISPLAY "Percentage increase on " FromYear " actuals (e.g. 5 or"
              " -2.5) : " WITH NO ADVANCING.
       ACCEPT PctIncrease.
       DISPLAY "Replace budgets already on file for " EntryYear
              " (Y/N) : " WITH NO ADVANCING.
       ACCEPT ReplaceOld.
       MOVE FUNCTION UPPER-CASE(ReplaceOld) TO ReplaceOld.
       OPEN INPUT GLJournalFile.
       IF WSGLJournalStatus NOT = "00"
              DISPLAY "No GL journal yet - nothing to copy."
       ELSE
              MOVE 0 TO AcctCount
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   MOVE GJPeriod TO PeriodX
                                   IF PeriodX(1:4) = FromYear AND
                                      GJSource NOT = "YECLOSE"
                                          PERFORM TallyCopyRow
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
              PERFORM WriteCopiedBudgets
       END-IF.

TallyCopyRow.
       MOVE "Y" TO AcctOK.
       MOVE GJAcctNum TO CAAcctNum.
       READ ChartAcctFile
              INVALID KEY MOVE "N" TO AcctOK
       END-READ.
       IF AcctOK = "Y" AND (CARevenue OR CAExpense)
              IF CARevenue
                     COMPUTE NaturalAmt = GJCredit - GJDebit
              ELSE
                     COMPUTE NaturalAmt = GJDebit - GJCredit
              END-IF
              MOVE GJPeriod TO PeriodX
              MOVE PeriodX(5:2) TO RowMonth
              MOVE "N" TO AcctFound
              PERFORM VARYING AcctIdx FROM 1 BY 1 UNTIL AcctIdx > AcctCount
                     IF CTAcctNum(AcctIdx) = GJAcctNum
                            MOVE "Y" TO AcctFound
                            ADD NaturalAmt TO CTMonth(AcctIdx, RowMonth)
                     END-IF
              END-PERFORM
              IF AcctFound = "N" AND AcctCount < 100
                     ADD 1 TO AcctCount
                     MOVE GJAcctNum TO CTAcctNum(AcctCount)
                     PERFORM VARYING MonthIdx FROM 1 BY 1
                            UNTIL MonthIdx > 12
                            MOVE 0 TO CTMonth(AcctCount, MonthIdx)
                     END-PERFORM
                     MOVE NaturalAmt TO CTMonth(AcctCount, RowMonth)
              END-IF
       END-IF.

WriteCopiedBudgets.
       MOVE 0 TO BudgetsWritten.
       MOVE 0 TO BudgetsKept.
       PERFORM VARYING AcctIdx FROM 1 BY 1 UNTIL AcctIdx > AcctCount
              PERFORM VARYING MonthIdx FROM 1 BY 1 UNTIL MonthIdx > 12
                     PERFORM WriteCopiedBudget
              END-PERFORM
       END-PERFORM.
       DISPLAY BudgetsWritten " budget periods written for " EntryYear
              ", " BudgetsKept " existing budgets left as they were.".

WriteCopiedBudget.
       MOVE "Y" TO BudgetExists.
       MOVE CTAcctNum(AcctIdx) TO BGAcctNum.
       COMPUTE BGPeriod = EntryYear * 100 + MonthIdx.
       READ BudgetFile
              INVALID KEY MOVE "N" TO BudgetExists
       END-READ.
       IF BudgetExists = "Y" AND ReplaceOld NOT = "Y"
              ADD 1 TO BudgetsKept
       ELSE
              MOVE CTAcctNum(AcctIdx) TO BGAcctNum
              COMPUTE BGPeriod = EntryYear * 100 + MonthIdx
              COMPUTE BGAmount ROUNDED = CTMonth(AcctIdx, MonthIdx) *
                     (100 + PctIncrease) / 100
              MOVE SignOnID TO BGOperator
              MOVE BizDate TO BGDate
              ADD 1 TO BudgetsWritten
              IF BudgetExists = "Y"
                     REWRITE BudgetRecord
                            INVALID KEY DISPLAY "Budget " BGKey
                                   " wasn't updated."
                     END-REWRITE
              ELSE
                     WRITE BudgetRecord
                            INVALID KEY DISPLAY "Budget " BGKey
                                   " wasn't added."
                     END-WRITE
              END-IF
       END-IF.

BudgetVsActual.
       DISPLAY "Period (YYYYMM) : " WITH NO ADVANCING.
       ACCEPT WantedPeriod.
       DISPLAY "Tolerance percent before flagging (0 for 10) : "
              WITH NO ADVANCING.
       ACCEPT Tolerance.
       IF Tolerance = 0
              MOVE 10 TO Tolerance
       END-IF.
       DIVIDE WantedPeriod BY 100 GIVING StmtYear.
       COMPUTE YearStartPeriod = StmtYear * 100 + 1.
       MOVE 0 TO AcctCount.
       OPEN INPUT GLJournalFile.
       IF WSGLJournalStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF GJPeriod >= YearStartPeriod AND
                                      GJPeriod <= WantedPeriod AND
                                      GJSource NOT = "YECLOSE"
                                          PERFORM TallyActualRow
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
       END-IF.
       MOVE "O" TO RptAction.
       MOVE "BudgetVsActual.prt" TO RptFileName.
       MOVE "BUDGET VERSUS ACTUAL" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       MOVE Tolerance TO ToleranceDisp.
       STRING "PERIOD " DELIMITED BY SIZE
              WantedPeriod DELIMITED BY SIZE
              "   TOLERANCE " DELIMITED BY SIZE
              FUNCTION TRIM(ToleranceDisp) DELIMITED BY SIZE
              "%   ** = UNFAVOURABLE BEYOND TOLERANCE" DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReportLine.
       MOVE SPACES TO RptLine.
       MOVE "BUDGET" TO RptLine(17:6).
       MOVE "ACTUAL" TO RptLine(33:6).
       MOVE "VARIANCE" TO RptLine(47:8).
       MOVE "VAR %" TO RptLine(59:5).
       PERFORM WriteReportLine.
       MOVE 0 TO FlagCount.
       MOVE "N" TO WSEOF.
       MOVE 0 TO CAAcctNum.
       START ChartAcctFile KEY IS GREATER THAN CAAcctNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ ChartAcctFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF CARevenue OR CAExpense
                                   PERFORM ReportOneAccount
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO RptLine.
       STRING FlagCount DELIMITED BY SIZE
              " ACCOUNT LINES FLAGGED OVER TOLERANCE" DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReportLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Budget versus actual written to BudgetVsActual.prt".

TallyActualRow.
       MOVE "N" TO AcctFound.
       PERFORM VARYING AcctIdx FROM 1 BY 1 UNTIL AcctIdx > AcctCount
              IF ATAcctNum(AcctIdx) = GJAcctNum
                     MOVE "Y" TO AcctFound
                     PERFORM AddActualRow
              END-IF
       END-PERFORM.
       IF AcctFound = "N" AND AcctCount < 100
              ADD 1 TO AcctCount
              MOVE AcctCount TO AcctIdx
              MOVE GJAcctNum TO ATAcctNum(AcctIdx)
              MOVE 0 TO ATMonth(AcctIdx)
              MOVE 0 TO ATYearToDate(AcctIdx)
              PERFORM AddActualRow
       END-IF.

AddActualRow.
       COMPUTE ATYearToDate(AcctIdx) = ATYearToDate(AcctIdx) + GJCredit
              - GJDebit.
       IF GJPeriod = WantedPeriod
              COMPUTE ATMonth(AcctIdx) = ATMonth(AcctIdx) + GJCredit
                     - GJDebit
       END-IF.

ReportOneAccount.
       MOVE 0 TO MonthActual.
       MOVE 0 TO YTDActual.
       PERFORM VARYING AcctIdx FROM 1 BY 1 UNTIL AcctIdx > AcctCount
              IF ATAcctNum(AcctIdx) = CAAcctNum
                     MOVE ATMonth(AcctIdx) TO MonthActual
                     MOVE ATYearToDate(AcctIdx) TO YTDActual
              END-IF
       END-PERFORM.
       IF CAExpense
              COMPUTE MonthActual = 0 - MonthActual
              COMPUTE YTDActual = 0 - YTDActual
       END-IF.
       MOVE 0 TO MonthBudget.
       MOVE 0 TO YTDBudget.
       MOVE CAAcctNum TO BGAcctNum.
       MOVE YearStartPeriod TO BGPeriod.
       START BudgetFile KEY IS NOT LESS THAN BGKey
              INVALID KEY MOVE "Y" TO BudgetExists
              NOT INVALID KEY MOVE "N" TO BudgetExists
       END-START.
       PERFORM UNTIL BudgetExists = "Y"
              READ BudgetFile NEXT RECORD
                     AT END MOVE "Y" TO BudgetExists
                     NOT AT END
                            IF BGAcctNum NOT = CAAcctNum OR
                               BGPeriod > WantedPeriod
                                   MOVE "Y" TO BudgetExists
                            ELSE
                                   ADD BGAmount TO YTDBudget
                                   IF BGPeriod = WantedPeriod
                                          MOVE BGAmount TO MonthBudget
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.
       IF MonthBudget NOT = 0 OR MonthActual NOT = 0 OR
          YTDBudget NOT = 0 OR YTDActual NOT = 0
              MOVE SPACES TO RptLine
              STRING CAAcctNum DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     CAAcctName DELIMITED BY SIZE
                     INTO RptLine
              PERFORM WriteReportLine
              MOVE "  MONTH" TO ColumnName
              MOVE MonthBudget TO LineBudget
              MOVE MonthActual TO LineActual
              PERFORM PrintVarianceLine
              MOVE "  YTD" TO ColumnName
              MOVE YTDBudget TO LineBudget
              MOVE YTDActual TO LineActual
              PERFORM PrintVarianceLine
       END-IF.

PrintVarianceLine.
       IF CARevenue
              COMPUTE Variance = LineActual - LineBudget
       ELSE
              COMPUTE Variance = LineBudget - LineActual
       END-IF.
       MOVE 0 TO VariancePct.
       IF LineBudget NOT = 0
              COMPUTE VariancePct ROUNDED = Variance * 100 / LineBudget
       END-IF.
       MOVE SPACES TO OverFlag.
       IF Variance < 0
              IF LineBudget = 0 OR (0 - VariancePct) > Tolerance
                     MOVE " **" TO OverFlag
                     ADD 1 TO FlagCount
              END-IF
       END-IF.
       MOVE LineBudget TO BudgetDollar.
       MOVE LineActual TO ActualDollar.
       MOVE Variance TO VarDollar.
       MOVE VariancePct TO VarPctDisp.
       MOVE SPACES TO RptLine.
       STRING ColumnName DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              BudgetDollar DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ActualDollar DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              VarDollar DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              VarPctDisp DELIMITED BY SIZE
              OverFlag DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReportLine.

WriteReportLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.
