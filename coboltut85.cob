                     03 TBAcctNum PIC 9(4).
                     03 TBDebits PIC 9(11)V99.
                     03 TBCredits PIC 9(11)V99.
       01 StmtYear PIC 9(4).
       01 YearStartPeriod PIC 9(6).
       01 OpenFromPeriod PIC 9(6).
       01 StmtCount PIC 9(3).
       01 StmtIdx PIC 9(3).
       01 StmtType PIC X.
       01 StmtTable.
              02 StmtEntry OCCURS 100 TIMES.
                     03 STAcctNum PIC 9(4).
                     03 STMonth PIC S9(11)V99.
                     03 STYearToDate PIC S9(11)V99.
       01 StmtMonthAmt PIC S9(11)V99.
       01 StmtYTDAmt PIC S9(11)V99.
       01 SectMonthTotal PIC S9(11)V99.
       01 SectYTDTotal PIC S9(11)V99.
       01 RevMonthTotal PIC S9(11)V99.
       01 RevYTDTotal PIC S9(11)V99.
       01 TotalAssets PIC S9(11)V99.
       01 TotalLiab PIC S9(11)V99.
       01 CurrentEarnings PIC S9(11)V99.
       01 MonthDollar PIC -$$,$$$,$$$,$$9.99.
       01 YTDDollar PIC -$$,$$$,$$$,$$9.99.
       01 SectName PIC X(25).
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       IF WSChartStatus NOT = "00"
              PERFORM BuildDefaultChart
       END-IF.
       PERFORM AddStandardAccounts.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "GENERAL LEDGER"
              DISPLAY "1 : List Chart Of Accounts"
              DISPLAY "2 : Add / Update Account"
              DISPLAY "3 : Trial Balance By Period"
              DISPLAY "4 : Income Statement"
              DISPLAY "5 : Balance Sheet"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
                     WHEN 1 PERFORM ListChart
                     WHEN 2 PERFORM MaintainAccount
                     WHEN 3 PERFORM TrialBalance
                     WHEN 4 PERFORM IncomeStatement
                     WHEN 5 PERFORM BalanceSheet
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.

BuildDefaultChart.
       OPEN OUTPUT ChartAcctFile.
       CLOSE ChartAcctFile.
       OPEN I-O ChartAcctFile.
       DISPLAY "No chart of accounts found - created with the standard"
              " accounts.".

AddStandardAccounts.
       MOVE 1000 TO CAAcctNum.
       MOVE "CASH IN BANK" TO CAAcctName.
       MOVE "A" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 1100 TO CAAcctNum.
       MOVE "ACCOUNTS RECEIVABLE" TO CAAcctName.
       MOVE "A" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 1200 TO CAAcctNum.
       MOVE "INVENTORY" TO CAAcctName.
       MOVE "A" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 2000 TO CAAcctNum.
       MOVE "ACCOUNTS PAYABLE" TO CAAcctName.
       MOVE "L" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 2050 TO CAAcctNum.
       MOVE "RECEIVED NOT INVOICED" TO CAAcctName.
       MOVE "L" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 2100 TO CAAcctNum.
       MOVE "SALES TAX PAYABLE" TO CAAcctName.
       MOVE "L" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 2200 TO CAAcctNum.
       MOVE "ACCRUED CUSTOMER REBATES" TO CAAcctName.
       MOVE "L" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 3000 TO CAAcctNum.
       MOVE "RETAINED EARNINGS" TO CAAcctName.
       MOVE "L" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 4000 TO CAAcctNum.
       MOVE "SALES" TO CAAcctName.
       MOVE "R" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 4100 TO CAAcctNum.
       MOVE "FREIGHT REVENUE" TO CAAcctName.
       MOVE "R" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 4200 TO CAAcctNum.
       MOVE "SALES DISCOUNTS" TO CAAcctName.
       MOVE "R" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 4300 TO CAAcctNum.
       MOVE "CUSTOMER REBATES" TO CAAcctName.
       MOVE "R" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 4500 TO CAAcctNum.
       MOVE "SALES RETURNS" TO CAAcctName.
       MOVE "R" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 4900 TO CAAcctNum.
       MOVE "FINANCE CHARGE INCOME" TO CAAcctName.
       MOVE "R" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 4950 TO CAAcctNum.
       MOVE "NSF FEE INCOME" TO CAAcctName.
       MOVE "R" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 5000 TO CAAcctNum.
       MOVE "COST OF GOODS SOLD" TO CAAcctName.
       MOVE "E" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 5100 TO CAAcctNum.
       MOVE "PURCHASES" TO CAAcctName.
       MOVE "E" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 5200 TO CAAcctNum.
       MOVE "INVENTORY ADJUSTMENTS" TO CAAcctName.
       MOVE "E" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 5300 TO CAAcctNum.
       MOVE "PURCHASE DISCOUNTS" TO CAAcctName.
       MOVE "E" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 6000 TO CAAcctNum.
       MOVE "BAD DEBT EXPENSE" TO CAAcctName.
       MOVE "E" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 6100 TO CAAcctNum.
       MOVE "COMMISSION EXPENSE" TO CAAcctName.
       MOVE "E" TO CAAcctType.
       PERFORM AddStandardAccount.
       MOVE 6200 TO CAAcctNum.
       MOVE "FREIGHT EXPENSE" TO CAAcctName.
       MOVE "E" TO CAAcctType.
       PERFORM AddStandardAccount.

AddStandardAccount.
       WRITE ChartAcctRecord
              INVALID KEY CONTINUE
       END-WRITE.

ListChart.
       MOVE "N" TO WSEOF.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Trial balance written to TrialBalance.prt".

IncomeStatement.
       OPEN INPUT GLJournalFile.
       IF WSGLJournalStatus NOT = "00"
              DISPLAY "No GL journal yet - post some activity first."
       ELSE
              DISPLAY "Period (YYYYMM) : " WITH NO ADVANCING
              ACCEPT WantedPeriod
              DIVIDE WantedPeriod BY 100 GIVING StmtYear
              COMPUTE YearStartPeriod = StmtYear * 100 + 1
              MOVE 0 TO StmtCount
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF GJPeriod >= YearStartPeriod AND
                                      GJPeriod <= WantedPeriod AND
                                      GJSource NOT = "YECLOSE"
                                          PERFORM TallyStatementRow
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
              PERFORM PrintIncomeStatement
       END-IF.

TallyStatementRow.
       MOVE "N" TO AcctFound.
       PERFORM VARYING StmtIdx FROM 1 BY 1 UNTIL StmtIdx > StmtCount
              IF STAcctNum(StmtIdx) = GJAcctNum
                     MOVE "Y" TO AcctFound
                     PERFORM AddRowToStatement
              END-IF
       END-PERFORM.
       IF AcctFound = "N" AND StmtCount < 100
              ADD 1 TO StmtCount
              MOVE StmtCount TO StmtIdx
              MOVE GJAcctNum TO STAcctNum(StmtIdx)
              MOVE 0 TO STMonth(StmtIdx)
              MOVE 0 TO STYearToDate(StmtIdx)
              PERFORM AddRowToStatement
       END-IF.

AddRowToStatement.
       COMPUTE STYearToDate(StmtIdx) = STYearToDate(StmtIdx) + GJCredit
              - GJDebit.
       IF GJPeriod = WantedPeriod
              COMPUTE STMonth(StmtIdx) = STMonth(StmtIdx) + GJCredit
                     - GJDebit
       END-IF.

PrintIncomeStatement.
       MOVE "O" TO RptAction.
       MOVE "IncomeStmt.prt" TO RptFileName.
       MOVE "INCOME STATEMENT" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "FOR PERIOD " DELIMITED BY SIZE
              WantedPeriod DELIMITED BY SIZE
              " AND YEAR TO DATE FROM " DELIMITED BY SIZE
              YearStartPeriod DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteStatementLine.
       MOVE SPACES TO RptLine.
       MOVE "ACCT  NAME" TO RptLine(1:10).
       MOVE "MONTH" TO RptLine(45:5).
       MOVE "YEAR-TO-DATE" TO RptLine(57:12).
       PERFORM WriteStatementLine.
       MOVE "R" TO StmtType.
       MOVE "REVENUE" TO SectName.
       PERFORM PrintStatementSection.
       MOVE SectMonthTotal TO RevMonthTotal.
       MOVE SectYTDTotal TO RevYTDTotal.
       MOVE "E" TO StmtType.
       MOVE "EXPENSES" TO SectName.
       PERFORM PrintStatementSection.
       COMPUTE StmtMonthAmt = RevMonthTotal - SectMonthTotal.
       COMPUTE StmtYTDAmt = RevYTDTotal - SectYTDTotal.
       MOVE StmtMonthAmt TO MonthDollar.
       MOVE StmtYTDAmt TO YTDDollar.
       MOVE SPACES TO RptLine.
       STRING "NET INCOME                     " DELIMITED BY SIZE
              MonthDollar DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              YTDDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteStatementLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Income statement written to IncomeStmt.prt".

PrintStatementSection.
       MOVE 0 TO SectMonthTotal.
       MOVE 0 TO SectYTDTotal.
       MOVE SPACES TO RptLine.
       PERFORM WriteStatementLine.
       MOVE SectName TO RptLine.
       PERFORM WriteStatementLine.
       MOVE "N" TO WSEOF.
       MOVE 0 TO CAAcctNum.
       START ChartAcctFile KEY IS GREATER THAN CAAcctNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ ChartAcctFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF CAAcctType = StmtType
                                   PERFORM PrintStatementAcct
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SectMonthTotal TO MonthDollar.
       MOVE SectYTDTotal TO YTDDollar.
       MOVE SPACES TO RptLine.
       IF StmtType = "R" OR StmtType = "E"
              STRING "TOTAL " DELIMITED BY SIZE
                     SectName DELIMITED BY SIZE
                     MonthDollar DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     YTDDollar DELIMITED BY SIZE
                     INTO RptLine
       ELSE
              STRING "TOTAL " DELIMITED BY SIZE
                     SectName DELIMITED BY SIZE
                     "                   " DELIMITED BY SIZE
                     YTDDollar DELIMITED BY SIZE
                     INTO RptLine
       END-IF.
       PERFORM WriteStatementLine.

PrintStatementAcct.
       PERFORM VARYING StmtIdx FROM 1 BY 1 UNTIL StmtIdx > StmtCount
              IF STAcctNum(StmtIdx) = CAAcctNum
                     IF CAAcctType = "R" OR CAAcctType = "L"
                            MOVE STMonth(StmtIdx) TO StmtMonthAmt
                            MOVE STYearToDate(StmtIdx) TO StmtYTDAmt
                     ELSE
                            COMPUTE StmtMonthAmt = 0 - STMonth(StmtIdx)
                            COMPUTE StmtYTDAmt = 0 - STYearToDate(StmtIdx)
                     END-IF
                     ADD StmtMonthAmt TO SectMonthTotal
                     ADD StmtYTDAmt TO SectYTDTotal
                     MOVE StmtMonthAmt TO MonthDollar
                     MOVE StmtYTDAmt TO YTDDollar
                     MOVE SPACES TO RptLine
                     IF CAAcctType = "R" OR CAAcctType = "E"
                            STRING CAAcctNum DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   CAAcctName DELIMITED BY SIZE
                                   MonthDollar DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   YTDDollar DELIMITED BY SIZE
                                   INTO RptLine
                     ELSE
                            STRING CAAcctNum DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   CAAcctName DELIMITED BY SIZE
                                   "                   " DELIMITED BY SIZE
                                   YTDDollar DELIMITED BY SIZE
                                   INTO RptLine
                     END-IF
                     PERFORM WriteStatementLine
              END-IF
       END-PERFORM.

WriteStatementLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.

BalanceSheet.
       OPEN INPUT GLJournalFile.
       IF WSGLJournalStatus NOT = "00"
              DISPLAY "No GL journal yet - post some activity first."
       ELSE
              DISPLAY "As at end of period (YYYYMM) : " WITH NO ADVANCING
              ACCEPT WantedPeriod
              MOVE 0 TO OpenFromPeriod
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF GJSource = "YEOPEN" AND
                                      GJPeriod <= WantedPeriod AND
                                      GJPeriod > OpenFromPeriod
                                          MOVE GJPeriod TO OpenFromPeriod
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
              OPEN INPUT GLJournalFile
              MOVE 0 TO StmtCount
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ GLJournalFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF GJPeriod >= OpenFromPeriod AND
                                      GJPeriod <= WantedPeriod
                                          PERFORM TallyStatementRow
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE GLJournalFile
              PERFORM PrintBalanceSheet
       END-IF.

PrintBalanceSheet.
       MOVE 0 TO CurrentEarnings.
       MOVE "N" TO WSEOF.
       MOVE 0 TO CAAcctNum.
       START ChartAcctFile KEY IS GREATER THAN CAAcctNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ ChartAcctFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF CAAcctType = "R" OR CAAcctType = "E"
                                   PERFORM AddToCurrentEarnings
                            END-IF
              END-READ
       END-PERFORM.
       MOVE "O" TO RptAction.
       MOVE "BalanceSheet.prt" TO RptFileName.
       MOVE "BALANCE SHEET" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "AS AT THE END OF PERIOD " DELIMITED BY SIZE
              WantedPeriod DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteStatementLine.
       MOVE "A" TO StmtType.
       MOVE "ASSETS" TO SectName.
       PERFORM PrintStatementSection.
       MOVE SectYTDTotal TO TotalAssets.
       MOVE "L" TO StmtType.
       MOVE "LIABILITIES AND EQUITY" TO SectName.
       PERFORM PrintStatementSection.
       MOVE CurrentEarnings TO YTDDollar.
       MOVE SPACES TO RptLine.
       STRING "      CURRENT EARNINGS                            "
              DELIMITED BY SIZE
              YTDDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteStatementLine.
       COMPUTE TotalLiab = SectYTDTotal + CurrentEarnings.
       MOVE TotalLiab TO YTDDollar.
       MOVE SPACES TO RptLine.
       STRING "TOTAL LIABILITIES, EQUITY AND EARNINGS            "
              DELIMITED BY SIZE
              YTDDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteStatementLine.
       IF TotalAssets NOT = TotalLiab
              MOVE "*** OUT OF BALANCE ***" TO RptLine
              PERFORM WriteStatementLine
       END-IF.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Balance sheet written to BalanceSheet.prt".

AddToCurrentEarnings.
       PERFORM VARYING StmtIdx FROM 1 BY 1 UNTIL StmtIdx > StmtCount
              IF STAcctNum(StmtIdx) = CAAcctNum
                     ADD STYearToDate(StmtIdx) TO CurrentEarnings
              END-IF
       END-PERFORM.
