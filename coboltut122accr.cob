       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut122accr.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RebateFile ASSIGN TO "Rebate.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RBIDNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSRebateStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT SalesAnalFile ASSIGN TO "SalesAnal.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SAKey
              FILE STATUS IS WSSalesAnalStatus.
       SELECT RebateStmtFile ASSIGN TO "RebateStmt.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSStmtStatus.
DATA DIVISION.
FILE SECTION.
FD RebateFile.
       COPY REBATE.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD SalesAnalFile.
       COPY SLSANL.
FD RebateStmtFile.
       01 StmtLine PIC X(80).
WORKING-STORAGE SECTION.
       01 WSRebateStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 WSSalesAnalStatus PIC XX.
       01 SalesAnalOpen PIC X VALUE "N".
       01 WSStmtStatus PIC XX.
       01 WSEOF PIC X.
       01 BizDate PIC 9(8).
       01 BizDateX PIC X(8).
       01 BizYear PIC 9(4).
       01 WorkMonth PIC 99.
       01 MonthEndDue PIC X.
       01 YearEndFlag PIC X VALUE "N".
       01 PeriodOpen PIC X.
       01 Purchases PIC 9(9)V99.
       01 Earned PIC 9(7)V99.
       01 TierHit PIC 9.
       01 TierIdx PIC 9.
       01 AccrualChange PIC S9(7)V99.
       01 ChangeAbs PIC 9(7)V99.
       01 AccrualCount PIC 9(5) VALUE 0.
       01 PaidCount PIC 9(5) VALUE 0.
       01 TotChange PIC S9(9)V99 VALUE 0.
       01 TotPaid PIC 9(9)V99 VALUE 0.
       01 StmtOpen PIC X VALUE "N".
       01 PostType PIC X.
       01 PostRef PIC X(10).
       01 PostAmount PIC S9(7)V99.
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10).
       01 GLRef PIC X(10).
       01 PctEdit PIC Z9.99.
       01 PurchDollar PIC $$$,$$$,$$9.99.
       01 FloorDollar PIC $$$,$$$,$$9.99.
       01 AmtDollar PIC $$,$$$,$$9.99.
       01 ChgDollar PIC $$,$$$,$$9.99-.
       01 TotDollar PIC $$$,$$$,$$9.99-.
       01 DisplayName PIC X(32).
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut25getdate" USING BizDate.
       MOVE BizDate TO BizDateX.
       MOVE BizDateX(1:4) TO BizYear.
       MOVE BizDateX(5:2) TO WorkMonth.
       CALL "coboltut25monthend" USING BizDate, MonthEndDue.
       IF MonthEndDue NOT = "Y"
              DISPLAY "Rebate accrual - not the last business day of the"
                     " month, nothing to do."
              STOP RUN
       END-IF.
       IF WorkMonth = 12
              MOVE "Y" TO YearEndFlag
       END-IF.
       CALL "coboltut92perchk" USING BizDate, PeriodOpen.
       IF PeriodOpen NOT = "Y"
              DISPLAY "Accrual date " BizDate " falls in a CLOSED"
                     " accounting period - run aborted."
              MOVE 8 TO RETURN-CODE
              STOP RUN
       END-IF.
       OPEN I-O RebateFile.
       IF WSRebateStatus NOT = "00"
              DISPLAY "No rebate agreement file - nothing to accrue."
              STOP RUN
       END-IF.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus = "00"
              MOVE "Y" TO CustFileOpen
       ELSE
              MOVE "N" TO CustFileOpen
       END-IF.
       OPEN INPUT SalesAnalFile.
       IF WSSalesAnalStatus = "00"
              MOVE "Y" TO SalesAnalOpen
       ELSE
              MOVE "N" TO SalesAnalOpen
       END-IF.
       MOVE "REBATEACCR" TO GLSource.
       MOVE "O" TO RptAction.
       MOVE "RebateAccrual.prt" TO RptFileName.
       MOVE "VOLUME REBATE ACCRUAL" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "PURCHASES YEAR-TO-DATE THROUGH " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              INTO RptLine.
       IF YearEndFlag = "Y"
              MOVE "- PROGRAM YEAR-END PAYOUT" TO RptLine(41:25)
       END-IF.
       PERFORM WriteAccrualLine.
       MOVE "ID     NAME" TO RptLine.
       MOVE "YTD PURCHASES" TO RptLine(31:13).
       MOVE "TIER" TO RptLine(45:4).
       MOVE "EARNED" TO RptLine(55:6).
       MOVE "THIS MONTH" TO RptLine(66:10).
       PERFORM WriteAccrualLine.
       MOVE "N" TO WSEOF.
       PERFORM UNTIL WSEOF = "Y"
              READ RebateFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF RBActive AND RBProgYear = BizYear
                                   PERFORM AccrueOneAgreement
                            END-IF
              END-READ
       END-PERFORM.
       MOVE TotChange TO TotDollar.
       MOVE SPACES TO RptLine.
       PERFORM WriteAccrualLine.
       MOVE SPACES TO RptLine.
       STRING AccrualCount DELIMITED BY SIZE
              " AGREEMENT(S)   ACCRUAL CHANGE " DELIMITED BY SIZE
              TotDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteAccrualLine.
       IF YearEndFlag = "Y"
              MOVE TotPaid TO TotDollar
              MOVE SPACES TO RptLine
              STRING PaidCount DELIMITED BY SIZE
                     " REBATE(S) PAID OUT            " DELIMITED BY SIZE
                     TotDollar DELIMITED BY SIZE
                     INTO RptLine
              PERFORM WriteAccrualLine
       END-IF.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       IF StmtOpen = "Y"
              CLOSE RebateStmtFile
       END-IF.
       CLOSE RebateFile.
       IF CustFileOpen = "Y"
              CLOSE CustomerFile
              MOVE "N" TO CustFileOpen
       END-IF.
       IF SalesAnalOpen = "Y"
              CLOSE SalesAnalFile
              MOVE "N" TO SalesAnalOpen
       END-IF.
       DISPLAY "REBATE ACCRUAL COMPLETE".
       DISPLAY "Agreements accrued : " AccrualCount.
       IF YearEndFlag = "Y"
              DISPLAY "Rebates paid out : " PaidCount
                     " - statements in RebateStmt.prt"
       END-IF.
       STOP RUN.

AccrueOneAgreement.
       ADD 1 TO AccrualCount.
       MOVE 0 TO Purchases.
       IF SalesAnalOpen = "Y"
              MOVE "C" TO SAType
              MOVE SPACES TO SACode
              MOVE RBIDNum TO SACode(1:6)
              READ SalesAnalFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE SAYTDDollars TO Purchases
              END-READ
       END-IF.
       CALL "coboltut122calc" USING RBTierTable, Purchases, Earned,
              TierHit.
       COMPUTE AccrualChange = Earned - RBAccrued.
       ADD AccrualChange TO TotChange.
       MOVE SPACES TO PostRef.
       STRING "RB" DELIMITED BY SIZE
              BizYear DELIMITED BY SIZE
              INTO PostRef.
       MOVE PostRef TO GLRef.
       IF AccrualChange > 0
              MOVE AccrualChange TO ChangeAbs
              MOVE 4300 TO GLAcct
              MOVE ChangeAbs TO GLDebit
              MOVE 0 TO GLCredit
              PERFORM PostRebateGL
              MOVE 2200 TO GLAcct
              MOVE 0 TO GLDebit
              MOVE ChangeAbs TO GLCredit
              PERFORM PostRebateGL
       END-IF.
       IF AccrualChange < 0
              COMPUTE ChangeAbs = 0 - AccrualChange
              MOVE 2200 TO GLAcct
              MOVE ChangeAbs TO GLDebit
              MOVE 0 TO GLCredit
              PERFORM PostRebateGL
              MOVE 4300 TO GLAcct
              MOVE 0 TO GLDebit
              MOVE ChangeAbs TO GLCredit
              PERFORM PostRebateGL
       END-IF.
       MOVE Purchases TO RBYTDPurch.
       MOVE Earned TO RBEarned.
       MOVE Earned TO RBAccrued.
       MOVE BizDate TO RBLastAccrual.
       PERFORM LookUpCustomer.
       MOVE Purchases TO PurchDollar.
       MOVE Earned TO AmtDollar.
       MOVE AccrualChange TO ChgDollar.
       MOVE SPACES TO RptLine.
       MOVE RBIDNum TO RptLine(1:6).
       MOVE DisplayName TO RptLine(8:20).
       MOVE PurchDollar TO RptLine(29:15).
       MOVE TierHit TO RptLine(47:1).
       MOVE AmtDollar TO RptLine(48:13).
       MOVE ChgDollar TO RptLine(62:14).
       PERFORM WriteAccrualLine.
       IF YearEndFlag = "Y"
              IF Earned > 0
                     PERFORM PayOutRebate
              END-IF
              PERFORM RollProgramYear
       END-IF.
       REWRITE RebateRecord
              INVALID KEY DISPLAY "Rebate agreement " RBIDNum
                     " wasn't updated."
       END-REWRITE.

PayOutRebate.
       MOVE "C" TO PostType.
       COMPUTE PostAmount = 0 - Earned.
       CALL "coboltut8arpost" USING RBIDNum, PostType, BizDate,
              PostRef, PostAmount.
       MOVE 2200 TO GLAcct.
       MOVE Earned TO GLDebit.
       MOVE 0 TO GLCredit.
       PERFORM PostRebateGL.
       MOVE 1100 TO GLAcct.
       MOVE 0 TO GLDebit.
       MOVE Earned TO GLCredit.
       PERFORM PostRebateGL.
       IF RBPayCheck
              MOVE "Y" TO RBCheckDue
              MOVE "   PAID BY REFUND CHECK - QUEUED FOR CUSTOMER REFUNDS"
                     TO RptLine
       ELSE
              MOVE "N" TO RBCheckDue
              MOVE SPACES TO RptLine
              STRING "   CREDITED TO ACCOUNT - REF " DELIMITED BY SIZE
                     PostRef DELIMITED BY SIZE
                     INTO RptLine
       END-IF.
       PERFORM WriteAccrualLine.
       MOVE RBProgYear TO RBLastYear.
       MOVE BizDate TO RBPaidDate.
       MOVE Earned TO RBPaidAmt.
       MOVE PostRef TO RBPaidRef.
       ADD 1 TO PaidCount.
       ADD Earned TO TotPaid.
       PERFORM PrintRebateStatement.

RollProgramYear.
       ADD 1 TO RBProgYear.
       MOVE 0 TO RBYTDPurch.
       MOVE 0 TO RBEarned.
       MOVE 0 TO RBAccrued.

PrintRebateStatement.
       IF StmtOpen = "N"
              OPEN OUTPUT RebateStmtFile
              MOVE "Y" TO StmtOpen
       END-IF.
       MOVE "MOSS CLOTHING SUPPLY - VOLUME REBATE STATEMENT" TO StmtLine.
       PERFORM WriteStmtLine.
       MOVE SPACES TO StmtLine.
       PERFORM WriteStmtLine.
       MOVE SPACES TO StmtLine.
       STRING "CUSTOMER " DELIMITED BY SIZE
              RBIDNum DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DisplayName DELIMITED BY SIZE
              INTO StmtLine.
       PERFORM WriteStmtLine.
       IF CustFileOpen = "Y" AND DisplayName NOT = SPACES
              MOVE SPACES TO StmtLine
              MOVE Street TO StmtLine(17:25)
              PERFORM WriteStmtLine
              MOVE SPACES TO StmtLine
              STRING FUNCTION TRIM(City) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     StateCode DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     PostalCode DELIMITED BY SIZE
                     INTO StmtLine(17:40)
              PERFORM WriteStmtLine
       END-IF.
       MOVE SPACES TO StmtLine.
       PERFORM WriteStmtLine.
       MOVE SPACES TO StmtLine.
       STRING "PROGRAM YEAR " DELIMITED BY SIZE
              RBProgYear DELIMITED BY SIZE
              "     STATEMENT DATE " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              INTO StmtLine.
       PERFORM WriteStmtLine.
       MOVE SPACES TO StmtLine.
       STRING "PURCHASES FOR THE YEAR : " DELIMITED BY SIZE
              PurchDollar DELIMITED BY SIZE
              INTO StmtLine.
       PERFORM WriteStmtLine.
       MOVE "REBATE SCHEDULE :" TO StmtLine.
       PERFORM WriteStmtLine.
       PERFORM VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4
              IF RBTierPct(TierIdx) > 0
                     MOVE RBTierFloor(TierIdx) TO FloorDollar
                     MOVE RBTierPct(TierIdx) TO PctEdit
                     MOVE SPACES TO StmtLine
                     STRING "   PURCHASES OF " DELIMITED BY SIZE
                            FloorDollar DELIMITED BY SIZE
                            " OR MORE  " DELIMITED BY SIZE
                            PctEdit DELIMITED BY SIZE
                            "%" DELIMITED BY SIZE
                            INTO StmtLine
                     IF TierIdx = TierHit
                            MOVE "<-- REACHED" TO StmtLine(55:11)
                     END-IF
                     PERFORM WriteStmtLine
              END-IF
       END-PERFORM.
       MOVE SPACES TO StmtLine.
       STRING "REBATE EARNED          : " DELIMITED BY SIZE
              AmtDollar DELIMITED BY SIZE
              INTO StmtLine.
       PERFORM WriteStmtLine.
       IF RBPayCheck
              MOVE "A REFUND CHECK FOR THIS AMOUNT WILL BE MAILED TO YOU."
                     TO StmtLine
       ELSE
              MOVE SPACES TO StmtLine
              STRING "THIS AMOUNT HAS BEEN CREDITED TO YOUR ACCOUNT, REF "
                     DELIMITED BY SIZE
                     PostRef DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     INTO StmtLine
       END-IF.
       PERFORM WriteStmtLine.
       MOVE ALL "-" TO StmtLine.
       PERFORM WriteStmtLine.
       MOVE SPACES TO StmtLine.
       PERFORM WriteStmtLine.

PostRebateGL.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.

LookUpCustomer.
       MOVE SPACES TO DisplayName.
       IF CustFileOpen = "Y"
              MOVE RBIDNum TO IDNum
              READ CustomerFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM BuildDisplayName
              END-READ
       END-IF.

WriteAccrualLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

WriteStmtLine.
       WRITE StmtLine.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              INTO DisplayName.
