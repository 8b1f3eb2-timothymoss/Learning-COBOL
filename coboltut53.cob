              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSHoldCtlStatus.
       SELECT DisputeFile ASSIGN TO "Dispute.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DSKey
              FILE STATUS IS WSDisputeStatus.
       SELECT ReportFile ASSIGN TO "ARAging.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.
       COPY CUSTRECWIDE.
FD CreditHoldFile.
       COPY CRHOLD.
FD DisputeFile.
       COPY DISPUTE.
FD HoldCtlFile.
       01 HoldCtlRecord.
              02 HoldBucket PIC 9.
       01 WSCustFileStatus PIC XX.
       01 WSCredHoldStatus PIC XX.
       01 WSHoldCtlStatus PIC XX.
       01 WSDisputeStatus PIC XX.
       01 DisputeOpen PIC X VALUE "N".
       01 ItemDisputed PIC X.
       01 DB3160 PIC 9(9)V99.
       01 DB6190 PIC 9(9)V99.
       01 DBOver90 PIC 9(9)V99.
       01 DisputedAmount PIC 9(9)V99.
       01 HB3160 PIC 9(9)V99.
       01 HB6190 PIC 9(9)V99.
       01 HBOver90 PIC 9(9)V99.
       01 WorkHoldBucket PIC 9 VALUE 3.
       01 HoldTriggered PIC X.
       01 HoldExists PIC X.
       01 AgeIdx PIC 9(3).
       01 SwapIdx PIC 9(3).
       01 SortDone PIC X.
       01 AgeHold PIC X(61).
       01 CustExists PIC X.
       01 DisplayName PIC X(32).
       01 TCurrent PIC 9(9)V99 VALUE 0.
       01 D2 PIC $$,$$$,$$9.99.
       01 D3 PIC $$,$$$,$$9.99.
       01 D4 PIC $$,$$$,$$9.99.
       01 RollHeadID PIC 9(6).
       01 RollIdx PIC 9(3).
       01 RollCount PIC 9(3) VALUE 0.
       01 RollFound PIC X.
       01 RollPrinted PIC 9(3) VALUE 0.
       01 RollTable.
              02 RollEntry OCCURS 200 TIMES.
                     03 RUHeadID PIC 9(6).
                     03 RUBranches PIC 9(3).
                     03 RUCurrent PIC 9(9)V99.
                     03 RU3160 PIC 9(9)V99.
                     03 RU6190 PIC 9(9)V99.
                     03 RUOver90 PIC 9(9)V99.
       01 AgeTable.
              02 AgeEntry OCCURS 200 TIMES.
                     03 AGIDNum PIC 9(6).
                     03 AG3160 PIC 9(9)V99.
                     03 AG6190 PIC 9(9)V99.
                     03 AGOver90 PIC 9(9)V99.
                     03 AGDisputed PIC 9(9)V99.

PROCEDURE DIVISION.
MainPara.
              STOP RUN
       END-IF.
       PERFORM ReadHoldControl.
       OPEN INPUT DisputeFile.
       IF WSDisputeStatus = "00"
              MOVE "Y" TO DisputeOpen
       ELSE
              MOVE "N" TO DisputeOpen
       END-IF.
       OPEN I-O CreditHoldFile.
       IF WSCredHoldStatus NOT = "00"
              OPEN OUTPUT CreditHoldFile
       END-PERFORM.
       CLOSE ARTransFile.
       CLOSE CreditHoldFile.
       IF DisputeOpen = "Y"
              CLOSE DisputeFile
              MOVE "N" TO DisputeOpen
       END-IF.
       IF HoldsPlaced > 0
              DISPLAY "Delinquency holds placed : " HoldsPlaced
                     " - release queue is coboltut88."
       MOVE 0 TO B6190.
       MOVE 0 TO BOver90.
       MOVE 0 TO CreditPool.
       MOVE 0 TO DB3160.
       MOVE 0 TO DB6190.
       MOVE 0 TO DBOver90.
       MOVE 0 TO DisputedAmount.

AgeOneTran.
       IF ARTAmount > 0
              IF ARTDueDate > 0
                     COMPUTE TranInt = FUNCTION INTEGER-OF-DATE(ARTDueDate)
              ELSE
                     COMPUTE TranInt = FUNCTION INTEGER-OF-DATE(ARTDate)
              END-IF
              COMPUTE AgeDays = TodayInt - TranInt
              EVALUATE TRUE
                     WHEN AgeDays > 90 ADD ARTAmount TO BOver90
                     WHEN AgeDays > 30 ADD ARTAmount TO B3160
                     WHEN OTHER ADD ARTAmount TO BCurrent
              END-EVALUATE
              PERFORM CheckDisputed
              IF ItemDisputed = "Y"
                     ADD ARTAmount TO DisputedAmount
                     EVALUATE TRUE
                            WHEN AgeDays > 90 ADD ARTAmount TO DBOver90
                            WHEN AgeDays > 60 ADD ARTAmount TO DB6190
                            WHEN AgeDays > 30 ADD ARTAmount TO DB3160
                     END-EVALUATE
              END-IF
       ELSE
              SUBTRACT ARTAmount FROM CreditPool
       END-IF.

CheckDisputed.
       MOVE "N" TO ItemDisputed.
       IF DisputeOpen = "Y"
              MOVE ARTKey TO DSKey
              READ DisputeFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF DSOpen
                                   MOVE "Y" TO ItemDisputed
                            END-IF
              END-READ
       END-IF.

CustomerBreak.
       IF BreakID NOT = 0
              PERFORM ApplyCreditsOldestFirst
                     MOVE B3160 TO AG3160(AgeCount)
                     MOVE B6190 TO AG6190(AgeCount)
                     MOVE BOver90 TO AGOver90(AgeCount)
                     MOVE DisputedAmount TO AGDisputed(AgeCount)
              END-IF
              PERFORM CheckDelinquencyHold
       END-IF.

CheckDelinquencyHold.
       MOVE "N" TO HoldTriggered.
       MOVE 0 TO HB3160.
       MOVE 0 TO HB6190.
       MOVE 0 TO HBOver90.
       IF B3160 > DB3160
              COMPUTE HB3160 = B3160 - DB3160
       END-IF.
       IF B6190 > DB6190
              COMPUTE HB6190 = B6190 - DB6190
       END-IF.
       IF BOver90 > DBOver90
              COMPUTE HBOver90 = BOver90 - DBOver90
       END-IF.
       EVALUATE WorkHoldBucket
              WHEN 1
                     IF HB3160 > 0 OR HB6190 > 0 OR HBOver90 > 0
                            MOVE "Y" TO HoldTriggered
                     END-IF
              WHEN 2
                     IF HB6190 > 0 OR HBOver90 > 0
                            MOVE "Y" TO HoldTriggered
                     END-IF
              WHEN OTHER
                     IF HBOver90 > 0
                            MOVE "Y" TO HoldTriggered
                     END-IF
       END-EVALUATE.
       MOVE SPACES TO ReportLine.
       STRING "Run date : " DELIMITED BY SIZE
              WSToday DELIMITED BY SIZE
              "   Aged by days past the invoice due date" DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
              D4 DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
       PERFORM PrintRollUp.
       CLOSE CustomerFile.
       CLOSE ReportFile.
       DISPLAY "AR AGING COMPLETE".
       DISPLAY "Customers listed : " AgeCount.
       DISPLAY "Bill-to accounts rolled up : " RollPrinted.
       DISPLAY "Written to ARAging.prt".

PrintAgeLine.
              PERFORM BuildDisplayName
       ELSE
              MOVE "** NOT ON MASTER **" TO DisplayName
              MOVE 0 TO ParentIDNum
       END-IF.
       PERFORM AddToRollUp.
       ADD AGCurrent(AgeIdx) TO TCurrent.
       ADD AG3160(AgeIdx) TO T3160.
       ADD AG6190(AgeIdx) TO T6190.
              D4 DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.
       IF AGDisputed(AgeIdx) > 0
              MOVE AGDisputed(AgeIdx) TO D1
              MOVE SPACES TO ReportLine
              STRING "        INCLUDES " DELIMITED BY SIZE
                     D1 DELIMITED BY SIZE
                     " UNDER DISPUTE - NOT COUNTED TOWARD CREDIT HOLD"
                     DELIMITED BY SIZE
                     INTO ReportLine
              WRITE ReportLine
       END-IF.

AddToRollUp.
       IF ParentIDNum NOT = 0
              MOVE ParentIDNum TO RollHeadID
       ELSE
              MOVE AGIDNum(AgeIdx) TO RollHeadID
       END-IF.
       MOVE "N" TO RollFound.
       PERFORM VARYING RollIdx FROM 1 BY 1
              UNTIL RollIdx > RollCount OR RollFound = "Y"
              IF RUHeadID(RollIdx) = RollHeadID
                     MOVE "Y" TO RollFound
              END-IF
       END-PERFORM.
       IF RollFound = "Y"
              SUBTRACT 1 FROM RollIdx
       ELSE
              ADD 1 TO RollCount
              MOVE RollCount TO RollIdx
              MOVE RollHeadID TO RUHeadID(RollIdx)
              MOVE 0 TO RUBranches(RollIdx)
              MOVE 0 TO RUCurrent(RollIdx)
              MOVE 0 TO RU3160(RollIdx)
              MOVE 0 TO RU6190(RollIdx)
              MOVE 0 TO RUOver90(RollIdx)
       END-IF.
       IF ParentIDNum NOT = 0
              ADD 1 TO RUBranches(RollIdx)
       END-IF.
       ADD AGCurrent(AgeIdx) TO RUCurrent(RollIdx).
       ADD AG3160(AgeIdx) TO RU3160(RollIdx).
       ADD AG6190(AgeIdx) TO RU6190(RollIdx).
       ADD AGOver90(AgeIdx) TO RUOver90(RollIdx).

PrintRollUp.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE "BILL-TO ACCOUNT ROLL-UP (PARENT PLUS BRANCHES)" TO ReportLine.
       WRITE ReportLine.
       MOVE "ID      BILL-TO NAME             BRANCHES CURRENT       31-60         61-90         OVER 90"
              TO ReportLine.
       WRITE ReportLine.
       PERFORM VARYING RollIdx FROM 1 BY 1 UNTIL RollIdx > RollCount
              IF RUBranches(RollIdx) > 0
                     PERFORM PrintRollLine
              END-IF
       END-PERFORM.
       IF RollPrinted = 0
              MOVE "   NO BILL-TO ACCOUNTS WITH BRANCH BALANCES" TO ReportLine
              WRITE ReportLine
       END-IF.

PrintRollLine.
       ADD 1 TO RollPrinted.
       MOVE RUHeadID(RollIdx) TO IDNum.
       READ CustomerFile
              INVALID KEY MOVE "** NOT ON MASTER **" TO DisplayName
              NOT INVALID KEY PERFORM BuildDisplayName
       END-READ.
       MOVE RUCurrent(RollIdx) TO D1.
       MOVE RU3160(RollIdx) TO D2.
       MOVE RU6190(RollIdx) TO D3.
       MOVE RUOver90(RollIdx) TO D4.
       MOVE SPACES TO ReportLine.
       STRING RUHeadID(RollIdx) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DisplayName(1:24) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RUBranches(RollIdx) DELIMITED BY SIZE
              "     " DELIMITED BY SIZE
              D1 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              D2 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              D3 DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              D4 DELIMITED BY SIZE
              INTO ReportLine.
       WRITE ReportLine.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
