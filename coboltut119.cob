       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut119.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ARTransFile ASSIGN TO "ARTrans.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ARTKey
              FILE STATUS IS WSARTFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSCustFileStatus.
       SELECT NSFLogFile ASSIGN TO "NSFLog.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSNSFLogStatus.
       SELECT CreditHoldFile ASSIGN TO "CreditHold.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CHIDNum
              FILE STATUS IS WSCredHoldStatus.
       SELECT CreditRefusedFile ASSIGN TO "CreditRefused.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CRFIDNum
              FILE STATUS IS WSRefusedStatus.
       SELECT CreditReviewFile ASSIGN TO "CreditReview.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CRVIDNum
              FILE STATUS IS WSReviewStatus.
       SELECT AuditFile ASSIGN TO "AuditFile.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS AuditFileStatus.
DATA DIVISION.
FILE SECTION.
FD ARTransFile.
       COPY ARTRAN.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD NSFLogFile.
       01 NSFLogRecord.
              02 NLDate PIC 9(8).
              02 NLIDNum PIC 9(6).
              02 NLOrigSeq PIC 9(6).
              02 NLCheckRef PIC X(10).
              02 NLAmount PIC 9(7)V99.
              02 NLFee PIC 9(5)V99.
              02 NLOperator PIC X(4).
FD CreditHoldFile.
       COPY CRHOLD.
FD CreditRefusedFile.
       01 CreditRefusedRecord.
              02 CRFIDNum PIC 9(6).
              02 CRFDate PIC 9(8).
              02 CRFReason PIC X(20).
FD CreditReviewFile.
       COPY CRREVW.
FD AuditFile.
       01 AuditRecord.
              02 AuditTimestamp PIC X(14).
              02 AuditOperation PIC X(10).
              02 AuditIDNum PIC 9(6).
              02 AuditOperator PIC X(4).
WORKING-STORAGE SECTION.
       01 WSARTFileStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSNSFLogStatus PIC XX.
       01 WSCredHoldStatus PIC XX.
       01 CredHoldOpen PIC X VALUE "N".
       01 WSRefusedStatus PIC XX.
       01 RefusedOpen PIC X VALUE "N".
       01 WSReviewStatus PIC XX.
       01 AuditFileStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 TodayInt PIC 9(8).
       01 LookBackDays PIC 9(3).
       01 PeriodStart PIC 9(8).
       01 PeriodInt PIC 9(8).
       01 TranInt PIC 9(8).
       01 BreakID PIC 9(6) VALUE 0.
       01 RunningBal PIC S9(9)V99.
       01 PeakBal PIC S9(9)V99.
       01 PeriodActivity PIC 9(5).
       01 PayLeft PIC 9(9)V99.
       01 Applied PIC 9(9)V99.
       01 PaidApplied PIC 9(11)V99.
       01 DaysWeighted PIC 9(13)V99.
       01 CountDays PIC X.
       01 OpenHead PIC 9(3).
       01 OpenCount PIC 9(3).
       01 OpenItemTable.
              02 OpenItem OCCURS 100 TIMES.
                     03 OIDateInt PIC 9(8).
                     03 OIRemain PIC 9(9)V99.
       01 NSFIdx PIC 9(3).
       01 NSFCount PIC 9(3).
       01 NSFFound PIC X.
       01 NSFTable.
              02 NSFEntry OCCURS 500 TIMES.
                     03 NTIDNum PIC 9(6).
                     03 NTCount PIC 99.
       01 RaiseScore PIC 9 VALUE 2.
       01 RaiseUtilPct PIC 9(3) VALUE 75.
       01 WorkUtil PIC 9(5).
       01 WorkLimit PIC 9(9)V99.
       01 WorkHundreds PIC 9(7).
       01 ReviewCount PIC 9(5).
       01 RaiseCount PIC 9(5).
       01 KeepCount PIC 9(5).
       01 CutCount PIC 9(5).
       01 AcceptCount PIC 9(5).
       01 DeclineCount PIC 9(5).
       01 DecideAns PIC X.
       01 AcceptAll PIC X.
       01 StopAccept PIC X.
       01 DisplayName PIC X(32).
       01 ActionText PIC X(5).
       01 LimDollar PIC $$,$$$,$$9.
       01 PeakDollar PIC $$,$$$,$$9-.
       01 ScoreOut PIC -Z9.
       01 WSAuditOp PIC X(10).
       01 JrnFile PIC X(12).
       01 JrnOp PIC X.
       01 JrnKey PIC X(20).
       01 JrnBefore PIC X(250).
       01 JrnAfter PIC X(250).
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut32signon" USING SignOnID, SignOnLevel, SignedOn.
       IF SignedOn NOT = "Y"
              STOP RUN
       END-IF.
       CALL "coboltut25getdate" USING BizDate.
       COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BizDate).
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "CUSTOMER CREDIT REVIEW"
              DISPLAY "1 : Run Credit Review"
              DISPLAY "2 : Accept Recommendations"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM RunCreditReview
                     WHEN 2 PERFORM AcceptRecommendations
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       STOP RUN.

RunCreditReview.
       MOVE 0 TO LookBackDays.
       DISPLAY "Look-back period in days (0 = 365) : " WITH NO ADVANCING.
       ACCEPT LookBackDays.
       IF LookBackDays = 0
              MOVE 365 TO LookBackDays
       END-IF.
       COMPUTE PeriodInt = TodayInt - LookBackDays.
       COMPUTE PeriodStart = FUNCTION DATE-OF-INTEGER(PeriodInt).
       OPEN INPUT ARTransFile.
       IF WSARTFileStatus NOT = "00"
              DISPLAY "No AR transaction file found - nothing to review."
       ELSE
              OPEN INPUT CustomerFile
              IF WSCustFileStatus NOT = "00"
                     DISPLAY "No customer master file found - nothing to review."
              ELSE
                     PERFORM LoadNSFHistory
                     OPEN INPUT CreditHoldFile
                     IF WSCredHoldStatus = "00"
                            MOVE "Y" TO CredHoldOpen
                     ELSE
                            MOVE "N" TO CredHoldOpen
                     END-IF
                     OPEN INPUT CreditRefusedFile
                     IF WSRefusedStatus = "00"
                            MOVE "Y" TO RefusedOpen
                     ELSE
                            MOVE "N" TO RefusedOpen
                     END-IF
                     OPEN OUTPUT CreditReviewFile
                     PERFORM ScoreAllAccounts
                     CLOSE CreditReviewFile
                     IF CredHoldOpen = "Y"
                            CLOSE CreditHoldFile
                            MOVE "N" TO CredHoldOpen
                     END-IF
                     IF RefusedOpen = "Y"
                            CLOSE CreditRefusedFile
                            MOVE "N" TO RefusedOpen
                     END-IF
                     CLOSE CustomerFile
              END-IF
              CLOSE ARTransFile
       END-IF.

LoadNSFHistory.
       MOVE 0 TO NSFCount.
       OPEN INPUT NSFLogFile.
       IF WSNSFLogStatus = "00"
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ NSFLogFile
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF NLDate >= PeriodStart
                                          PERFORM AddNSFEntry
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE NSFLogFile
       END-IF.

AddNSFEntry.
       MOVE "N" TO NSFFound.
       PERFORM VARYING NSFIdx FROM 1 BY 1
              UNTIL NSFIdx > NSFCount OR NSFFound = "Y"
              IF NTIDNum(NSFIdx) = NLIDNum
                     MOVE "Y" TO NSFFound
                     IF NTCount(NSFIdx) < 99
                            ADD 1 TO NTCount(NSFIdx)
                     END-IF
              END-IF
       END-PERFORM.
       IF NSFFound = "N" AND NSFCount < 500
              ADD 1 TO NSFCount
              MOVE NLIDNum TO NTIDNum(NSFCount)
              MOVE 1 TO NTCount(NSFCount)
       END-IF.

ScoreAllAccounts.
       MOVE 0 TO ReviewCount.
       MOVE 0 TO RaiseCount.
       MOVE 0 TO KeepCount.
       MOVE 0 TO CutCount.
       MOVE "O" TO RptAction.
       MOVE "CreditReview.prt" TO RptFileName.
       MOVE "CUSTOMER CREDIT REVIEW" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "ACTIVITY FROM " DELIMITED BY SIZE
              PeriodStart DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReviewLine.
       MOVE SPACES TO RptLine.
       MOVE "ID     NAME" TO RptLine(1:11).
       MOVE "LIMIT" TO RptLine(27:5).
       MOVE "PEAK" TO RptLine(38:4).
       MOVE "UTL DTP NS H R SCR" TO RptLine(44:18).
       MOVE "REC" TO RptLine(64:3).
       MOVE "NEW LIMIT" TO RptLine(71:9).
       PERFORM WriteReviewLine.
       MOVE 0 TO BreakID.
       PERFORM ClearAccount.
       MOVE "N" TO WSEOF.
       PERFORM UNTIL WSEOF = "Y"
              READ ARTransFile NEXT RECORD
                     AT END
                            MOVE "Y" TO WSEOF
                            PERFORM AccountBreak
                     NOT AT END
                            IF ARTIDNum NOT = BreakID
                                   PERFORM AccountBreak
                                   MOVE ARTIDNum TO BreakID
                                   PERFORM ClearAccount
                            END-IF
                            PERFORM ReviewOneTran
              END-READ
       END-PERFORM.
       MOVE SPACES TO RptLine.
       PERFORM WriteReviewLine.
       MOVE SPACES TO RptLine.
       STRING "ACCOUNTS REVIEWED : " DELIMITED BY SIZE
              ReviewCount DELIMITED BY SIZE
              "   RAISE : " DELIMITED BY SIZE
              RaiseCount DELIMITED BY SIZE
              "   HOLD : " DELIMITED BY SIZE
              KeepCount DELIMITED BY SIZE
              "   CUT : " DELIMITED BY SIZE
              CutCount DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteReviewLine.
       MOVE "DTP = AVERAGE DAYS TO PAY  NS = NSF RETURNS  H = CREDIT HOLD"
              TO RptLine.
       PERFORM WriteReviewLine.
       MOVE "(H NOW, P IN PERIOD)  R = ORDER REFUSED FOR CREDIT IN PERIOD"
              TO RptLine.
       PERFORM WriteReviewLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Credit review in CreditReview.prt - " ReviewCount
              " account(s) scored.".
       DISPLAY "Raise and cut recommendations await supervisor acceptance"
              " (option 2).".

ClearAccount.
       MOVE 0 TO RunningBal.
       MOVE 0 TO PeakBal.
       MOVE 0 TO PeriodActivity.
       MOVE 0 TO PaidApplied.
       MOVE 0 TO DaysWeighted.
       MOVE 0 TO OpenCount.
       MOVE 1 TO OpenHead.

ReviewOneTran.
       ADD ARTAmount TO RunningBal.
       IF ARTDate >= PeriodStart
              ADD 1 TO PeriodActivity
              IF RunningBal > PeakBal
                     MOVE RunningBal TO PeakBal
              END-IF
       END-IF.
       COMPUTE TranInt = FUNCTION INTEGER-OF-DATE(ARTDate).
       IF ARTAmount > 0
              IF OpenCount < 100
                     ADD 1 TO OpenCount
                     MOVE TranInt TO OIDateInt(OpenCount)
                     MOVE ARTAmount TO OIRemain(OpenCount)
              END-IF
       ELSE
              COMPUTE PayLeft = 0 - ARTAmount
              IF ARTPayment AND ARTDate >= PeriodStart
                     MOVE "Y" TO CountDays
              ELSE
                     MOVE "N" TO CountDays
              END-IF
              PERFORM ApplyToOldest
                     UNTIL PayLeft = 0 OR OpenHead > OpenCount
       END-IF.

ApplyToOldest.
       IF OIRemain(OpenHead) > PayLeft
              MOVE PayLeft TO Applied
       ELSE
              MOVE OIRemain(OpenHead) TO Applied
       END-IF.
       SUBTRACT Applied FROM PayLeft.
       SUBTRACT Applied FROM OIRemain(OpenHead).
       IF CountDays = "Y" AND TranInt > OIDateInt(OpenHead)
              ADD Applied TO PaidApplied
              COMPUTE DaysWeighted = DaysWeighted
                     + Applied * (TranInt - OIDateInt(OpenHead))
       ELSE
              IF CountDays = "Y"
                     ADD Applied TO PaidApplied
              END-IF
       END-IF.
       IF OIRemain(OpenHead) = 0
              ADD 1 TO OpenHead
       END-IF.

AccountBreak.
       IF BreakID NOT = 0
              MOVE BreakID TO IDNum
              READ CustomerFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF CreditLimit > 0 OR PeriodActivity > 0
                                   PERFORM ScoreAccount
                            END-IF
              END-READ
       END-IF.

ScoreAccount.
       ADD 1 TO ReviewCount.
       MOVE SPACES TO CreditReviewRecord.
       MOVE IDNum TO CRVIDNum.
       MOVE BizDate TO CRVRunDate.
       MOVE 0 TO CRVScore.
       IF PaidApplied > 0
              COMPUTE CRVAvgDays ROUNDED = DaysWeighted / PaidApplied
              EVALUATE TRUE
                     WHEN CRVAvgDays <= 30 ADD 2 TO CRVScore
                     WHEN CRVAvgDays <= 45 ADD 1 TO CRVScore
                     WHEN CRVAvgDays <= 60 CONTINUE
                     WHEN CRVAvgDays <= 90 SUBTRACT 1 FROM CRVScore
                     WHEN OTHER SUBTRACT 2 FROM CRVScore
              END-EVALUATE
       ELSE
              MOVE 0 TO CRVAvgDays
       END-IF.
       MOVE 0 TO CRVNSFCount.
       PERFORM VARYING NSFIdx FROM 1 BY 1 UNTIL NSFIdx > NSFCount
              IF NTIDNum(NSFIdx) = IDNum
                     MOVE NTCount(NSFIdx) TO CRVNSFCount
              END-IF
       END-PERFORM.
       IF CRVNSFCount > 3
              SUBTRACT 6 FROM CRVScore
       ELSE
              COMPUTE CRVScore = CRVScore - CRVNSFCount * 2
       END-IF.
       MOVE "N" TO CRVHold.
       IF CredHoldOpen = "Y"
              MOVE IDNum TO CHIDNum
              READ CreditHoldFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF CHHeld
                                   MOVE "H" TO CRVHold
                                   SUBTRACT 3 FROM CRVScore
                            ELSE
                                   IF CHHoldDate >= PeriodStart
                                          MOVE "P" TO CRVHold
                                          SUBTRACT 1 FROM CRVScore
                                   END-IF
                            END-IF
              END-READ
       END-IF.
       MOVE "N" TO CRVRefused.
       IF RefusedOpen = "Y"
              MOVE IDNum TO CRFIDNum
              READ CreditRefusedFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                            IF CRFDate >= PeriodStart
                                   MOVE "Y" TO CRVRefused
                                   SUBTRACT 2 FROM CRVScore
                            END-IF
              END-READ
       END-IF.
       MOVE PeakBal TO CRVPeak.
       MOVE CreditLimit TO CRVOldLimit.
       MOVE 0 TO CRVUtilPct.
       IF CreditLimit > 0 AND PeakBal > 0
              COMPUTE WorkUtil = PeakBal * 100 / CreditLimit
              IF WorkUtil > 999
                     MOVE 999 TO CRVUtilPct
              ELSE
                     MOVE WorkUtil TO CRVUtilPct
              END-IF
              IF WorkUtil > 100
                     SUBTRACT 1 FROM CRVScore
              END-IF
       END-IF.
       PERFORM RecommendLimit.
       WRITE CreditReviewRecord
              INVALID KEY DISPLAY "Review for " IDNum " already written."
       END-WRITE.
       PERFORM PrintReviewLine.

RecommendLimit.
       MOVE CreditLimit TO CRVNewLimit.
       MOVE "H" TO CRVAction.
       MOVE "N" TO CRVStatus.
       MOVE SPACES TO CRVOper.
       MOVE 0 TO CRVDecDate.
       EVALUATE TRUE
              WHEN CRVScore < 0
                     IF CreditLimit > 0
                            IF CRVScore <= -3
                                   COMPUTE WorkLimit = CreditLimit / 2
                            ELSE
                                   COMPUTE WorkLimit = CreditLimit * 3 / 4
                            END-IF
                     ELSE
                            COMPUTE WorkLimit = PeakBal / 2
                     END-IF
                     COMPUTE WorkHundreds = WorkLimit / 100
                     COMPUTE WorkLimit = WorkHundreds * 100
                     IF WorkLimit < 100
                            MOVE 100 TO WorkLimit
                     END-IF
                     IF CreditLimit = 0 OR WorkLimit < CreditLimit
                            MOVE WorkLimit TO CRVNewLimit
                            MOVE "C" TO CRVAction
                            MOVE "P" TO CRVStatus
                     END-IF
              WHEN CRVScore >= RaiseScore AND CreditLimit > 0 AND
                   CRVUtilPct >= RaiseUtilPct AND CRVNSFCount = 0 AND
                   CRVHold = "N"
                     COMPUTE WorkLimit = CreditLimit * 5 / 4 + 99
                     COMPUTE WorkHundreds = WorkLimit / 100
                     COMPUTE WorkLimit = WorkHundreds * 100
                     IF WorkLimit > 9999999
                            MOVE 9999999 TO WorkLimit
                     END-IF
                     IF WorkLimit > CreditLimit
                            MOVE WorkLimit TO CRVNewLimit
                            MOVE "R" TO CRVAction
                            MOVE "P" TO CRVStatus
                     END-IF
       END-EVALUATE.
       EVALUATE TRUE
              WHEN CRVRaise ADD 1 TO RaiseCount
              WHEN CRVCut ADD 1 TO CutCount
              WHEN OTHER ADD 1 TO KeepCount
       END-EVALUATE.

PrintReviewLine.
       PERFORM BuildDisplayName.
       PERFORM SetActionText.
       MOVE SPACES TO RptLine.
       MOVE CRVIDNum TO RptLine(1:6).
       MOVE DisplayName TO RptLine(8:14).
       MOVE CRVOldLimit TO LimDollar.
       MOVE LimDollar TO RptLine(22:10).
       MOVE CRVPeak TO PeakDollar.
       MOVE PeakDollar TO RptLine(32:11).
       MOVE CRVUtilPct TO RptLine(44:3).
       MOVE CRVAvgDays TO RptLine(48:3).
       MOVE CRVNSFCount TO RptLine(52:2).
       MOVE CRVHold TO RptLine(55:1).
       MOVE CRVRefused TO RptLine(57:1).
       MOVE CRVScore TO ScoreOut.
       MOVE ScoreOut TO RptLine(59:3).
       MOVE ActionText TO RptLine(64:5).
       IF NOT CRVKeep
              MOVE CRVNewLimit TO LimDollar
              MOVE LimDollar TO RptLine(70:10)
       END-IF.
       PERFORM WriteReviewLine.

SetActionText.
       EVALUATE TRUE
              WHEN CRVRaise MOVE "RAISE" TO ActionText
              WHEN CRVCut MOVE "CUT" TO ActionText
              WHEN OTHER MOVE "HOLD" TO ActionText
       END-EVALUATE.

WriteReviewLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

AcceptRecommendations.
       IF SignOnLevel NOT = "S"
              DISPLAY "Accepting credit limit changes needs a supervisor"
                     " sign-on."
       ELSE
              OPEN I-O CreditReviewFile
              IF WSReviewStatus NOT = "00"
                     DISPLAY "No credit review on file - run option 1 first."
              ELSE
                     OPEN I-O CustomerFile
                     OPEN EXTEND AuditFile
                     IF AuditFileStatus NOT = "00"
                            OPEN OUTPUT AuditFile
                     END-IF
                     PERFORM DecidePending
                     CLOSE AuditFile
                     CLOSE CustomerFile
                     CLOSE CreditReviewFile
                     DISPLAY "Accepted : " AcceptCount
                            "   Declined : " DeclineCount
              END-IF
       END-IF.

DecidePending.
       MOVE 0 TO AcceptCount.
       MOVE 0 TO DeclineCount.
       MOVE "N" TO AcceptAll.
       MOVE "N" TO StopAccept.
       MOVE "N" TO WSEOF.
       MOVE 0 TO CRVIDNum.
       START CreditReviewFile KEY IS GREATER THAN CRVIDNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y" OR StopAccept = "Y"
              READ CreditReviewFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF CRVPending
                                   PERFORM DecideOne
                            END-IF
              END-READ
       END-PERFORM.

DecideOne.
       PERFORM SetActionText.
       IF AcceptAll = "Y"
              MOVE "Y" TO DecideAns
       ELSE
              MOVE CRVOldLimit TO LimDollar
              DISPLAY " "
              DISPLAY "Customer " CRVIDNum "  score " CRVScore
                     "  avg days to pay " CRVAvgDays "  NSF " CRVNSFCount
              DISPLAY "  " ActionText " limit from " LimDollar
                     WITH NO ADVANCING
              MOVE CRVNewLimit TO LimDollar
              DISPLAY " to " LimDollar
              DISPLAY "Accept? (Y=yes, N=decline, A=accept all, Q=stop) : "
                     WITH NO ADVANCING
              ACCEPT DecideAns
              MOVE FUNCTION UPPER-CASE(DecideAns) TO DecideAns
       END-IF.
       EVALUATE DecideAns
              WHEN "A"
                     MOVE "Y" TO AcceptAll
                     PERFORM ApplyNewLimit
              WHEN "Y"
                     PERFORM ApplyNewLimit
              WHEN "N"
                     MOVE "D" TO CRVStatus
                     MOVE SignOnID TO CRVOper
                     MOVE BizDate TO CRVDecDate
                     REWRITE CreditReviewRecord
                            INVALID KEY DISPLAY "Review wasn't updated."
                            NOT INVALID KEY ADD 1 TO DeclineCount
                     END-REWRITE
              WHEN OTHER
                     MOVE "Y" TO StopAccept
       END-EVALUATE.

ApplyNewLimit.
       MOVE CRVIDNum TO IDNum.
       READ CustomerFile
              INVALID KEY
                     DISPLAY "Customer " CRVIDNum " no longer on file."
              NOT INVALID KEY
                     MOVE SPACES TO JrnBefore
                     MOVE CustomerData TO JrnBefore
                     MOVE CRVNewLimit TO CreditLimit
                     MOVE BizDate TO LastUpdated
                     REWRITE CustomerData
                            INVALID KEY DISPLAY "Customer wasn't updated."
                            NOT INVALID KEY PERFORM RecordAcceptance
                     END-REWRITE
       END-READ.

RecordAcceptance.
       ADD 1 TO AcceptCount.
       MOVE "CREDIT REV" TO WSAuditOp.
       MOVE FUNCTION CURRENT-DATE(1:14) TO AuditTimestamp.
       MOVE BizDate TO AuditTimestamp(1:8).
       MOVE WSAuditOp TO AuditOperation.
       MOVE IDNum TO AuditIDNum.
       MOVE SignOnID TO AuditOperator.
       WRITE AuditRecord.
       MOVE "Customer3" TO JrnFile.
       MOVE "R" TO JrnOp.
       MOVE SPACES TO JrnKey.
       MOVE IDNum TO JrnKey(1:6).
       MOVE SPACES TO JrnAfter.
       MOVE CustomerData TO JrnAfter.
       CALL "coboltut96jrnl" USING JrnFile, JrnOp, JrnKey,
              JrnBefore, JrnAfter.
       MOVE "A" TO CRVStatus.
       MOVE SignOnID TO CRVOper.
       MOVE BizDate TO CRVDecDate.
       REWRITE CreditReviewRecord
              INVALID KEY DISPLAY "Review wasn't updated."
       END-REWRITE.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              INTO DisplayName.
