FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ARTKey
              FILE STATUS IS WSARTFileStatus.
       SELECT ARHistFile ASSIGN TO "ARHistory.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AHKey
              FILE STATUS IS WSARHistStatus.
       SELECT StatementPrintFile ASSIGN TO "Statement.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.
       SELECT EmailOutFile ASSIGN TO "EmailOut.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSEmailStatus.
       SELECT StmtControlFile ASSIGN TO "StmtControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
       COPY CUSTRECWIDE.
FD ARTransFile.
       COPY ARTRAN.
FD ARHistFile.
       COPY ARHIST.
FD StatementPrintFile.
       01 PrintLine PIC X(80).
FD EmailOutFile.
       COPY EMAILOUT.
FD StmtControlFile.
       01 StmtControlRecord.
              02 LastStmtDate PIC 9(8).
WORKING-STORAGE SECTION.
       01 CompanyMode PIC X.
       01 Dollar PIC $$,$$$,$$9.99-.
       01 StatementDate PIC 9(8).
       01 SDGroup REDEFINES StatementDate.
       01 MailName PIC X(31).
       01 WSARTFileStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSARHistStatus PIC XX.
       01 HistAns PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 AdjustID PIC 9(6).
       01 StmtCustID PIC 9(6).
       01 StatementCount PIC 9(5).
       01 WSStmtCtlStatus PIC XX.
       01 WSEmailStatus PIC XX.
       01 SendPaper PIC X VALUE "Y".
       01 SendEmail PIC X VALUE "N".
       01 EmailValid PIC X.
       01 EmailedCount PIC 9(5).
       01 FallbackCount PIC 9(5).
       01 DocRef PIC X(10).
       01 DocIDNum PIC 9(6).
       01 EmailRecType PIC X.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).
       01 PriorStmtDate PIC 9(8) VALUE 0.
       01 StmtDateYMD PIC 9(8).
       01 SkipZeroAns PIC X.
       01 BusyTag PIC X(10).
       01 BusyAction PIC X.
       01 BusyFlag PIC X.
       01 ConsolidatedCount PIC 9(5).
       01 GroupMember PIC X.
       01 MemberEOF PIC X.
       01 MemberID PIC 9(6).
       01 MemberTranCount PIC 9(5).
       01 GroupDollar PIC $$$,$$$,$$9.99-.
       01 BranchIdx PIC 9(3).
       01 BranchCount PIC 9(3).
       01 BranchTable.
              02 BranchEntry OCCURS 500 TIMES.
                     03 BRBranchID PIC 9(6).
                     03 BRParentID PIC 9(6).
       01 ParentIdx PIC 9(3).
       01 ParentCount PIC 9(3).
       01 ParentFound PIC X.
       01 ParentTable.
              02 ParentEntry OCCURS 200 TIMES.
                     03 PTParentID PIC 9(6).
                     03 PTBalance PIC S9(9)V99.
       01 StmtDetailTable.
              02 StmtDetailEntry OCCURS 50 TIMES.
                     03 SDTDate PIC 9(8).
       DISPLAY " ".
       DISPLAY "Enter customer ID : " WITH NO ADVANCING.
       ACCEPT InquiryID.
       DISPLAY "Include archived history (Y/N) : " WITH NO ADVANCING.
       ACCEPT HistAns.
       MOVE 0 TO RunningBalance.
       MOVE 0 TO TranCount.
       MOVE "N" TO WSEOF.
              DISPLAY "No AR transaction file found."
       ELSE
              DISPLAY "DATE      TYPE  REFERENCE   AMOUNT         BALANCE"
              IF FUNCTION UPPER-CASE(HistAns) = "Y"
                     PERFORM ShowArchivedTrans
              END-IF
              MOVE InquiryID TO ARTIDNum
              MOVE 0 TO ARTSeq
              START ARTransFile KEY IS GREATER THAN ARTKey
              END-IF
       END-IF.

ShowArchivedTrans.
       OPEN INPUT ARHistFile.
       IF WSARHistStatus NOT = "00"
              DISPLAY "(no AR history on file)"
       ELSE
              MOVE InquiryID TO AHIDNum
              MOVE 0 TO AHSeq
              START ARHistFile KEY IS GREATER THAN AHKey
                     INVALID KEY MOVE "Y" TO WSEOF
              END-START
              PERFORM UNTIL WSEOF = "Y"
                     READ ARHistFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF AHIDNum = InquiryID
                                          PERFORM ShowOneArchived
                                   ELSE
                                          MOVE "Y" TO WSEOF
                                   END-IF
                     END-READ
              END-PERFORM
              CLOSE ARHistFile
              DISPLAY "---- archived above / open file below ----"
              MOVE "N" TO WSEOF
       END-IF.

ShowOneArchived.
       ADD 1 TO TranCount.
       ADD AHAmount TO RunningBalance.
       MOVE AHAmount TO Dollar.
       DISPLAY AHDate "  " AHType "  A  " AHRef "  " Dollar
              WITH NO ADVANCING.
       MOVE RunningBalance TO Dollar.
       DISPLAY "  " Dollar.

ShowOneTran.
       ADD 1 TO TranCount.
       ADD ARTAmount TO RunningBalance.

PrintStatementRun.
       OPEN OUTPUT StatementPrintFile.
       CALL "coboltut144co" USING CompanyMode.
       IF CompanyMode = "T"
              MOVE "*** TRAINING COMPANY - NOT A LIVE DOCUMENT ***"
                     TO PrintLine
              WRITE PrintLine
       END-IF.
       DISPLAY " ".
       DISPLAY "CUSTOMER STATEMENTS - " ADate.
       MOVE 0 TO StatementCount.
       MOVE 0 TO SkippedCount.
       MOVE 0 TO ConsolidatedCount.
       PERFORM OpenDelivery.
       PERFORM LoadBillToGroups.
       MOVE "N" TO WSEOF.
       MOVE 0 TO StmtCustID.
       MOVE 0 TO StmtBalance.
                            END-IF
              END-READ
       END-PERFORM.
       PERFORM PrintConsolidatedStatements.
       PERFORM WriteRunControlPage.
       CLOSE StatementPrintFile.
       PERFORM CloseDelivery.
       PERFORM WriteStmtControl.
       DISPLAY "Statements printed : " StatementCount
              "   Skipped (zero balance) : " SkippedCount.
       DISPLAY "Consolidated bill-to statements : " ConsolidatedCount.
       DISPLAY "Emailed : " EmailedCount "   fell back to paper : "
              FallbackCount " - see StmtDelivery.prt".

LoadBillToGroups.
       MOVE 0 TO BranchCount.
       MOVE 0 TO ParentCount.
       MOVE 0 TO IDNum.
       MOVE "N" TO MemberEOF.
       START CustomerFile KEY IS GREATER THAN IDNum
              INVALID KEY MOVE "Y" TO MemberEOF
       END-START.
       PERFORM UNTIL MemberEOF = "Y"
              READ CustomerFile NEXT RECORD
                     AT END MOVE "Y" TO MemberEOF
                     NOT AT END
                            IF ParentIDNum NOT = 0 AND BranchCount < 500
                                   PERFORM AddBillToBranch
                            END-IF
              END-READ
       END-PERFORM.

AddBillToBranch.
       MOVE "N" TO ParentFound.
       PERFORM VARYING ParentIdx FROM 1 BY 1
              UNTIL ParentIdx > ParentCount OR ParentFound = "Y"
              IF PTParentID(ParentIdx) = ParentIDNum
                     MOVE "Y" TO ParentFound
              END-IF
       END-PERFORM.
       IF ParentFound = "N" AND ParentCount < 200
              ADD 1 TO ParentCount
              MOVE ParentIDNum TO PTParentID(ParentCount)
              MOVE 0 TO PTBalance(ParentCount)
              MOVE "Y" TO ParentFound
       END-IF.
       IF ParentFound = "Y"
              ADD 1 TO BranchCount
              MOVE IDNum TO BRBranchID(BranchCount)
              MOVE ParentIDNum TO BRParentID(BranchCount)
       END-IF.

CheckGroupMember.
       MOVE "N" TO GroupMember.
       MOVE StmtCustID TO MemberID.
       PERFORM VARYING BranchIdx FROM 1 BY 1
              UNTIL BranchIdx > BranchCount OR GroupMember = "Y"
              IF BRBranchID(BranchIdx) = StmtCustID
                     MOVE "Y" TO GroupMember
                     MOVE BRParentID(BranchIdx) TO MemberID
              END-IF
       END-PERFORM.
       PERFORM VARYING ParentIdx FROM 1 BY 1 UNTIL ParentIdx > ParentCount
              IF PTParentID(ParentIdx) = MemberID
                     MOVE "Y" TO GroupMember
                     ADD StmtBalance TO PTBalance(ParentIdx)
              END-IF
       END-PERFORM.

PrintConsolidatedStatements.
       PERFORM VARYING ParentIdx FROM 1 BY 1 UNTIL ParentIdx > ParentCount
              IF PTBalance(ParentIdx) = 0 AND SkipZeroAns = "Y"
                     ADD 1 TO SkippedCount
              ELSE
                     PERFORM PrintOneConsolidated
              END-IF
       END-PERFORM.

PrintOneConsolidated.
       MOVE PTParentID(ParentIdx) TO IDNum.
       MOVE "Y" TO CustExists.
       READ CustomerFile
              INVALID KEY MOVE "N" TO CustExists
       END-READ.
       IF CustExists = "N"
              DISPLAY "No customer master record for bill-to account "
                     PTParentID(ParentIdx) " - consolidated statement skipped."
       ELSE
              ADD 1 TO ConsolidatedCount
              PERFORM BuildDisplayName
              PERFORM ChooseDelivery
              MOVE ALL "=" TO PrintLine
              PERFORM WriteStatementLine
              MOVE SPACES TO PrintLine
              STRING "CONSOLIDATED STATEMENT " DELIMITED BY SIZE
                     ADate DELIMITED BY SIZE
                     "   BILL-TO ID: " DELIMITED BY SIZE
                     IDNum DELIMITED BY SIZE
                     INTO PrintLine
              END-STRING
              PERFORM WriteStatementLine
              MOVE SPACES TO PrintLine
              STRING "   " DELIMITED BY SIZE
                     DisplayName DELIMITED BY SIZE
                     INTO PrintLine
              PERFORM WriteStatementLine
              PERFORM PrintMailingAddress
              MOVE PTParentID(ParentIdx) TO MemberID
              PERFORM PrintMemberSection
              PERFORM VARYING BranchIdx FROM 1 BY 1
                     UNTIL BranchIdx > BranchCount
                     IF BRParentID(BranchIdx) = PTParentID(ParentIdx)
                            MOVE BRBranchID(BranchIdx) TO MemberID
                            PERFORM PrintMemberSection
                     END-IF
              END-PERFORM
              MOVE PTBalance(ParentIdx) TO GroupDollar
              MOVE SPACES TO PrintLine
              STRING "   TOTAL DUE - ALL ACCOUNTS     " DELIMITED BY SIZE
                     GroupDollar DELIMITED BY SIZE
                     INTO PrintLine
              PERFORM WriteStatementLine
              MOVE SPACES TO PrintLine
              PERFORM WriteStatementLine
              PERFORM FinishDelivery
       END-IF.

PrintMemberSection.
       MOVE 0 TO StmtBalance.
       MOVE 0 TO PrevBalance.
       MOVE 0 TO DetailCount.
       MOVE 0 TO DroppedDetail.
       MOVE 0 TO MemberTranCount.
       MOVE "N" TO MemberEOF.
       MOVE MemberID TO ARTIDNum.
       MOVE 0 TO ARTSeq.
       START ARTransFile KEY IS GREATER THAN ARTKey
              INVALID KEY MOVE "Y" TO MemberEOF
       END-START.
       PERFORM UNTIL MemberEOF = "Y"
              READ ARTransFile NEXT RECORD
                     AT END MOVE "Y" TO MemberEOF
                     NOT AT END
                            IF ARTIDNum = MemberID
                                   ADD 1 TO MemberTranCount
                                   ADD ARTAmount TO StmtBalance
                                   IF ARTDate > PriorStmtDate
                                          PERFORM HoldStmtDetail
                                   ELSE
                                          ADD ARTAmount TO PrevBalance
                                   END-IF
                            ELSE
                                   MOVE "Y" TO MemberEOF
                            END-IF
              END-READ
       END-PERFORM.
       IF MemberTranCount > 0
              MOVE MemberID TO IDNum
              READ CustomerFile
                     INVALID KEY MOVE SPACES TO DisplayName
                     NOT INVALID KEY PERFORM BuildDisplayName
              END-READ
              MOVE SPACES TO PrintLine
              STRING "   ACCOUNT " DELIMITED BY SIZE
                     MemberID DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     DisplayName DELIMITED BY SIZE
                     INTO PrintLine
              PERFORM WriteStatementLine
              MOVE PrevBalance TO Dollar
              MOVE SPACES TO PrintLine
              STRING "   PREVIOUS BALANCE             " DELIMITED BY SIZE
                     Dollar DELIMITED BY SIZE
                     INTO PrintLine
              PERFORM WriteStatementLine
              PERFORM PrintStmtDetailLines
              IF DroppedDetail > 0
                     MOVE SPACES TO PrintLine
                     STRING "   PLUS " DELIMITED BY SIZE
                            DroppedDetail DELIMITED BY SIZE
                            " FURTHER ENTRIES NOT SHOWN - SEE AR INQUIRY"
                            DELIMITED BY SIZE
                            INTO PrintLine
                     PERFORM WriteStatementLine
              END-IF
              MOVE StmtBalance TO Dollar
              MOVE SPACES TO PrintLine
              STRING "   ACCOUNT BALANCE              " DELIMITED BY SIZE
                     Dollar DELIMITED BY SIZE
                     INTO PrintLine
              PERFORM WriteStatementLine
              MOVE SPACES TO PrintLine
              PERFORM WriteStatementLine
       END-IF.

HoldStmtDetail.
       IF DetailCount < 50
              SkippedCount DELIMITED BY SIZE
              INTO PrintLine.
       WRITE PrintLine.
       MOVE SPACES TO PrintLine.
       STRING "Consolidated bill-to statements : " DELIMITED BY SIZE
              ConsolidatedCount DELIMITED BY SIZE
              INTO PrintLine.
       WRITE PrintLine.

PrintStatementBreak.
       IF StmtCustID NOT = 0
              PERFORM CheckGroupMember
              IF GroupMember = "N"
                     PERFORM PrintStatement
              END-IF
       END-IF.

PrintStatement.
       ELSE
              ADD 1 TO StatementCount
              PERFORM BuildDisplayName
              PERFORM ChooseDelivery
              MOVE ALL "=" TO PrintLine
              PERFORM WriteStatementLine
              MOVE SPACES TO PrintLine
              STRING "STATEMENT " DELIMITED BY SIZE
                     ADate DELIMITED BY SIZE
                     DisplayName DELIMITED BY SIZE
                     INTO PrintLine
              END-STRING
              PERFORM WriteStatementLine
              PERFORM PrintMailingAddress
              MOVE PrevBalance TO Dollar
              MOVE SPACES TO PrintLine
              STRING "   PREVIOUS BALANCE             " DELIMITED BY SIZE
                     Dollar DELIMITED BY SIZE
                     INTO PrintLine
              PERFORM WriteStatementLine
              PERFORM PrintStmtDetailLines
              IF DroppedDetail > 0
                     MOVE SPACES TO PrintLine
                            " FURTHER ENTRIES NOT SHOWN - SEE AR INQUIRY"
                            DELIMITED BY SIZE
                            INTO PrintLine
                     PERFORM WriteStatementLine
              END-IF
              MOVE StmtBalance TO Dollar
              MOVE SPACES TO PrintLine
              STRING "   NEW BALANCE                  " DELIMITED BY SIZE
                     Dollar DELIMITED BY SIZE
                     INTO PrintLine
              PERFORM WriteStatementLine
              MOVE SPACES TO PrintLine
              PERFORM WriteStatementLine
              PERFORM FinishDelivery
       END-IF.

PrintStmtDetailLines.
                     "  " DELIMITED BY SIZE
                     Dollar DELIMITED BY SIZE
                     INTO PrintLine
              PERFORM WriteStatementLine
       END-PERFORM.

ValidateDate.
       STRING "   " DELIMITED BY SIZE
              MailName DELIMITED BY SIZE
              INTO PrintLine.
       PERFORM WriteStatementLine.
       MOVE SPACES TO PrintLine.
       STRING "   " DELIMITED BY SIZE
              Street DELIMITED BY SIZE
              INTO PrintLine.
       PERFORM WriteStatementLine.
       MOVE SPACES TO PrintLine.
       STRING "   " DELIMITED BY SIZE
              FUNCTION TRIM(City) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              PostalCode DELIMITED BY SIZE
              INTO PrintLine.
       PERFORM WriteStatementLine.
       MOVE SPACES TO PrintLine.
       PERFORM WriteStatementLine.

ChooseDelivery.
       MOVE "Y" TO SendPaper.
       MOVE "N" TO SendEmail.
       MOVE IDNum TO DocIDNum.
       MOVE SPACES TO DocRef.
       STRING "ST" DELIMITED BY SIZE
              StmtDateYMD DELIMITED BY SIZE
              INTO DocRef.
       IF NOT DeliverByPaper
              CALL "coboltut15emchk" USING Email, EmailValid
              MOVE SPACES TO RptLine
              MOVE IDNum TO RptLine(1:6)
              MOVE DisplayName TO RptLine(8:24)
              MOVE DocRef TO RptLine(33:10)
              IF EmailValid = "Y" AND WSEmailStatus = "00"
                     MOVE "Y" TO SendEmail
                     IF DeliverByEmail
                            MOVE "N" TO SendPaper
                            MOVE "EMAIL" TO RptLine(44:5)
                     ELSE
                            MOVE "BOTH" TO RptLine(44:4)
                     END-IF
                     MOVE Email TO RptLine(50:30)
                     ADD 1 TO EmailedCount
                     MOVE SPACES TO EmailOutRecord
                     MOVE "H" TO EORecType
                     MOVE IDNum TO EOIDNum
                     MOVE "STMT" TO EODocType
                     MOVE DocRef TO EODocRef
                     MOVE Email TO EOAddress
                     STRING "STATEMENT " DELIMITED BY SIZE
                            ADate DELIMITED BY SIZE
                            " FROM MOSS CLOTHING SUPPLY" DELIMITED BY SIZE
                            INTO EOSubject
                     WRITE EmailOutRecord
              ELSE
                     MOVE "PAPER" TO RptLine(44:5)
                     IF Email = SPACES
                            MOVE "NO ADDRESS ON FILE" TO RptLine(50:18)
                     ELSE
                            MOVE "BAD ADDRESS " TO RptLine(50:12)
                            MOVE Email TO RptLine(62:19)
                     END-IF
                     ADD 1 TO FallbackCount
              END-IF
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
       END-IF.

FinishDelivery.
       IF SendEmail = "Y"
              MOVE SPACES TO PrintLine
              MOVE "E" TO EmailRecType
              PERFORM WriteEmailBody
       END-IF.
       MOVE "Y" TO SendPaper.
       MOVE "N" TO SendEmail.

WriteStatementLine.
       IF SendPaper = "Y"
              WRITE PrintLine
       END-IF.
       IF SendEmail = "Y"
              MOVE "L" TO EmailRecType
              PERFORM WriteEmailBody
       END-IF.

WriteEmailBody.
       MOVE SPACES TO EmailOutRecord.
       MOVE EmailRecType TO EORecType.
       MOVE DocIDNum TO EOIDNum.
       MOVE "STMT" TO EODocType.
       MOVE DocRef TO EODocRef.
       MOVE PrintLine TO EOText.
       WRITE EmailOutRecord.

OpenDelivery.
       MOVE 0 TO EmailedCount.
       MOVE 0 TO FallbackCount.
       OPEN EXTEND EmailOutFile.
       IF WSEmailStatus NOT = "00"
              OPEN OUTPUT EmailOutFile
       END-IF.
       MOVE "O" TO RptAction.
       MOVE "StmtDelivery.prt" TO RptFileName.
       MOVE "STATEMENT DELIVERY REGISTER" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE "ID     CUSTOMER                 DOCUMENT   SENT  ADDRESS"
              TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

CloseDelivery.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE SPACES TO RptLine.
       STRING "EMAILED : " DELIMITED BY SIZE
              EmailedCount DELIMITED BY SIZE
              "   FELL BACK TO PAPER : " DELIMITED BY SIZE
              FallbackCount DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       IF WSEmailStatus = "00"
              CLOSE EmailOutFile
       END-IF.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
