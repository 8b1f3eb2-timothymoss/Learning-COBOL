       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut110.
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
       SELECT JournalEntryFile ASSIGN TO "JEntry.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JEKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSJEntryStatus.
       SELECT RecurJEFile ASSIGN TO "RecurJE.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RJKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSRecurJEStatus.
       SELECT JEControlFile ASSIGN TO "JEControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSJECtlStatus.
DATA DIVISION.
FILE SECTION.
FD ChartAcctFile.
       COPY CHART.
FD JournalEntryFile.
       COPY JENTRY.
FD RecurJEFile.
       COPY RECJE.
FD JEControlFile.
       01 JEControlRecord.
              02 NextJENum PIC 9(6).
WORKING-STORAGE SECTION.
       01 WSChartStatus PIC XX.
       01 WSJEntryStatus PIC XX.
       01 WSRecurJEStatus PIC XX.
       01 WSJECtlStatus PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 EntryDate PIC 9(8).
       01 EntryDateX PIC X(8).
       01 EntryPeriod PIC 9(6).
       01 EntryType PIC X.
       01 EntryDescr PIC X(30).
       01 EntryAcctNum PIC 9(4).
       01 EntryDebit PIC 9(9)V99.
       01 EntryCredit PIC 9(9)V99.
       01 EntryTemplNum PIC 9(4).
       01 ReverseDate PIC 9(8).
       01 ReverseDateX PIC X(8).
       01 RevYear PIC 9(4).
       01 RevMonth PIC 99.
       01 LineCount PIC 99.
       01 LineIdx PIC 99.
       01 LinesDone PIC X.
       01 KeepGoing PIC X.
       01 Confirm PIC X.
       01 AcctOK PIC X.
       01 TemplateExists PIC X.
       01 NewStatus PIC X.
       01 TotalDebits PIC 9(11)V99.
       01 TotalCredits PIC 9(11)V99.
       01 OutOfBalance PIC S9(11)V99.
       01 DrDollar PIC $$,$$$,$$$,$$9.99.
       01 CrDollar PIC $$,$$$,$$$,$$9.99.
       01 DiffDollar PIC -$$,$$$,$$$,$$9.99.
       01 NewJENum PIC 9(6).
       01 LastTemplNum PIC 9(4).
       01 TemplatesPosted PIC 9(4).
       01 WantedPeriod PIC 9(6).
       01 LastJENum PIC 9(6).
       01 EntryCount PIC 9(5).
       01 EntryDrTotal PIC 9(11)V99.
       01 EntryCrTotal PIC 9(11)V99.
       01 GrandDrTotal PIC 9(11)V99.
       01 GrandCrTotal PIC 9(11)V99.
       01 TypeName PIC X(10).
       01 AcctName PIC X(25).
       01 EntryTable.
              02 EntryLine OCCURS 20 TIMES.
                     03 ETAcctNum PIC 9(4).
                     03 ETDebit PIC 9(9)V99.
                     03 ETCredit PIC 9(9)V99.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 GLDate PIC 9(8).
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10) VALUE "GENJOURNAL".
       01 GLRef PIC X(10).
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
       OPEN I-O JournalEntryFile.
       IF WSJEntryStatus NOT = "00"
              OPEN OUTPUT JournalEntryFile
              CLOSE JournalEntryFile
              OPEN I-O JournalEntryFile
       END-IF.
       OPEN I-O RecurJEFile.
       IF WSRecurJEStatus NOT = "00"
              OPEN OUTPUT RecurJEFile
              CLOSE RecurJEFile
              OPEN I-O RecurJEFile
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "GENERAL JOURNAL ENTRY"
              DISPLAY "1 : Enter Journal Entry"
              DISPLAY "2 : Add Recurring Entry Template"
              DISPLAY "3 : List Recurring Entry Templates"
              DISPLAY "4 : Activate / Deactivate A Template"
              DISPLAY "5 : Post Recurring Entries For A Period"
              DISPLAY "6 : Journal Entry Register"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM EnterJournalEntry
                     WHEN 2 PERFORM AddTemplate
                     WHEN 3 PERFORM ListTemplates
                     WHEN 4 PERFORM SetTemplateStatus
                     WHEN 5 PERFORM PostRecurring
                     WHEN 6 PERFORM JournalRegister
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE ChartAcctFile.
       CLOSE JournalEntryFile.
       CLOSE RecurJEFile.
       STOP RUN.

EnterJournalEntry.
       DISPLAY "Entry date (YYYYMMDD, 0 for today " BizDate ") : "
              WITH NO ADVANCING.
       ACCEPT EntryDate.
       IF EntryDate = 0
              MOVE BizDate TO EntryDate
       END-IF.
       CALL "coboltut92perchk" USING EntryDate, PeriodOpen.
       IF PeriodOpen NOT = "Y"
              DISPLAY EntryDate " falls in a CLOSED accounting period -"
                     " entry refused."
       ELSE
              MOVE EntryDate TO EntryDateX
              MOVE EntryDateX(1:6) TO EntryPeriod
              DISPLAY "Type (S=Standard, A=Accrual that reverses next"
                     " period) : " WITH NO ADVANCING
              ACCEPT EntryType
              MOVE FUNCTION UPPER-CASE(EntryType) TO EntryType
              IF EntryType NOT = "A"
                     MOVE "S" TO EntryType
              END-IF
              MOVE 0 TO ReverseDate
              IF EntryType = "A"
                     PERFORM ComputeReverseDate
                     DISPLAY "Entry will reverse automatically on "
                            ReverseDate
              END-IF
              DISPLAY "Description : " WITH NO ADVANCING
              ACCEPT EntryDescr
              MOVE 0 TO LineCount
              PERFORM KeyEntryLines
              IF LineCount = 0
                     DISPLAY "No lines entered - nothing posted."
              ELSE
                     DISPLAY "Post this entry (Y/N) : " WITH NO ADVANCING
                     ACCEPT Confirm
                     IF FUNCTION UPPER-CASE(Confirm) = "Y"
                            PERFORM PostJournalEntry
                     ELSE
                            DISPLAY "Entry abandoned - nothing posted."
                     END-IF
              END-IF
       END-IF.

PostJournalEntry.
       PERFORM AssignJENumber.
       MOVE SPACES TO GLRef.
       STRING "JE" DELIMITED BY SIZE
              NewJENum DELIMITED BY SIZE
              INTO GLRef.
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
              MOVE NewJENum TO JENum
              MOVE LineIdx TO JELine
              MOVE EntryDate TO JEDate
              MOVE EntryPeriod TO JEPeriod
              MOVE EntryType TO JEType
              MOVE EntryDescr TO JEDescr
              MOVE ETAcctNum(LineIdx) TO JEAcctNum
              MOVE ETDebit(LineIdx) TO JEDebit
              MOVE ETCredit(LineIdx) TO JECredit
              MOVE SignOnID TO JEOperator
              MOVE ReverseDate TO JEReverseDate
              MOVE "N" TO JEReversed
              MOVE 0 TO JEOrigNum
              PERFORM WriteEntryLine
       END-PERFORM.
       DISPLAY "Journal entry " NewJENum " posted - " LineCount " lines.".

ComputeReverseDate.
       MOVE EntryDateX(1:4) TO RevYear.
       MOVE EntryDateX(5:2) TO RevMonth.
       ADD 1 TO RevMonth.
       IF RevMonth > 12
              MOVE 1 TO RevMonth
              ADD 1 TO RevYear
       END-IF.
       MOVE SPACES TO ReverseDateX.
       STRING RevYear DELIMITED BY SIZE
              RevMonth DELIMITED BY SIZE
              "01" DELIMITED BY SIZE
              INTO ReverseDateX.
       MOVE ReverseDateX TO ReverseDate.

KeyEntryLines.
       MOVE 0 TO TotalDebits.
       MOVE 0 TO TotalCredits.
       MOVE "N" TO LinesDone.
       PERFORM UNTIL LinesDone = "Y"
              IF LineCount >= 20
                     DISPLAY "Entry is full at 20 lines."
              ELSE
                     PERFORM KeyOneLine
              END-IF
              IF LinesDone = "Y" OR LineCount >= 20
                     MOVE "Y" TO LinesDone
                     IF LineCount > 0
                            PERFORM CheckEntryBalance
                     END-IF
              END-IF
       END-PERFORM.

KeyOneLine.
       DISPLAY "Line " LineCount " entered. Account (0 to finish) : "
              WITH NO ADVANCING.
       ACCEPT EntryAcctNum.
       IF EntryAcctNum = 0
              MOVE "Y" TO LinesDone
       ELSE
              MOVE "Y" TO AcctOK
              MOVE EntryAcctNum TO CAAcctNum
              READ ChartAcctFile
                     INVALID KEY MOVE "N" TO AcctOK
              END-READ
              IF AcctOK = "N"
                     DISPLAY "Account " EntryAcctNum " is not on the"
                            " chart of accounts."
              ELSE
                     DISPLAY "  " CAAcctName
                     DISPLAY "  Debit amount  : " WITH NO ADVANCING
                     ACCEPT EntryDebit
                     DISPLAY "  Credit amount : " WITH NO ADVANCING
                     ACCEPT EntryCredit
                     IF (EntryDebit = 0 AND EntryCredit = 0) OR
                        (EntryDebit > 0 AND EntryCredit > 0)
                            DISPLAY "A line needs either a debit or a"
                                   " credit, not both - line skipped."
                     ELSE
                            PERFORM AddEntryLine
                     END-IF
              END-IF
       END-IF.

AddEntryLine.
       ADD 1 TO LineCount.
       MOVE EntryAcctNum TO ETAcctNum(LineCount).
       MOVE EntryDebit TO ETDebit(LineCount).
       MOVE EntryCredit TO ETCredit(LineCount).
       ADD EntryDebit TO TotalDebits.
       ADD EntryCredit TO TotalCredits.
       MOVE TotalDebits TO DrDollar.
       MOVE TotalCredits TO CrDollar.
       DISPLAY "  Running totals  Dr " DrDollar "  Cr " CrDollar.

CheckEntryBalance.
       IF TotalDebits NOT = TotalCredits
              COMPUTE OutOfBalance = TotalDebits - TotalCredits
              MOVE OutOfBalance TO DiffDollar
              DISPLAY "Entry is OUT OF BALANCE by " DiffDollar
              DISPLAY "Add more lines (Y) or abandon the entry (N) : "
                     WITH NO ADVANCING
              ACCEPT KeepGoing
              IF FUNCTION UPPER-CASE(KeepGoing) = "Y" AND LineCount < 20
                     MOVE "N" TO LinesDone
              ELSE
                     DISPLAY "Unbalanced entry abandoned - nothing posted."
                     MOVE 0 TO LineCount
              END-IF
       END-IF.

WriteEntryLine.
       WRITE JournalEntryRecord
              INVALID KEY DISPLAY "Journal entry line " JENum "/" JELine
                     " wasn't written."
              NOT INVALID KEY PERFORM PostLineToGL
       END-WRITE.

PostLineToGL.
       MOVE JEDate TO GLDate.
       MOVE JEAcctNum TO GLAcct.
       MOVE JEDebit TO GLDebit.
       MOVE JECredit TO GLCredit.
       CALL "coboltut85gldate" USING GLDate, GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.

AssignJENumber.
       MOVE 1 TO NewJENum.
       OPEN INPUT JEControlFile.
       IF WSJECtlStatus = "00"
              READ JEControlFile
                     AT END CONTINUE
                     NOT AT END MOVE NextJENum TO NewJENum
              END-READ
              CLOSE JEControlFile
       END-IF.
       OPEN OUTPUT JEControlFile.
       COMPUTE NextJENum = NewJENum + 1.
       WRITE JEControlRecord.
       CLOSE JEControlFile.

AddTemplate.
       DISPLAY "Template number (1-9999) : " WITH NO ADVANCING.
       ACCEPT EntryTemplNum.
       MOVE "N" TO TemplateExists.
       MOVE EntryTemplNum TO RJTemplNum.
       MOVE 1 TO RJLineNum.
       READ RecurJEFile
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO TemplateExists
       END-READ.
       IF EntryTemplNum = 0
              DISPLAY "Template number must be 1-9999."
       ELSE
              IF TemplateExists = "Y"
                     DISPLAY "Template " EntryTemplNum " already exists."
              ELSE
                     DISPLAY "Description (e.g. MONTHLY RENT) : "
                            WITH NO ADVANCING
                     ACCEPT EntryDescr
                     MOVE 0 TO LineCount
                     PERFORM KeyEntryLines
                     IF LineCount = 0
                            DISPLAY "No lines entered - template not"
                                   " added."
                     ELSE
                            PERFORM WriteTemplate
                     END-IF
              END-IF
       END-IF.

WriteTemplate.
       PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > LineCount
              MOVE EntryTemplNum TO RJTemplNum
              MOVE LineIdx TO RJLineNum
              MOVE EntryDescr TO RJDescr
              MOVE ETAcctNum(LineIdx) TO RJAcctNum
              MOVE ETDebit(LineIdx) TO RJDebit
              MOVE ETCredit(LineIdx) TO RJCredit
              MOVE 0 TO RJLastPeriod
              MOVE "A" TO RJStatus
              MOVE SignOnID TO RJOperator
              WRITE RecurJERecord
                     INVALID KEY DISPLAY "Template line " LineIdx
                            " wasn't written."
              END-WRITE
       END-PERFORM.
       DISPLAY "Template " EntryTemplNum " added - it posts once a"
              " month at month end.".

ListTemplates.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO RJKey.
       START RecurJEFile KEY IS GREATER THAN RJKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       IF WSEOF = "Y"
              DISPLAY "No recurring entry templates on file."
       END-IF.
       PERFORM UNTIL WSEOF = "Y"
              READ RecurJEFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF RJLineNum = 1
                                   DISPLAY " "
                                   DISPLAY "TEMPLATE " RJTemplNum "  "
                                          RJDescr "  STATUS " RJStatus
                                          "  LAST POSTED " RJLastPeriod
                            END-IF
                            MOVE RJDebit TO DrDollar
                            MOVE RJCredit TO CrDollar
                            DISPLAY "   " RJAcctNum "  Dr " DrDollar
                                   "  Cr " CrDollar
              END-READ
       END-PERFORM.

SetTemplateStatus.
       DISPLAY "Template number : " WITH NO ADVANCING.
       ACCEPT EntryTemplNum.
       DISPLAY "Set to A=Active or I=Inactive : " WITH NO ADVANCING.
       ACCEPT NewStatus.
       MOVE FUNCTION UPPER-CASE(NewStatus) TO NewStatus.
       IF NewStatus NOT = "A" AND NewStatus NOT = "I"
              DISPLAY "Enter A or I - nothing changed."
       ELSE
              PERFORM ApplyTemplateStatus
       END-IF.

ApplyTemplateStatus.
       MOVE "N" TO TemplateExists.
       MOVE "N" TO WSEOF.
       MOVE EntryTemplNum TO RJTemplNum.
       MOVE 0 TO RJLineNum.
       START RecurJEFile KEY IS GREATER THAN RJKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ RecurJEFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF RJTemplNum NOT = EntryTemplNum
                                   MOVE "Y" TO WSEOF
                            ELSE
                                   MOVE "Y" TO TemplateExists
                                   MOVE NewStatus TO RJStatus
                                   REWRITE RecurJERecord
                                          INVALID KEY DISPLAY "Template"
                                                 " line wasn't updated."
                                   END-REWRITE
                            END-IF
              END-READ
       END-PERFORM.
       IF TemplateExists = "Y"
              DISPLAY "Template " EntryTemplNum " set to " NewStatus "."
       ELSE
              DISPLAY "Template " EntryTemplNum " not found."
       END-IF.

PostRecurring.
       DISPLAY "Posting date (YYYYMMDD, 0 for today " BizDate ") : "
              WITH NO ADVANCING.
       ACCEPT EntryDate.
       IF EntryDate = 0
              MOVE BizDate TO EntryDate
       END-IF.
       CALL "coboltut92perchk" USING EntryDate, PeriodOpen.
       IF PeriodOpen NOT = "Y"
              DISPLAY EntryDate " falls in a CLOSED accounting period -"
                     " nothing posted."
       ELSE
              MOVE EntryDate TO EntryDateX
              MOVE EntryDateX(1:6) TO EntryPeriod
              MOVE 0 TO LastTemplNum
              MOVE 0 TO TemplatesPosted
              MOVE "N" TO WSEOF
              MOVE LOW-VALUES TO RJKey
              START RecurJEFile KEY IS GREATER THAN RJKey
                     INVALID KEY MOVE "Y" TO WSEOF
              END-START
              PERFORM UNTIL WSEOF = "Y"
                     READ RecurJEFile NEXT RECORD
                            AT END MOVE "Y" TO WSEOF
                            NOT AT END
                                   IF RJActive AND
                                      RJLastPeriod < EntryPeriod
                                          PERFORM PostTemplateLine
                                   END-IF
                     END-READ
              END-PERFORM
              DISPLAY TemplatesPosted " recurring entries posted for"
                     " period " EntryPeriod "."
       END-IF.

PostTemplateLine.
       IF RJTemplNum NOT = LastTemplNum
              MOVE RJTemplNum TO LastTemplNum
              ADD 1 TO TemplatesPosted
              PERFORM AssignJENumber
              MOVE SPACES TO GLRef
              STRING "JE" DELIMITED BY SIZE
                     NewJENum DELIMITED BY SIZE
                     INTO GLRef
              DISPLAY "Template " RJTemplNum " posted as journal entry "
                     NewJENum
       END-IF.
       MOVE NewJENum TO JENum.
       MOVE RJLineNum TO JELine.
       MOVE EntryDate TO JEDate.
       MOVE EntryPeriod TO JEPeriod.
       MOVE "R" TO JEType.
       MOVE RJDescr TO JEDescr.
       MOVE RJAcctNum TO JEAcctNum.
       MOVE RJDebit TO JEDebit.
       MOVE RJCredit TO JECredit.
       MOVE SignOnID TO JEOperator.
       MOVE 0 TO JEReverseDate.
       MOVE "N" TO JEReversed.
       MOVE RJTemplNum TO JEOrigNum.
       PERFORM WriteEntryLine.
       MOVE EntryPeriod TO RJLastPeriod.
       REWRITE RecurJERecord
              INVALID KEY DISPLAY "Template " RJTemplNum " wasn't marked"
                     " posted."
       END-REWRITE.

JournalRegister.
       DISPLAY "Period (YYYYMM, 0 for all periods) : " WITH NO ADVANCING.
       ACCEPT WantedPeriod.
       MOVE "O" TO RptAction.
       MOVE "JERegister.prt" TO RptFileName.
       MOVE "JOURNAL ENTRY REGISTER" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE 0 TO LastJENum.
       MOVE 0 TO EntryCount.
       MOVE 0 TO EntryDrTotal.
       MOVE 0 TO EntryCrTotal.
       MOVE 0 TO GrandDrTotal.
       MOVE 0 TO GrandCrTotal.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO JEKey.
       START JournalEntryFile KEY IS GREATER THAN JEKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ JournalEntryFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF WantedPeriod = 0 OR JEPeriod = WantedPeriod
                                   PERFORM PrintRegisterLine
                            END-IF
              END-READ
       END-PERFORM.
       IF LastJENum NOT = 0
              PERFORM PrintEntryTotal
       END-IF.
       MOVE GrandDrTotal TO DrDollar.
       MOVE GrandCrTotal TO CrDollar.
       MOVE SPACES TO RptLine.
       STRING EntryCount DELIMITED BY SIZE
              " ENTRIES   TOTALS             " DELIMITED BY SIZE
              DrDollar DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CrDollar DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Journal entry register written to JERegister.prt".

PrintRegisterLine.
       IF JENum NOT = LastJENum
              IF LastJENum NOT = 0
                     PERFORM PrintEntryTotal
              END-IF
              MOVE JENum TO LastJENum
              ADD 1 TO EntryCount
              EVALUATE TRUE
                     WHEN JEAccrual MOVE "ACCRUAL" TO TypeName
                     WHEN JERecurring MOVE "RECURRING" TO TypeName
                     WHEN JEReversal MOVE "REVERSAL" TO TypeName
                     WHEN OTHER MOVE "STANDARD" TO TypeName
              END-EVALUATE
              MOVE SPACES TO RptLine
              STRING "JE " DELIMITED BY SIZE
                     JENum DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     JEDate DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     TypeName DELIMITED BY SIZE
                     " OPER " DELIMITED BY SIZE
                     JEOperator DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     JEDescr DELIMITED BY SIZE
                     INTO RptLine
              CALL "coboltut64report" USING RptAction, RptFileName,
                     RptTitle, RptLine
              DISPLAY RptLine
              IF JEAccrual
                     MOVE SPACES TO RptLine
                     IF JEIsReversed
                            STRING "      REVERSED ON " DELIMITED BY SIZE
                                   JEReverseDate DELIMITED BY SIZE
                                   INTO RptLine
                     ELSE
                            STRING "      REVERSES ON " DELIMITED BY SIZE
                                   JEReverseDate DELIMITED BY SIZE
                                   INTO RptLine
                     END-IF
                     CALL "coboltut64report" USING RptAction,
                            RptFileName, RptTitle, RptLine
              END-IF
              IF JEReversal OR JERecurring
                     MOVE SPACES TO RptLine
                     IF JEReversal
                            STRING "      REVERSES JE " DELIMITED BY SIZE
                                   JEOrigNum DELIMITED BY SIZE
                                   INTO RptLine
                     ELSE
                            STRING "      FROM TEMPLATE " DELIMITED BY SIZE
                                   JEOrigNum(3:4) DELIMITED BY SIZE
                                   INTO RptLine
                     END-IF
                     CALL "coboltut64report" USING RptAction,
                            RptFileName, RptTitle, RptLine
              END-IF
       END-IF.
       MOVE SPACES TO AcctName.
       MOVE JEAcctNum TO CAAcctNum.
       READ ChartAcctFile
              INVALID KEY MOVE "** NOT ON CHART" TO AcctName
              NOT INVALID KEY MOVE CAAcctName TO AcctName
       END-READ.
       ADD JEDebit TO EntryDrTotal.
       ADD JECredit TO EntryCrTotal.
       MOVE JEDebit TO DrDollar.
       MOVE JECredit TO CrDollar.
       MOVE SPACES TO RptLine.
       STRING "   " DELIMITED BY SIZE
              JEAcctNum DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              AcctName DELIMITED BY SIZE
              DrDollar DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CrDollar DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY RptLine.

PrintEntryTotal.
       ADD EntryDrTotal TO GrandDrTotal.
       ADD EntryCrTotal TO GrandCrTotal.
       MOVE EntryDrTotal TO DrDollar.
       MOVE EntryCrTotal TO CrDollar.
       MOVE SPACES TO RptLine.
       STRING "          ENTRY TOTAL         " DELIMITED BY SIZE
              DrDollar DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CrDollar DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE 0 TO EntryDrTotal.
       MOVE 0 TO EntryCrTotal.
