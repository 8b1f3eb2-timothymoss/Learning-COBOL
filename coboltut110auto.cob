       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut110auto.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT JournalEntryFile ASSIGN TO "JEntry.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JEKey
              FILE STATUS IS WSJEntryStatus.
       SELECT RecurJEFile ASSIGN TO "RecurJE.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RJKey
              FILE STATUS IS WSRecurJEStatus.
       SELECT JEControlFile ASSIGN TO "JEControl.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSJECtlStatus.
DATA DIVISION.
FILE SECTION.
FD JournalEntryFile.
       COPY JENTRY.
FD RecurJEFile.
       COPY RECJE.
FD JEControlFile.
       01 JEControlRecord.
              02 NextJENum PIC 9(6).
WORKING-STORAGE SECTION.
       01 WSJEntryStatus PIC XX.
       01 WSRecurJEStatus PIC XX.
       01 WSJECtlStatus PIC XX.
       01 WSEOF PIC X.
       01 BizDate PIC 9(8).
       01 BizDateX PIC X(8).
       01 BizPeriod PIC 9(6).
       01 RevDateX PIC X(8).
       01 MonthEndDue PIC X.
       01 PeriodOpen PIC X.
       01 NewJENum PIC 9(6).
       01 LastJENum PIC 9(6).
       01 LastTemplNum PIC 9(4).
       01 RevCount PIC 9(3).
       01 RevIdx PIC 9(3).
       01 RevTable.
              02 RevEntry OCCURS 200 TIMES.
                     03 RVOrigNum PIC 9(6).
                     03 RVLine PIC 9(2).
                     03 RVDate PIC 9(8).
                     03 RVDescr PIC X(30).
                     03 RVAcctNum PIC 9(4).
                     03 RVDebit PIC 9(9)V99.
                     03 RVCredit PIC 9(9)V99.
       01 ReversedCount PIC 9(5) VALUE 0.
       01 HeldCount PIC 9(5) VALUE 0.
       01 DeferredCount PIC 9(5) VALUE 0.
       01 CurJENum PIC 9(6).
       01 CurJEStart PIC 9(3).
       01 CurJEDeferred PIC X.
       01 RevFull PIC X.
       01 RecurCount PIC 9(5) VALUE 0.
       01 GLDate PIC 9(8).
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10) VALUE "GENJOURNAL".
       01 GLRef PIC X(10).

PROCEDURE DIVISION.
MainPara.
       CALL "coboltut25getdate" USING BizDate.
       MOVE BizDate TO BizDateX.
       MOVE BizDateX(1:6) TO BizPeriod.
       OPEN I-O JournalEntryFile.
       IF WSJEntryStatus NOT = "00"
              DISPLAY "Journal entries - no journal entry file, nothing"
                     " to reverse."
       ELSE
              PERFORM CollectReversals
              PERFORM PostReversals
              CLOSE JournalEntryFile
       END-IF.
       CALL "coboltut25monthend" USING BizDate, MonthEndDue.
       IF MonthEndDue = "Y"
              PERFORM PostRecurringEntries
       END-IF.
       DISPLAY "JOURNAL ENTRIES - " ReversedCount " accruals reversed, "
              HeldCount " held (reversal period closed), " RecurCount
              " recurring entries posted.".
       IF DeferredCount > 0
              DISPLAY "JOURNAL ENTRIES - " DeferredCount " accrual(s)"
                     " deferred to the next run (reversal table full)."
       END-IF.
       STOP RUN.

CollectReversals.
       MOVE 0 TO RevCount.
       MOVE 0 TO CurJENum.
       MOVE "N" TO RevFull.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO JEKey.
       START JournalEntryFile KEY IS GREATER THAN JEKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ JournalEntryFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF JEAccrual AND NOT JEIsReversed AND
                               JEReverseDate <= BizDate
                                   PERFORM CollectOneReversal
                            END-IF
              END-READ
       END-PERFORM.
       PERFORM VARYING RevIdx FROM 1 BY 1 UNTIL RevIdx > RevCount
              PERFORM MarkOneReversed
       END-PERFORM.

CollectOneReversal.
       CALL "coboltut92perchk" USING JEReverseDate, PeriodOpen.
       IF PeriodOpen NOT = "Y"
              IF JELine = 1
                     ADD 1 TO HeldCount
                     DISPLAY "Accrual JE " JENum " not reversed - "
                            JEReverseDate " is in a closed period."
              END-IF
       ELSE
              IF JENum NOT = CurJENum
                     MOVE JENum TO CurJENum
                     COMPUTE CurJEStart = RevCount + 1
                     MOVE "N" TO CurJEDeferred
                     IF RevFull = "Y"
                            MOVE "Y" TO CurJEDeferred
                            ADD 1 TO DeferredCount
                     END-IF
              END-IF
              IF CurJEDeferred = "N"
                     IF RevCount < 200
                            ADD 1 TO RevCount
                            MOVE JENum TO RVOrigNum(RevCount)
                            MOVE JELine TO RVLine(RevCount)
                            MOVE JEReverseDate TO RVDate(RevCount)
                            MOVE JEDescr TO RVDescr(RevCount)
                            MOVE JEAcctNum TO RVAcctNum(RevCount)
                            MOVE JEDebit TO RVDebit(RevCount)
                            MOVE JECredit TO RVCredit(RevCount)
                     ELSE
                            COMPUTE RevCount = CurJEStart - 1
                            MOVE "Y" TO CurJEDeferred
                            MOVE "Y" TO RevFull
                            ADD 1 TO DeferredCount
                     END-IF
              END-IF
       END-IF.

MarkOneReversed.
       MOVE RVOrigNum(RevIdx) TO JENum.
       MOVE RVLine(RevIdx) TO JELine.
       READ JournalEntryFile
              INVALID KEY DISPLAY "Accrual JE " JENum " line " JELine
                     " wasn't found to mark reversed."
              NOT INVALID KEY
                     MOVE "Y" TO JEReversed
                     REWRITE JournalEntryRecord
                            INVALID KEY DISPLAY "Accrual JE " JENum
                                   " wasn't marked reversed."
                     END-REWRITE
       END-READ.

PostReversals.
       MOVE 0 TO LastJENum.
       PERFORM VARYING RevIdx FROM 1 BY 1 UNTIL RevIdx > RevCount
              IF RVOrigNum(RevIdx) NOT = LastJENum
                     MOVE RVOrigNum(RevIdx) TO LastJENum
                     ADD 1 TO ReversedCount
                     PERFORM AssignJENumber
                     MOVE SPACES TO GLRef
                     STRING "JE" DELIMITED BY SIZE
                            NewJENum DELIMITED BY SIZE
                            INTO GLRef
                     DISPLAY "Accrual JE " LastJENum " reversed by JE "
                            NewJENum " on " RVDate(RevIdx)
              END-IF
              MOVE NewJENum TO JENum
              MOVE RVLine(RevIdx) TO JELine
              MOVE RVDate(RevIdx) TO JEDate
              MOVE RVDate(RevIdx) TO RevDateX
              MOVE RevDateX(1:6) TO JEPeriod
              MOVE "V" TO JEType
              MOVE RVDescr(RevIdx) TO JEDescr
              MOVE RVAcctNum(RevIdx) TO JEAcctNum
              MOVE RVCredit(RevIdx) TO JEDebit
              MOVE RVDebit(RevIdx) TO JECredit
              MOVE "BTCH" TO JEOperator
              MOVE 0 TO JEReverseDate
              MOVE "N" TO JEReversed
              MOVE RVOrigNum(RevIdx) TO JEOrigNum
              PERFORM WriteEntryLine
       END-PERFORM.

PostRecurringEntries.
       CALL "coboltut92perchk" USING BizDate, PeriodOpen.
       IF PeriodOpen NOT = "Y"
              DISPLAY "Recurring entries not posted - " BizDate
                     " is in a closed period."
       ELSE
              OPEN I-O RecurJEFile
              IF WSRecurJEStatus = "00"
                     OPEN I-O JournalEntryFile
                     IF WSJEntryStatus NOT = "00"
                            OPEN OUTPUT JournalEntryFile
                            CLOSE JournalEntryFile
                            OPEN I-O JournalEntryFile
                     END-IF
                     PERFORM PostTemplates
                     CLOSE JournalEntryFile
                     CLOSE RecurJEFile
              END-IF
       END-IF.

PostTemplates.
       MOVE 0 TO LastTemplNum.
       MOVE "N" TO WSEOF.
       MOVE LOW-VALUES TO RJKey.
       START RecurJEFile KEY IS GREATER THAN RJKey
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ RecurJEFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF RJActive AND RJLastPeriod < BizPeriod
                                   PERFORM PostTemplateLine
                            END-IF
              END-READ
       END-PERFORM.

PostTemplateLine.
       IF RJTemplNum NOT = LastTemplNum
              MOVE RJTemplNum TO LastTemplNum
              ADD 1 TO RecurCount
              PERFORM AssignJENumber
              MOVE SPACES TO GLRef
              STRING "JE" DELIMITED BY SIZE
                     NewJENum DELIMITED BY SIZE
                     INTO GLRef
              DISPLAY "Template " RJTemplNum " posted as JE " NewJENum
       END-IF.
       MOVE NewJENum TO JENum.
       MOVE RJLineNum TO JELine.
       MOVE BizDate TO JEDate.
       MOVE BizPeriod TO JEPeriod.
       MOVE "R" TO JEType.
       MOVE RJDescr TO JEDescr.
       MOVE RJAcctNum TO JEAcctNum.
       MOVE RJDebit TO JEDebit.
       MOVE RJCredit TO JECredit.
       MOVE "BTCH" TO JEOperator.
       MOVE 0 TO JEReverseDate.
       MOVE "N" TO JEReversed.
       MOVE RJTemplNum TO JEOrigNum.
       PERFORM WriteEntryLine.
       MOVE BizPeriod TO RJLastPeriod.
       REWRITE RecurJERecord
              INVALID KEY DISPLAY "Template " RJTemplNum " wasn't marked"
                     " posted."
       END-REWRITE.

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
