       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut120.
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
              FILE STATUS IS WSCustFileStatus.
       SELECT PromiseFile ASSIGN TO "Promise.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMKey
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSPromiseStatus.
       SELECT DisputeFile ASSIGN TO "Dispute.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DSKey
              FILE STATUS IS WSDisputeStatus.
DATA DIVISION.
FILE SECTION.
FD ARTransFile.
       COPY ARTRAN.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD PromiseFile.
       COPY PROMISE.
FD DisputeFile.
       COPY DISPUTE.
WORKING-STORAGE SECTION.
       01 WSARTFileStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 WSPromiseStatus PIC XX.
       01 WSDisputeStatus PIC XX.
       01 DisputeOpen PIC X VALUE "N".
       01 ItemDisputed PIC X.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 PromEOF PIC X.
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 TodayInt PIC 9(8).
       01 TranInt PIC 9(8).
       01 AgeDays PIC S9(5).
       01 BreakID PIC 9(6) VALUE 0.
       01 BCurrent PIC 9(9)V99.
       01 B3160 PIC 9(9)V99.
       01 B6190 PIC 9(9)V99.
       01 BOver90 PIC 9(9)V99.
       01 CreditPool PIC 9(9)V99.
       01 OverdueTotal PIC 9(9)V99.
       01 CustBalance PIC S9(9)V99.
       01 MinOverdue PIC 9(7)V99.
       01 OldestBucket PIC 9.
       01 HasOpenPromise PIC X.
       01 LastStatus PIC X.
       01 WaitingCount PIC 9(5).
       01 QueueIdx PIC 9(3).
       01 QueueCount PIC 9(3).
       01 SwapIdx PIC 9(3).
       01 SortDone PIC X.
       01 QueueHold PIC X(42).
       01 QueueTable.
              02 QueueEntry OCCURS 500 TIMES.
                     03 QTBucket PIC 9.
                     03 QTOverdue PIC 9(9)V99.
                     03 QTIDNum PIC 9(6).
                     03 QTBalance PIC S9(9)V99.
                     03 QTOver90 PIC 9(9)V99.
                     03 QTBroken PIC X.
                     03 QTFiller PIC X.
       01 CallID PIC 9(6).
       01 CallNote PIC X(40).
       01 PromiseAns PIC X.
       01 PromAmount PIC 9(7)V99.
       01 PromDate PIC 9(8).
       01 PromDateParts REDEFINES PromDate.
              02 PDYear PIC 9(4).
              02 PDMonth PIC 99.
              02 PDDay PIC 99.
       01 DateOK PIC X.
       01 SupersededCount PIC 9(3).
       01 ARFound PIC X.
       01 ARBalance PIC S9(7)V99.
       01 ContactType PIC X(4).
       01 ContactNote PIC X(40).
       01 PromCount PIC 9(3).
       01 DisplayName PIC X(32).
       01 AmtDollar PIC $$,$$$,$$9.99.
       01 BalDollar PIC $$,$$$,$$9.99-.
       01 AmtEdit PIC Z,ZZZ,ZZ9.99.
       01 StatusText PIC X(10).
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
       OPEN I-O PromiseFile.
       IF WSPromiseStatus NOT = "00"
              OPEN OUTPUT PromiseFile
              CLOSE PromiseFile
              OPEN I-O PromiseFile
       END-IF.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus = "00"
              MOVE "Y" TO CustFileOpen
       ELSE
              MOVE "N" TO CustFileOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "COLLECTIONS WORK QUEUE"
              DISPLAY "1 : Build Call Queue"
              DISPLAY "2 : Log Call / Promise To Pay"
              DISPLAY "3 : Promise Inquiry"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM BuildCallQueue
                     WHEN 2 PERFORM LogCall
                     WHEN 3 PERFORM PromiseInquiry
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE PromiseFile.
       IF CustFileOpen = "Y"
              CLOSE CustomerFile
              MOVE "N" TO CustFileOpen
       END-IF.
       STOP RUN.

BuildCallQueue.
       MOVE 0 TO MinOverdue.
       DISPLAY "Minimum past-due amount to call (0 = all) : "
              WITH NO ADVANCING.
       ACCEPT MinOverdue.
       MOVE 0 TO QueueCount.
       MOVE 0 TO WaitingCount.
       OPEN INPUT ARTransFile.
       OPEN INPUT DisputeFile.
       IF WSDisputeStatus = "00"
              MOVE "Y" TO DisputeOpen
       ELSE
              MOVE "N" TO DisputeOpen
       END-IF.
       IF WSARTFileStatus NOT = "00"
              DISPLAY "No AR transaction file found - nothing to collect."
       ELSE
              MOVE 0 TO BreakID
              PERFORM ClearBuckets
              MOVE "N" TO WSEOF
              PERFORM UNTIL WSEOF = "Y"
                     READ ARTransFile NEXT RECORD
                            AT END
                                   MOVE "Y" TO WSEOF
                                   PERFORM CustomerBreak
                            NOT AT END
                                   IF ARTIDNum NOT = BreakID
                                          PERFORM CustomerBreak
                                          MOVE ARTIDNum TO BreakID
                                          PERFORM ClearBuckets
                                   END-IF
                                   PERFORM AgeOneTran
                     END-READ
              END-PERFORM
              CLOSE ARTransFile
              PERFORM SortQueue
              PERFORM PrintQueue
       END-IF.
       IF DisputeOpen = "Y"
              CLOSE DisputeFile
              MOVE "N" TO DisputeOpen
       END-IF.

ClearBuckets.
       MOVE 0 TO BCurrent.
       MOVE 0 TO B3160.
       MOVE 0 TO B6190.
       MOVE 0 TO BOver90.
       MOVE 0 TO CreditPool.

AgeOneTran.
       MOVE "N" TO ItemDisputed.
       IF ARTAmount > 0
              PERFORM CheckDisputed
       END-IF.
       IF ItemDisputed = "Y"
              CONTINUE
       ELSE
              PERFORM AgeUndisputedTran
       END-IF.

CheckDisputed.
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

AgeUndisputedTran.
       IF ARTAmount > 0
              IF ARTDueDate > 0
                     COMPUTE TranInt = FUNCTION INTEGER-OF-DATE(ARTDueDate)
              ELSE
                     COMPUTE TranInt = FUNCTION INTEGER-OF-DATE(ARTDate)
              END-IF
              COMPUTE AgeDays = TodayInt - TranInt
              EVALUATE TRUE
                     WHEN AgeDays > 90 ADD ARTAmount TO BOver90
                     WHEN AgeDays > 60 ADD ARTAmount TO B6190
                     WHEN AgeDays > 30 ADD ARTAmount TO B3160
                     WHEN OTHER ADD ARTAmount TO BCurrent
              END-EVALUATE
       ELSE
              SUBTRACT ARTAmount FROM CreditPool
       END-IF.

CustomerBreak.
       IF BreakID NOT = 0
              PERFORM ApplyCreditsOldestFirst
              COMPUTE CustBalance = BCurrent + B3160 + B6190 + BOver90
              COMPUTE OverdueTotal = B3160 + B6190 + BOver90
              MOVE 0 TO OldestBucket
              EVALUATE TRUE
                     WHEN BOver90 > 0 MOVE 3 TO OldestBucket
                     WHEN B6190 > 0 MOVE 2 TO OldestBucket
                     WHEN B3160 > 0 MOVE 1 TO OldestBucket
              END-EVALUATE
              IF OldestBucket > 0 AND OverdueTotal >= MinOverdue
                     PERFORM CheckPromises
                     IF HasOpenPromise = "Y"
                            ADD 1 TO WaitingCount
                     ELSE
                            PERFORM AddToQueue
                     END-IF
              END-IF
       END-IF.

ApplyCreditsOldestFirst.
       IF CreditPool > 0
              IF CreditPool >= BOver90
                     SUBTRACT BOver90 FROM CreditPool
                     MOVE 0 TO BOver90
              ELSE
                     SUBTRACT CreditPool FROM BOver90
                     MOVE 0 TO CreditPool
              END-IF
       END-IF.
       IF CreditPool > 0
              IF CreditPool >= B6190
                     SUBTRACT B6190 FROM CreditPool
                     MOVE 0 TO B6190
              ELSE
                     SUBTRACT CreditPool FROM B6190
                     MOVE 0 TO CreditPool
              END-IF
       END-IF.
       IF CreditPool > 0
              IF CreditPool >= B3160
                     SUBTRACT B3160 FROM CreditPool
                     MOVE 0 TO B3160
              ELSE
                     SUBTRACT CreditPool FROM B3160
                     MOVE 0 TO CreditPool
              END-IF
       END-IF.
       IF CreditPool > 0
              IF CreditPool >= BCurrent
                     SUBTRACT BCurrent FROM CreditPool
                     MOVE 0 TO BCurrent
              ELSE
                     SUBTRACT CreditPool FROM BCurrent
                     MOVE 0 TO CreditPool
              END-IF
       END-IF.

CheckPromises.
       MOVE "N" TO HasOpenPromise.
       MOVE SPACE TO LastStatus.
       MOVE BreakID TO PMIDNum.
       MOVE 0 TO PMTakenDate.
       MOVE "N" TO PromEOF.
       START PromiseFile KEY IS GREATER THAN PMKey
              INVALID KEY MOVE "Y" TO PromEOF
       END-START.
       PERFORM UNTIL PromEOF = "Y"
              READ PromiseFile NEXT RECORD
                     AT END MOVE "Y" TO PromEOF
                     NOT AT END
                            IF PMIDNum NOT = BreakID
                                   MOVE "Y" TO PromEOF
                            ELSE
                                   MOVE PMStatus TO LastStatus
                                   IF PMOpen
                                          MOVE "Y" TO HasOpenPromise
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

AddToQueue.
       IF QueueCount < 500
              ADD 1 TO QueueCount
              MOVE OldestBucket TO QTBucket(QueueCount)
              MOVE OverdueTotal TO QTOverdue(QueueCount)
              MOVE BreakID TO QTIDNum(QueueCount)
              MOVE CustBalance TO QTBalance(QueueCount)
              MOVE BOver90 TO QTOver90(QueueCount)
              MOVE "N" TO QTBroken(QueueCount)
              MOVE SPACE TO QTFiller(QueueCount)
              IF LastStatus = "B"
                     MOVE "Y" TO QTBroken(QueueCount)
              END-IF
       END-IF.

SortQueue.
       MOVE "N" TO SortDone.
       PERFORM UNTIL SortDone = "Y"
              MOVE "Y" TO SortDone
              PERFORM VARYING QueueIdx FROM 1 BY 1
                     UNTIL QueueIdx >= QueueCount
                     COMPUTE SwapIdx = QueueIdx + 1
                     IF QTBucket(QueueIdx) < QTBucket(SwapIdx) OR
                        (QTBucket(QueueIdx) = QTBucket(SwapIdx) AND
                         QTOverdue(QueueIdx) < QTOverdue(SwapIdx))
                            MOVE QueueEntry(QueueIdx) TO QueueHold
                            MOVE QueueEntry(SwapIdx) TO QueueEntry(QueueIdx)
                            MOVE QueueHold TO QueueEntry(SwapIdx)
                            MOVE "N" TO SortDone
                     END-IF
              END-PERFORM
       END-PERFORM.

PrintQueue.
       MOVE "O" TO RptAction.
       MOVE "CollectQueue.prt" TO RptFileName.
       MOVE "COLLECTIONS CALL QUEUE" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "AS AT " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              " - OLDEST PAST-DUE BUCKET FIRST, THEN AMOUNT" DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteQueueLine.
       MOVE SPACES TO RptLine.
       MOVE "RANK ID     NAME" TO RptLine(1:16).
       MOVE "AGE" TO RptLine(34:3).
       MOVE "PAST DUE" TO RptLine(45:8).
       MOVE "BALANCE" TO RptLine(61:7).
       MOVE "NOTE" TO RptLine(70:4).
       PERFORM WriteQueueLine.
       PERFORM VARYING QueueIdx FROM 1 BY 1 UNTIL QueueIdx > QueueCount
              PERFORM PrintQueueEntry
       END-PERFORM.
       MOVE SPACES TO RptLine.
       PERFORM WriteQueueLine.
       MOVE SPACES TO RptLine.
       STRING "ACCOUNTS TO CALL : " DELIMITED BY SIZE
              QueueCount DELIMITED BY SIZE
              "   AWAITING A PROMISE DATE : " DELIMITED BY SIZE
              WaitingCount DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteQueueLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY "Call queue in CollectQueue.prt - " QueueCount
              " account(s) to call, " WaitingCount " awaiting a promise.".

PrintQueueEntry.
       MOVE QTIDNum(QueueIdx) TO IDNum.
       READ CustomerFile
              INVALID KEY MOVE "** NOT ON MASTER **" TO DisplayName
              NOT INVALID KEY PERFORM BuildDisplayName
       END-READ.
       MOVE SPACES TO RptLine.
       MOVE QueueIdx TO RptLine(1:3).
       MOVE QTIDNum(QueueIdx) TO RptLine(6:6).
       MOVE DisplayName TO RptLine(13:20).
       EVALUATE QTBucket(QueueIdx)
              WHEN 3 MOVE "90+" TO RptLine(34:3)
              WHEN 2 MOVE "60+" TO RptLine(34:3)
              WHEN OTHER MOVE "30+" TO RptLine(34:3)
       END-EVALUATE.
       MOVE QTOverdue(QueueIdx) TO AmtDollar.
       MOVE AmtDollar TO RptLine(40:13).
       MOVE QTBalance(QueueIdx) TO BalDollar.
       MOVE BalDollar TO RptLine(54:14).
       IF QTBroken(QueueIdx) = "Y"
              MOVE "BROKEN PTP" TO RptLine(70:10)
       END-IF.
       PERFORM WriteQueueLine.

WriteQueueLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

LogCall.
       DISPLAY "Customer ID called : " WITH NO ADVANCING.
       ACCEPT CallID.
       MOVE CallID TO IDNum.
       READ CustomerFile
              INVALID KEY
                     DISPLAY "Customer not on file."
              NOT INVALID KEY
                     PERFORM RecordCall
       END-READ.

RecordCall.
       PERFORM BuildDisplayName.
       CALL "coboltut15argetbal" USING CallID, ARFound, ARBalance.
       MOVE ARBalance TO BalDollar.
       DISPLAY DisplayName "  balance " BalDollar.
       MOVE SPACES TO CallNote.
       DISPLAY "Call notes : " WITH NO ADVANCING.
       ACCEPT CallNote.
       MOVE "CALL" TO ContactType.
       MOVE CallNote TO ContactNote.
       IF ContactNote = SPACES
              MOVE "COLLECTION CALL" TO ContactNote
       END-IF.
       CALL "coboltut98ctlog" USING CallID, ContactType, ContactNote,
              SignOnID.
       DISPLAY "Promise to pay taken? (Y/N) : " WITH NO ADVANCING.
       ACCEPT PromiseAns.
       IF PromiseAns = "Y" OR PromiseAns = "y"
              PERFORM TakePromise
       END-IF.

TakePromise.
       MOVE 0 TO PromAmount.
       PERFORM UNTIL PromAmount > 0
              DISPLAY "Amount promised : " WITH NO ADVANCING
              ACCEPT PromAmount
       END-PERFORM.
       MOVE "N" TO DateOK.
       PERFORM UNTIL DateOK = "Y"
              DISPLAY "Promised by date (YYYYMMDD) : " WITH NO ADVANCING
              ACCEPT PromDate
              IF PDMonth < 1 OR PDMonth > 12 OR PDDay < 1 OR PDDay > 31
                     DISPLAY "Not a valid date."
              ELSE
                     IF PromDate < BizDate
                            DISPLAY "The promise date cannot be in the past."
                     ELSE
                            MOVE "Y" TO DateOK
                     END-IF
              END-IF
       END-PERFORM.
       PERFORM SupersedeOpenPromises.
       MOVE CallID TO PMIDNum.
       MOVE BizDate TO PMTakenDate.
       MOVE PromDate TO PMPromiseDate.
       MOVE PromAmount TO PMAmount.
       MOVE SignOnID TO PMCollector.
       MOVE "O" TO PMStatus.
       MOVE 0 TO PMReceived.
       MOVE 0 TO PMResolvedDate.
       MOVE "N" TO PMLetterSkip.
       MOVE CallNote TO PMNote.
       WRITE PromiseRecord
              INVALID KEY
                     REWRITE PromiseRecord
                            INVALID KEY DISPLAY "Promise wasn't recorded."
                     END-REWRITE
       END-WRITE.
       MOVE PromAmount TO AmtEdit.
       MOVE "PTP" TO ContactType.
       MOVE SPACES TO ContactNote.
       STRING "PROMISE " DELIMITED BY SIZE
              FUNCTION TRIM(AmtEdit) DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              PromDate DELIMITED BY SIZE
              INTO ContactNote.
       CALL "coboltut98ctlog" USING CallID, ContactType, ContactNote,
              SignOnID.
       DISPLAY "Promise recorded - the account leaves the call queue until "
              PromDate ".".
       IF SupersededCount > 0
              DISPLAY SupersededCount " earlier open promise(s) superseded."
       END-IF.

SupersedeOpenPromises.
       MOVE 0 TO SupersededCount.
       MOVE CallID TO PMIDNum.
       MOVE 0 TO PMTakenDate.
       MOVE "N" TO PromEOF.
       START PromiseFile KEY IS GREATER THAN PMKey
              INVALID KEY MOVE "Y" TO PromEOF
       END-START.
       PERFORM UNTIL PromEOF = "Y"
              READ PromiseFile NEXT RECORD
                     AT END MOVE "Y" TO PromEOF
                     NOT AT END
                            IF PMIDNum NOT = CallID
                                   MOVE "Y" TO PromEOF
                            ELSE
                                   IF PMOpen AND PMTakenDate NOT = BizDate
                                          MOVE "S" TO PMStatus
                                          MOVE BizDate TO PMResolvedDate
                                          REWRITE PromiseRecord
                                                 INVALID KEY CONTINUE
                                                 NOT INVALID KEY
                                                        ADD 1 TO SupersededCount
                                          END-REWRITE
                                   END-IF
                            END-IF
              END-READ
       END-PERFORM.

PromiseInquiry.
       DISPLAY "Customer ID : " WITH NO ADVANCING.
       ACCEPT CallID.
       MOVE 0 TO PromCount.
       MOVE CallID TO PMIDNum.
       MOVE 0 TO PMTakenDate.
       MOVE "N" TO PromEOF.
       START PromiseFile KEY IS GREATER THAN PMKey
              INVALID KEY MOVE "Y" TO PromEOF
       END-START.
       DISPLAY "TAKEN     DUE BY    PROMISED       RECEIVED       STATUS     BY".
       PERFORM UNTIL PromEOF = "Y"
              READ PromiseFile NEXT RECORD
                     AT END MOVE "Y" TO PromEOF
                     NOT AT END
                            IF PMIDNum NOT = CallID
                                   MOVE "Y" TO PromEOF
                            ELSE
                                   PERFORM ShowOnePromise
                            END-IF
              END-READ
       END-PERFORM.
       IF PromCount = 0
              DISPLAY "No promises to pay on file for that customer."
       END-IF.

ShowOnePromise.
       ADD 1 TO PromCount.
       EVALUATE TRUE
              WHEN PMOpen MOVE "OPEN" TO StatusText
              WHEN PMKept MOVE "KEPT" TO StatusText
              WHEN PMBroken MOVE "BROKEN" TO StatusText
              WHEN PMSuperseded MOVE "SUPERSEDED" TO StatusText
              WHEN OTHER MOVE PMStatus TO StatusText
       END-EVALUATE.
       MOVE PMAmount TO AmtDollar.
       DISPLAY PMTakenDate "  " PMPromiseDate "  " AmtDollar
              WITH NO ADVANCING.
       MOVE PMReceived TO AmtDollar.
       DISPLAY "  " AmtDollar "  " StatusText " " PMCollector.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              INTO DisplayName.
