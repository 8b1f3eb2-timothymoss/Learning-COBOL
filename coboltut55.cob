              ACCESS MODE IS RANDOM
              RECORD KEY IS PPIDNum
              FILE STATUS IS WSPayPlanStatus.
       SELECT PromiseFile ASSIGN TO "Promise.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PMKey
              FILE STATUS IS WSPromiseStatus.
       SELECT DisputeFile ASSIGN TO "Dispute.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DSKey
              FILE STATUS IS WSDisputeStatus.
       SELECT LetterFile ASSIGN TO "Dunning.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.
              02 DRLastDate PIC 9(8).
FD PayPlanFile.
       COPY PAYPLAN.
FD DisputeFile.
       COPY DISPUTE.
FD PromiseFile.
       COPY PROMISE.
FD LetterFile.
       01 LetterLine PIC X(80).
FD RegisterFile.
       01 WSCustFileStatus PIC XX.
       01 WSDunRegStatus PIC XX.
       01 WSPayPlanStatus PIC XX.
       01 WSDisputeStatus PIC XX.
       01 DisputeOpen PIC X VALUE "N".
       01 ItemDisputed PIC X.
       01 DisputedAmount PIC 9(9)V99.
       01 PlanKept PIC X.
       01 WSPromiseStatus PIC XX.
       01 PromiseOpen PIC X VALUE "N".
       01 PromiseHold PIC X.
       01 PromEOF PIC X.
       01 ContactType PIC X(4).
       01 ContactNote PIC X(40).
       01 ContactOper PIC X(4).
       01 DisplayName PIC X(32).
       01 OverdueDollar PIC $$,$$$,$$9.99.
       01 BalanceDollar PIC $$,$$$,$$9.99.
       01 DisputeDollar PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
MainPara.
              OPEN I-O DunningRegFile
       END-IF.
       OPEN INPUT PayPlanFile.
       OPEN INPUT DisputeFile.
       IF WSDisputeStatus = "00"
              MOVE "Y" TO DisputeOpen
       ELSE
              MOVE "N" TO DisputeOpen
       END-IF.
       OPEN I-O PromiseFile.
       IF WSPromiseStatus = "00"
              MOVE "Y" TO PromiseOpen
       ELSE
              MOVE "N" TO PromiseOpen
       END-IF.
       OPEN OUTPUT LetterFile.
       OPEN OUTPUT RegisterFile.
       MOVE "DUNNING REGISTER" TO RegisterLine.
       IF WSPayPlanStatus = "00"
              CLOSE PayPlanFile
       END-IF.
       IF PromiseOpen = "Y"
              CLOSE PromiseFile
              MOVE "N" TO PromiseOpen
       END-IF.
       IF DisputeOpen = "Y"
              CLOSE DisputeFile
              MOVE "N" TO DisputeOpen
       END-IF.
       CLOSE LetterFile.
       CLOSE RegisterFile.
       DISPLAY "DUNNING RUN COMPLETE".
       MOVE 0 TO B6190.
       MOVE 0 TO BOver90.
       MOVE 0 TO CreditPool.
       MOVE 0 TO DisputedAmount.

AgeOneTran.
       IF ARTAmount > 0
              PERFORM CheckDisputed
       END-IF.
       IF ARTAmount > 0 AND ItemDisputed = "Y"
              ADD ARTAmount TO DisputedAmount
       ELSE
              PERFORM AgeUndisputedTran
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
              ELSE
                     IF ComputedLevel > LastLevel
                            MOVE ComputedLevel TO SendLevel
                            PERFORM CheckPromiseHold
                            EVALUATE PromiseHold
                                   WHEN "K"
                                          MOVE SPACES TO RegisterLine
                                          STRING BreakID DELIMITED BY SIZE
                                                 "  LETTER HELD - promise to pay kept"
                                                 DELIMITED BY SIZE
                                                 INTO RegisterLine
                                          WRITE RegisterLine
                                          PERFORM UpdateRegister
                                   WHEN "O"
                                          MOVE SPACES TO RegisterLine
                                          STRING BreakID DELIMITED BY SIZE
                                                 "  LETTER HELD - promise to pay open"
                                                 DELIMITED BY SIZE
                                                 INTO RegisterLine
                                          WRITE RegisterLine
                                   WHEN OTHER
                                          PERFORM SendLetter
                                          PERFORM RecordRegister
                            END-EVALUATE
                     END-IF
              END-IF
       END-IF.
              END-READ
       END-IF.

CheckPromiseHold.
       MOVE "N" TO PromiseHold.
       IF PromiseOpen = "Y"
              MOVE BreakID TO PMIDNum
              MOVE 0 TO PMTakenDate
              MOVE "N" TO PromEOF
              START PromiseFile KEY IS GREATER THAN PMKey
                     INVALID KEY MOVE "Y" TO PromEOF
              END-START
              PERFORM UNTIL PromEOF = "Y"
                     READ PromiseFile NEXT RECORD
                            AT END MOVE "Y" TO PromEOF
                            NOT AT END
                                   IF PMIDNum NOT = BreakID
                                          MOVE "Y" TO PromEOF
                                   ELSE
                                          PERFORM CheckOnePromise
                                   END-IF
                     END-READ
              END-PERFORM
       END-IF.

CheckOnePromise.
       IF PMOpen AND PMPromiseDate >= WSToday
              MOVE "O" TO PromiseHold
       END-IF.
       IF PMKept AND PMSkipPending AND PromiseHold NOT = "O"
              MOVE "K" TO PromiseHold
              MOVE "U" TO PMLetterSkip
              REWRITE PromiseRecord
                     INVALID KEY CONTINUE
              END-REWRITE
       END-IF.

SendLetter.
       MOVE BreakID TO IDNum.
       MOVE "Y" TO CustExists.
                     BalanceDollar DELIMITED BY SIZE
                     INTO LetterLine
              WRITE LetterLine
              IF DisputedAmount > 0
                     MOVE DisputedAmount TO DisputeDollar
                     MOVE SPACES TO LetterLine
                     STRING "   PLUS ITEMS UNDER DISPUTE : " DELIMITED BY SIZE
                            DisputeDollar DELIMITED BY SIZE
                            " (NOT DUE WHILE IN REVIEW)" DELIMITED BY SIZE
                            INTO LetterLine
                     WRITE LetterLine
              END-IF
       END-IF.

RecordRegister.
              OverdueDollar DELIMITED BY SIZE
              INTO RegisterLine.
       WRITE RegisterLine.
       PERFORM UpdateRegister.

UpdateRegister.
       MOVE BreakID TO DRIDNum.
       MOVE SendLevel TO DRLastLevel.
       MOVE WSToday TO DRLastDate.
