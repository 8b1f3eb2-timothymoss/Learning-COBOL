              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ARTKey
              FILE STATUS IS WSARTFileStatus.
       SELECT DisputeFile ASSIGN TO "Dispute.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DSKey
              FILE STATUS IS WSDisputeStatus.
       SELECT ReportFile ASSIGN TO "FinanceCharge.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL.
FILE SECTION.
FD ARTransFile.
       COPY ARTRAN.
FD DisputeFile.
       COPY DISPUTE.
FD ReportFile.
       01 ReportLine PIC X(80).
WORKING-STORAGE SECTION.
       01 WSARTFileStatus PIC XX.
       01 WSDisputeStatus PIC XX.
       01 DisputeOpen PIC X VALUE "N".
       01 ItemDisputed PIC X.
       01 DisputedSkipped PIC 9(5) VALUE 0.
       01 WSEOF PIC X VALUE "N".
       01 WSToday PIC 9(8).
       01 BizDate PIC 9(8).
              DISPLAY "No AR transaction file found - nothing to assess."
              STOP RUN
       END-IF.
       OPEN INPUT DisputeFile.
       IF WSDisputeStatus = "00"
              MOVE "Y" TO DisputeOpen
       ELSE
              MOVE "N" TO DisputeOpen
       END-IF.
       MOVE 0 TO OverdueAmount.
       MOVE 0 TO CreditPool.
       PERFORM UNTIL WSEOF = "Y"
              END-READ
       END-PERFORM.
       CLOSE ARTransFile.
       IF DisputeOpen = "Y"
              CLOSE DisputeFile
              MOVE "N" TO DisputeOpen
       END-IF.
       IF DisputedSkipped > 0
              DISPLAY "Disputed items left out of the assessment : "
                     DisputedSkipped
       END-IF.
       IF AssessCount = 0
              DISPLAY "No overdue balances - no finance charges assessed."
              STOP RUN

CollectOverdue.
       IF ARTAmount > 0
              IF ARTDueDate > 0
                     COMPUTE TranInt = FUNCTION INTEGER-OF-DATE(ARTDueDate)
              ELSE
                     COMPUTE TranInt = FUNCTION INTEGER-OF-DATE(ARTDate)
              END-IF
              COMPUTE AgeDays = TodayInt - TranInt
              IF AgeDays > 30 AND NOT ARTFinChg
                     PERFORM CheckDisputed
                     IF ItemDisputed = "Y"
                            ADD 1 TO DisputedSkipped
                     ELSE
                            ADD ARTAmount TO OverdueAmount
                     END-IF
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
              IF CreditPool < OverdueAmount
