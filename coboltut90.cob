              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSCheckCtlStatus.
       SELECT RebateFile ASSIGN TO "Rebate.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RBIDNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSRebateStatus.
DATA DIVISION.
FILE SECTION.
FD ARTransFile.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD RefundRegFile.
       COPY REFREG.
FD CheckControlFile.
       01 CheckControlRecord.
              02 NextCheckNum PIC 9(6).
FD RebateFile.
       COPY REBATE.
WORKING-STORAGE SECTION.
       01 WSARTFileStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 WSRefundRegStatus PIC XX.
       01 WSCheckCtlStatus PIC XX.
       01 WSRebateStatus PIC XX.
       01 RebateCount PIC 9(5).
       01 RefundMemo PIC X(30).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
              DISPLAY "CUSTOMER REFUNDS"
              DISPLAY "1 : Credit-Balance Review Report"
              DISPLAY "2 : Issue A Refund Check"
              DISPLAY "3 : Pay Volume Rebate Checks"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM CreditReview
                     WHEN 2 PERFORM IssueRefund
                     WHEN 3 PERFORM PayRebateChecks
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
                            DISPLAY "Refund cannot exceed the credit"
                                   " balance - nothing issued."
                     ELSE
                            MOVE "REFUND OF CREDIT BALANCE" TO RefundMemo
                            PERFORM PayRefund
                     END-IF
              END-IF
       MOVE SPACES TO RptLine.
       STRING "   AMOUNT " DELIMITED BY SIZE
              AmtDollar DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              RefundMemo DELIMITED BY SIZE
              INTO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       WRITE RefundRegRecord.
       CLOSE RefundRegFile.

PayRebateChecks.
       IF SignOnLevel NOT = "S"
              DISPLAY "Issuing a refund needs a supervisor sign-on."
       ELSE
              OPEN I-O RebateFile
              IF WSRebateStatus NOT = "00"
                     DISPLAY "No rebate agreement file - no rebate checks"
                            " due."
              ELSE
                     MOVE 0 TO RebateCount
                     MOVE "N" TO WSEOF
                     PERFORM UNTIL WSEOF = "Y"
                            READ RebateFile NEXT RECORD
                                   AT END MOVE "Y" TO WSEOF
                                   NOT AT END
                                          IF RBCheckPending
                                                 PERFORM PayOneRebate
                                          END-IF
                            END-READ
                     END-PERFORM
                     CLOSE RebateFile
                     DISPLAY RebateCount " rebate check(s) issued."
              END-IF
       END-IF.

PayOneRebate.
       MOVE RBIDNum TO EntryIDNum.
       CALL "coboltut15argetbal" USING EntryIDNum, WSARFound,
              WSARBalance.
       IF WSARFound NOT = "Y" OR WSARBalance >= 0
              DISPLAY "Customer " RBIDNum " - rebate credit already used"
                     " against open invoices, no check due."
       ELSE
              COMPUTE CreditAbs = 0 - WSARBalance
              MOVE RBPaidAmt TO RefundAmount
              IF RefundAmount > CreditAbs
                     MOVE CreditAbs TO RefundAmount
                     DISPLAY "Customer " RBIDNum " - part of the rebate"
                            " was used against open invoices."
              END-IF
              MOVE SPACES TO RefundMemo
              STRING "VOLUME REBATE " DELIMITED BY SIZE
                     RBLastYear DELIMITED BY SIZE
                     INTO RefundMemo
              PERFORM PayRefund
              ADD 1 TO RebateCount
       END-IF.
       MOVE "N" TO RBCheckDue.
       REWRITE RebateRecord
              INVALID KEY DISPLAY "Rebate agreement " RBIDNum
                     " wasn't updated."
       END-REWRITE.

AssignCheckNumber.
       MOVE 1 TO CurrentCheckNum.
       OPEN INPUT CheckControlFile.
