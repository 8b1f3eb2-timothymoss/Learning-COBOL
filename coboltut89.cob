       01 MatchFound PIC X.
       01 MatchIDNum PIC 9(6).
       01 MatchAmount PIC S9(7)V99.
       01 MatchDiscAmt PIC 9(7)V99.
       01 MatchDiscDate PIC 9(8).
       01 DiscTaken PIC X.
       01 DiscCount PIC 9(5) VALUE 0.
       01 WantedRef PIC X(10).
       01 CustBalance PIC S9(9)V99.
       01 DupApplied PIC X.
       DISPLAY "LOCKBOX APPLICATION COMPLETE".
       DISPLAY "Payments applied : " AppliedCount
              "   Exceptions : " ExceptCount.
       IF DiscCount > 0
              DISPLAY "Prompt-pay discounts allowed : " DiscCount
       END-IF.
       DISPLAY "Exceptions in LockboxExcept.prt for the cash operator.".
       DISPLAY "Bank file set aside as LockboxDone.dat so a rerun"
              " cannot apply it twice.".
                            PERFORM WriteException-Duplicate
                     WHEN CustBalance <= 0
                            PERFORM WriteException-Settled
                     WHEN MatchAmount = LXAmount
                            PERFORM PostLockboxPayment
                     WHEN MatchDiscAmt > 0 AND DiscTaken = "N" AND
                          BizDate <= MatchDiscDate AND
                          LXAmount + MatchDiscAmt = MatchAmount
                            PERFORM PostLockboxPayment
                            PERFORM PostLockboxDiscount
                     WHEN OTHER
                            PERFORM WriteException-Amount
              END-EVALUATE
       END-IF.

CheckOpenAndDup.
       MOVE 0 TO CustBalance.
       MOVE "N" TO DupApplied.
       MOVE "N" TO DiscTaken.
       MOVE "N" TO AREOF.
       MOVE MatchIDNum TO ARTIDNum.
       MOVE 0 TO ARTSeq.
                                      ARTRef = LXCheckNum
                                          MOVE "Y" TO DupApplied
                                   END-IF
                                   IF ARTDiscount AND ARTRef = WantedRef
                                          MOVE "Y" TO DiscTaken
                                   END-IF
                            ELSE
                                   MOVE "Y" TO AREOF
                            END-IF
                                   MOVE "Y" TO MatchFound
                                   MOVE ARTIDNum TO MatchIDNum
                                   MOVE ARTAmount TO MatchAmount
                                   MOVE ARTDiscAmount TO MatchDiscAmt
                                   MOVE ARTDiscDate TO MatchDiscDate
                                   MOVE "Y" TO AREOF
                            END-IF
              END-READ
       DISPLAY "APPLIED  check " LXCheckNum " to invoice "
              LXInvoiceNum " for customer " MatchIDNum ".".

PostLockboxDiscount.
       MOVE "T" TO PostType.
       COMPUTE PostAmount = 0 - MatchDiscAmt.
       CALL "coboltut8arpost" USING MatchIDNum, PostType, BizDate,
              WantedRef, PostAmount.
       MOVE "coboltut89" TO GLSource.
       MOVE LXCheckNum TO GLRef.
       MOVE 4200 TO GLAcct.
       MOVE MatchDiscAmt TO GLDebit.
       MOVE 0 TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.
       MOVE 1100 TO GLAcct.
       MOVE 0 TO GLDebit.
       MOVE MatchDiscAmt TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.
       ADD 1 TO DiscCount.
       MOVE MatchDiscAmt TO AmtDollar.
       DISPLAY "         prompt-pay discount " AmtDollar " allowed on "
              WantedRef ".".

WriteException-NotFound.
       ADD 1 TO ExceptCount.
       MOVE LXAmount TO AmtDollar.
