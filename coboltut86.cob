       01 PlanExists PIC X.
       01 EntryIDNum PIC 9(6).
       01 BrokenCount PIC 9(5).
       01 DraftAns PIC X.
       01 AcctTypeAns PIC X.
       01 AmtDollar PIC $$,$$$,$$9.99.
       01 DisplayName PIC X(32).
       01 BizDate PIC 9(8).
              DISPLAY "2 : Add / Update Plan"
              DISPLAY "3 : Cancel Plan"
              DISPLAY "4 : Broken-Promise Report"
              DISPLAY "5 : Bank Draft Authorization"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
                     WHEN 2 PERFORM MaintainPlan
                     WHEN 3 PERFORM CancelPlan
                     WHEN 4 PERFORM BrokenReport
                     WHEN 5 PERFORM DraftAuthorization
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
                            DISPLAY "Customer " PPIDNum "  " AmtDollar
                                   " every " PPFreqDays " day(s)  next "
                                   PPNextDue "  status " PPStatus
                            IF PPDraftAuth
                                   DISPLAY "         bank draft from "
                                          PPRouting " " PPBankAcct
                                          "  last drafted " PPLastDraft
                            END-IF
              END-READ
       END-PERFORM.

                     DISPLAY "Plan on file - " AmtDollar " every "
                            PPFreqDays " day(s), next due " PPNextDue
                            ", status " PPStatus
              ELSE
                     MOVE "N" TO PPDraftFlag
                     MOVE 0 TO PPRouting
                     MOVE SPACES TO PPBankAcct
                     MOVE SPACES TO PPBankAcctType
                     MOVE 0 TO PPAuthDate
                     MOVE 0 TO PPLastDraft
              END-IF
              MOVE EntryIDNum TO PPIDNum
              MOVE 0 TO PPInstallAmt
              MOVE BizDate TO PPStartDate
              MOVE 0 TO PPLastPaid
              MOVE "A" TO PPStatus
              PERFORM CaptureDraftDetails
              IF PlanExists = "Y"
                     REWRITE PayPlanRecord
                            INVALID KEY DISPLAY "Plan wasn't updated."
              END-IF
       END-IF.

DraftAuthorization.
       DISPLAY "Customer ID : " WITH NO ADVANCING.
       ACCEPT EntryIDNum.
       MOVE EntryIDNum TO PPIDNum.
       READ PayPlanFile
              INVALID KEY DISPLAY "No plan on file - set up the plan first."
              NOT INVALID KEY
                     IF PPDraftAuth
                            DISPLAY "Drafting from routing " PPRouting
                                   " account " PPBankAcct " type "
                                   PPBankAcctType ", authorized "
                                   PPAuthDate
                     ELSE
                            DISPLAY "Installments are not drafted -"
                                   " the customer mails a check."
                     END-IF
                     PERFORM CaptureDraftDetails
                     REWRITE PayPlanRecord
                            INVALID KEY DISPLAY "Plan wasn't updated."
                            NOT INVALID KEY DISPLAY "Plan updated."
                     END-REWRITE
       END-READ.

CaptureDraftDetails.
       DISPLAY "Customer authorizes automatic bank draft? (Y/N) : "
              WITH NO ADVANCING.
       ACCEPT DraftAns.
       IF DraftAns = "Y" OR DraftAns = "y"
              MOVE 0 TO PPRouting
              PERFORM UNTIL PPRouting > 0
                     DISPLAY "Bank routing number : " WITH NO ADVANCING
                     ACCEPT PPRouting
                     IF PPRouting = 0
                            DISPLAY "Routing number is required."
                     END-IF
              END-PERFORM
              MOVE SPACES TO PPBankAcct
              PERFORM UNTIL PPBankAcct NOT = SPACES
                     DISPLAY "Bank account number : " WITH NO ADVANCING
                     ACCEPT PPBankAcct
                     IF PPBankAcct = SPACES
                            DISPLAY "Account number is required."
                     END-IF
              END-PERFORM
              MOVE SPACE TO AcctTypeAns
              PERFORM UNTIL AcctTypeAns = "C" OR AcctTypeAns = "S"
                     DISPLAY "Checking or savings (C/S) : "
                            WITH NO ADVANCING
                     ACCEPT AcctTypeAns
                     MOVE FUNCTION UPPER-CASE(AcctTypeAns) TO AcctTypeAns
              END-PERFORM
              MOVE AcctTypeAns TO PPBankAcctType
              MOVE "Y" TO PPDraftFlag
              MOVE BizDate TO PPAuthDate
              DISPLAY "Installments will be drafted on each due date."
       ELSE
              IF PPDraftAuth
                     DISPLAY "Draft authorization withdrawn."
              END-IF
              MOVE "N" TO PPDraftFlag
              MOVE 0 TO PPRouting
              MOVE SPACES TO PPBankAcct
              MOVE SPACES TO PPBankAcctType
              MOVE 0 TO PPAuthDate
       END-IF.

CancelPlan.
       DISPLAY "Customer ID : " WITH NO ADVANCING.
       ACCEPT EntryIDNum.
