              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS CheckpointFileStatus.
       SELECT TermsFile ASSIGN TO "Terms.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TMCode
              FILE STATUS IS WSTermsStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY SHIPTO.
FD ContactLogFile.
       COPY CNTLOG.
FD TermsFile.
       COPY TERMS.
FD AuditFile.
       01 AuditRecord.
              02 AuditTimestamp PIC X(14).
       01 WSCustFileStatus PIC XX.
       01 WSShipToStatus PIC XX.
       01 WSContactStatus PIC XX.
       01 WSTermsStatus PIC XX.
       01 TermsOpen PIC X VALUE "N".
       01 TermsValid PIC X.
       01 ContactChoice PIC 9.
       01 ContactOpen PIC X.
       01 ContactIDNum PIC 9(6).
       01 ShipToIDNum PIC 9(6).
       01 ShipToLocNum PIC 9(2).
       01 OldIDNum PIC 9(6).
       01 ParentOwnID PIC 9(6).
       01 ParentEntry PIC 9(6).
       01 ParentValid PIC X.
       01 BranchCount PIC 9(4).
       01 BranchEOF PIC X.
       01 NewIDTaken PIC X.
       01 WSHoldFirstName PIC X(15).
       01 WSHoldLastName PIC X(15).
       01 WSHoldDateOfBirth PIC 9(8).
       01 WSHoldCreditLimit PIC 9(7)V99.
       01 WSHoldCustPriority PIC 9.
       01 WSHoldCustTerms PIC X(10).
       01 WSHoldParentIDNum PIC 9(6).
       01 WSHoldDeliveryPref PIC X.
       01 WSHoldBillCycle PIC X.
       01 EmailValid PIC X.
       01 WSHoldCustomer PIC X(188).
       01 WSHoldScan PIC X(188).
       01 WSToday PIC 9(8).
       01 WSAtSignCount PIC 99.
       01 WSPhoneBadCount PIC 99.
                     CLOSE ShipToFile
                     OPEN I-O ShipToFile
              END-IF.
              OPEN INPUT TermsFile.
              IF WSTermsStatus = "00"
                     MOVE "Y" TO TermsOpen
              ELSE
                     MOVE "N" TO TermsOpen
              END-IF.
              OPEN EXTEND AuditFile.
              IF AuditFileStatus NOT = "00"
                     OPEN OUTPUT AuditFile
              CLOSE ShipToFile.
              CLOSE AuditFile.
              CLOSE CheckpointFile.
              IF TermsOpen = "Y"
                     CLOSE TermsFile
                     MOVE "N" TO TermsOpen
              END-IF.
              MOVE "C" TO BusyAction.
              CALL "coboltut63busy" USING BusyTag, BusyAction, BusyFlag.
              STOP RUN.
                            DISPLAY "Use the merge utility to move the"
                                   " activity onto a new ID."
                            MOVE "N" TO ChangeID
                     ELSE
                            MOVE IDNum TO ParentOwnID
                            PERFORM CountBranches
                            IF BranchCount > 0
                                   DISPLAY "ID cannot be changed - the customer is"
                                          " the bill-to account for " BranchCount
                                          " branch(es)."
                                   MOVE "N" TO ChangeID
                            END-IF
                     END-IF
              END-IF
              IF ChangeID = "Y" OR ChangeID = "y"
                     MOVE DateOfBirth TO WSHoldDateOfBirth
                     MOVE CreditLimit TO WSHoldCreditLimit
                     MOVE CustPriority TO WSHoldCustPriority
                     MOVE CustTerms TO WSHoldCustTerms
                     MOVE ParentIDNum TO WSHoldParentIDNum
                     MOVE DeliveryPref TO WSHoldDeliveryPref
                     MOVE BillCycle TO WSHoldBillCycle
                     MOVE NewIDNum TO IDNum
                     READ CustomerFile
                            INVALID KEY MOVE "N" TO NewIDTaken
                            MOVE WSHoldDateOfBirth TO DateOfBirth
                            MOVE WSHoldCreditLimit TO CreditLimit
                            MOVE WSHoldCustPriority TO CustPriority
                            MOVE WSHoldCustTerms TO CustTerms
                            MOVE WSHoldParentIDNum TO ParentIDNum
                            MOVE WSHoldDeliveryPref TO DeliveryPref
                            MOVE WSHoldBillCycle TO BillCycle
                            DELETE CustomerFile
                                   INVALID KEY DISPLAY "Customer wasn't updated."
                                   NOT INVALID KEY
       IF CustPriority = 0
              MOVE 9 TO CustPriority
       END-IF.
       PERFORM GetCustTerms.
       PERFORM GetBillCycle.
       PERFORM GetParentAccount.

GetParentAccount.
       MOVE IDNum TO ParentOwnID.
       MOVE CustomerData TO WSHoldCustomer.
       MOVE "N" TO ParentValid.
       PERFORM UNTIL ParentValid = "Y"
              MOVE 0 TO ParentEntry
              DISPLAY "Parent bill-to account ID (0 = none) : "
                     WITH NO ADVANCING
              ACCEPT ParentEntry
              IF ParentEntry = 0
                     MOVE "Y" TO ParentValid
              ELSE
                     IF ParentEntry = ParentOwnID
                            DISPLAY "A customer cannot be its own bill-to account."
                     ELSE
                            MOVE ParentEntry TO IDNum
                            READ CustomerFile
                                   INVALID KEY DISPLAY "Parent account not on file."
                                   NOT INVALID KEY PERFORM CheckParentAccount
                            END-READ
                     END-IF
              END-IF
       END-PERFORM.
       MOVE WSHoldCustomer TO CustomerData.
       MOVE ParentEntry TO ParentIDNum.

CheckParentAccount.
       IF ParentIDNum NOT = 0
              DISPLAY "Account " ParentEntry " is itself a branch of "
                     ParentIDNum " - enter the top-level account."
       ELSE
              PERFORM CountBranches
              IF BranchCount > 0
                     DISPLAY "This customer is the bill-to account for "
                            BranchCount " branch(es) and cannot become a branch."
              ELSE
                     MOVE "Y" TO ParentValid
              END-IF
       END-IF.

CountBranches.
       MOVE CustomerData TO WSHoldScan.
       MOVE 0 TO BranchCount.
       MOVE 0 TO IDNum.
       START CustomerFile KEY IS GREATER THAN IDNum
              INVALID KEY MOVE "Y" TO BranchEOF
              NOT INVALID KEY MOVE "N" TO BranchEOF
       END-START.
       PERFORM UNTIL BranchEOF = "Y"
              READ CustomerFile NEXT RECORD
                     AT END MOVE "Y" TO BranchEOF
                     NOT AT END
                            IF ParentIDNum = ParentOwnID
                                   ADD 1 TO BranchCount
                            END-IF
              END-READ
       END-PERFORM.
       MOVE WSHoldScan TO CustomerData.

GetCustTerms.
       MOVE "N" TO TermsValid.
       PERFORM UNTIL TermsValid = "Y"
              DISPLAY "Payment terms (e.g. NET30, blank = due on receipt) : "
                     WITH NO ADVANCING
              ACCEPT CustTerms
              MOVE FUNCTION UPPER-CASE(CustTerms) TO CustTerms
              IF CustTerms = SPACES
                     MOVE "Y" TO TermsValid
              ELSE
                     IF TermsOpen = "Y"
                            MOVE CustTerms TO TMCode
                            READ TermsFile
                                   INVALID KEY DISPLAY "Terms code not in"
                                          " the payment terms table."
                                   NOT INVALID KEY MOVE "Y" TO TermsValid
                            END-READ
                     ELSE
                            DISPLAY "No payment terms table on file -"
                                   " leave blank for due on receipt."
                     END-IF
              END-IF
       END-PERFORM.

GetBillCycle.
       MOVE SPACE TO BillCycle.
       PERFORM UNTIL BillCycle NOT = SPACE
              DISPLAY "Billing cycle (O=invoice each order, W=weekly,"
                     " M=monthly) : " WITH NO ADVANCING
              ACCEPT BillCycle
              MOVE FUNCTION UPPER-CASE(BillCycle) TO BillCycle
              IF BillCycle = SPACE
                     MOVE "O" TO BillCycle
              END-IF
              IF NOT (BillPerOrder OR BillWeekly OR BillMonthly)
                     DISPLAY "Billing cycle must be O, W or M."
                     MOVE SPACE TO BillCycle
              END-IF
       END-PERFORM.

GetDateOfBirth.
       MOVE 0 TO DateOfBirth.
              DISPLAY "DELETE BLOCKED - customer has an AR balance of "
                     WSARBalDollar "."
       END-IF.
       MOVE IDNum TO ParentOwnID.
       PERFORM CountBranches.
       IF BranchCount > 0
              MOVE "Y" TO DeleteBlocked
              DISPLAY "DELETE BLOCKED - customer is the bill-to account for "
                     BranchCount " branch(es)."
       END-IF.

GetAddressFields.
       MOVE SPACES TO Street.
                     DISPLAY "Email must contain a single @ sign."
              END-IF
       END-PERFORM.
       PERFORM GetDeliveryPref.

GetDeliveryPref.
       MOVE SPACE TO DeliveryPref.
       PERFORM UNTIL DeliverByPaper OR DeliverByEmail OR DeliverByBoth
              DISPLAY "Invoice / statement delivery (P=paper, E=email,"
                     " B=both) : " WITH NO ADVANCING
              ACCEPT DeliveryPref
              MOVE FUNCTION UPPER-CASE(DeliveryPref) TO DeliveryPref
              IF DeliveryPref = SPACE
                     MOVE "P" TO DeliveryPref
              END-IF
              IF NOT (DeliverByPaper OR DeliverByEmail OR DeliverByBoth)
                     DISPLAY "Delivery must be P, E or B."
              END-IF
       END-PERFORM.
       IF NOT DeliverByPaper
              CALL "coboltut15emchk" USING Email, EmailValid
              IF EmailValid NOT = "Y"
                     DISPLAY "Warning - the email address doesn't look"
                            " deliverable; documents will go on paper."
              END-IF
       END-IF.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
