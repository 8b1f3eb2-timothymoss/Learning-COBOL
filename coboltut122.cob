       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut122.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RebateFile ASSIGN TO "Rebate.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RBIDNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSRebateStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT SalesAnalFile ASSIGN TO "SalesAnal.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SAKey
              FILE STATUS IS WSSalesAnalStatus.
DATA DIVISION.
FILE SECTION.
FD RebateFile.
       COPY REBATE.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD SalesAnalFile.
       COPY SLSANL.
WORKING-STORAGE SECTION.
       01 WSRebateStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 WSSalesAnalStatus PIC XX.
       01 SalesAnalOpen PIC X VALUE "N".
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE "Y".
       01 WSEOF PIC X.
       01 CustExists PIC X.
       01 AgreementExists PIC X.
       01 EntryIDNum PIC 9(6).
       01 TierIdx PIC 9.
       01 TierCount PIC 9.
       01 LastFloor PIC 9(9)V99.
       01 EntryFloor PIC 9(9)V99.
       01 EntryPct PIC 99V99.
       01 PayAns PIC X.
       01 StatusAns PIC X.
       01 LivePurch PIC 9(9)V99.
       01 LiveEarned PIC 9(7)V99.
       01 TierHit PIC 9.
       01 ListCount PIC 9(5).
       01 TotEarned PIC 9(9)V99.
       01 TotAccrued PIC 9(9)V99.
       01 PctEdit PIC Z9.99.
       01 FloorDollar PIC $$$,$$$,$$9.99.
       01 PurchDollar PIC $$$,$$$,$$9.99.
       01 AmtDollar PIC $$,$$$,$$9.99.
       01 AccrDollar PIC $$,$$$,$$9.99.
       01 DisplayName PIC X(32).
       01 SignOnID PIC X(4).
       01 SignOnLevel PIC X.
       01 SignedOn PIC X.
       01 BizDate PIC 9(8).
       01 BizDateX PIC X(8).
       01 BizYear PIC 9(4).
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
       MOVE BizDate TO BizDateX.
       MOVE BizDateX(1:4) TO BizYear.
       OPEN I-O RebateFile.
       IF WSRebateStatus NOT = "00"
              OPEN OUTPUT RebateFile
              CLOSE RebateFile
              OPEN I-O RebateFile
       END-IF.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus = "00"
              MOVE "Y" TO CustFileOpen
       ELSE
              MOVE "N" TO CustFileOpen
       END-IF.
       OPEN INPUT SalesAnalFile.
       IF WSSalesAnalStatus = "00"
              MOVE "Y" TO SalesAnalOpen
       ELSE
              MOVE "N" TO SalesAnalOpen
       END-IF.
       PERFORM UNTIL StayOpen = "N"
              DISPLAY " "
              DISPLAY "CUSTOMER VOLUME REBATES"
              DISPLAY "1 : List Agreements"
              DISPLAY "2 : Add / Update Agreement"
              DISPLAY "3 : Rebate Earned-To-Date Report"
              DISPLAY "0 : Quit"
              DISPLAY ": " WITH NO ADVANCING
              ACCEPT Choice
              EVALUATE Choice
                     WHEN 1 PERFORM ListAgreements
                     WHEN 2 PERFORM MaintainAgreement
                     WHEN 3 PERFORM EarnedReport
                     WHEN OTHER MOVE "N" TO StayOpen
              END-EVALUATE
       END-PERFORM.
       CLOSE RebateFile.
       IF CustFileOpen = "Y"
              CLOSE CustomerFile
              MOVE "N" TO CustFileOpen
       END-IF.
       IF SalesAnalOpen = "Y"
              CLOSE SalesAnalFile
              MOVE "N" TO SalesAnalOpen
       END-IF.
       STOP RUN.

ListAgreements.
       MOVE "N" TO WSEOF.
       MOVE 0 TO RBIDNum.
       START RebateFile KEY IS GREATER THAN RBIDNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ RebateFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END PERFORM ShowAgreement
              END-READ
       END-PERFORM.

ShowAgreement.
       MOVE RBAccrued TO AccrDollar.
       DISPLAY "Customer " RBIDNum "  year " RBProgYear "  pay by "
              RBPayMethod "  status " RBStatus "  accrued " AccrDollar.
       PERFORM VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4
              IF RBTierPct(TierIdx) > 0
                     MOVE RBTierFloor(TierIdx) TO FloorDollar
                     MOVE RBTierPct(TierIdx) TO PctEdit
                     DISPLAY "         tier " TierIdx " : " PctEdit
                            "% from " FloorDollar
              END-IF
       END-PERFORM.
       IF RBLastYear > 0
              MOVE RBPaidAmt TO AmtDollar
              DISPLAY "         " RBLastYear " rebate paid " RBPaidDate
                     " " AmtDollar " ref " RBPaidRef
       END-IF.

MaintainAgreement.
       IF SignOnLevel NOT = "S"
              DISPLAY "Rebate agreements need a supervisor sign-on."
       ELSE
              DISPLAY "Customer ID : " WITH NO ADVANCING
              ACCEPT EntryIDNum
              MOVE "Y" TO CustExists
              MOVE EntryIDNum TO IDNum
              READ CustomerFile
                     INVALID KEY MOVE "N" TO CustExists
              END-READ
              IF CustExists = "N"
                     DISPLAY "Customer doesn't exist - agreement not"
                            " entered."
              ELSE
                     PERFORM BuildDisplayName
                     DISPLAY "Customer : " DisplayName
                     PERFORM EnterAgreement
              END-IF
       END-IF.

EnterAgreement.
       MOVE "Y" TO AgreementExists.
       MOVE EntryIDNum TO RBIDNum.
       READ RebateFile
              INVALID KEY MOVE "N" TO AgreementExists
       END-READ.
       IF AgreementExists = "Y"
              PERFORM ShowAgreement
       ELSE
              MOVE EntryIDNum TO RBIDNum
              MOVE BizYear TO RBProgYear
              MOVE 0 TO RBYTDPurch
              MOVE 0 TO RBEarned
              MOVE 0 TO RBAccrued
              MOVE 0 TO RBLastAccrual
              MOVE 0 TO RBLastYear
              MOVE 0 TO RBPaidDate
              MOVE 0 TO RBPaidAmt
              MOVE SPACES TO RBPaidRef
              MOVE "N" TO RBCheckDue
       END-IF.
       MOVE SPACES TO PayAns.
       PERFORM UNTIL PayAns = "C" OR PayAns = "K"
              DISPLAY "Pay the rebate as (C)redit to the account or"
                     " refund chec(K) : " WITH NO ADVANCING
              ACCEPT PayAns
              MOVE FUNCTION UPPER-CASE(PayAns) TO PayAns
       END-PERFORM.
       MOVE PayAns TO RBPayMethod.
       DISPLAY "Enter tiers lowest first - a purchase level of 0 ends"
              " the list.".
       DISPLAY "The rate of the highest tier reached applies to all"
              " purchases for the year.".
       MOVE 0 TO TierCount.
       MOVE 0 TO LastFloor.
       INITIALIZE RBTierTable.
       MOVE 1 TO TierIdx.
       PERFORM UNTIL TierIdx > 4
              MOVE 0 TO EntryFloor
              DISPLAY "Tier " TierIdx " yearly purchase level : "
                     WITH NO ADVANCING
              ACCEPT EntryFloor
              IF EntryFloor = 0
                     MOVE 5 TO TierIdx
              ELSE
                     IF EntryFloor <= LastFloor
                            DISPLAY "Each level must be higher than the"
                                   " one before."
                     ELSE
                            MOVE 0 TO EntryPct
                            DISPLAY "Tier " TierIdx " rebate percent : "
                                   WITH NO ADVANCING
                            ACCEPT EntryPct
                            IF EntryPct = 0
                                   DISPLAY "Rebate percent must be more"
                                          " than zero."
                            ELSE
                                   MOVE EntryFloor TO RBTierFloor(TierIdx)
                                   MOVE EntryPct TO RBTierPct(TierIdx)
                                   MOVE EntryFloor TO LastFloor
                                   ADD 1 TO TierCount
                                   ADD 1 TO TierIdx
                            END-IF
                     END-IF
              END-IF
       END-PERFORM.
       MOVE "A" TO RBStatus.
       IF TierCount = 0
              DISPLAY "No tiers entered - agreement is set inactive."
              MOVE "I" TO RBStatus
       ELSE
              IF AgreementExists = "Y"
                     DISPLAY "Keep the agreement active (Y/N) : "
                            WITH NO ADVANCING
                     ACCEPT StatusAns
                     IF FUNCTION UPPER-CASE(StatusAns) = "N"
                            MOVE "I" TO RBStatus
                     END-IF
              END-IF
       END-IF.
       IF AgreementExists = "Y"
              REWRITE RebateRecord
                     INVALID KEY DISPLAY "Agreement wasn't updated."
                     NOT INVALID KEY DISPLAY "Agreement updated."
              END-REWRITE
       ELSE
              WRITE RebateRecord
                     INVALID KEY DISPLAY "Agreement wasn't added."
                     NOT INVALID KEY DISPLAY "Agreement recorded for "
                            RBProgYear "."
              END-WRITE
       END-IF.

EarnedReport.
       MOVE 0 TO ListCount.
       MOVE 0 TO TotEarned.
       MOVE 0 TO TotAccrued.
       MOVE "O" TO RptAction.
       MOVE "RebateEarned.prt" TO RptFileName.
       MOVE "VOLUME REBATES EARNED TO DATE" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE "ID     NAME" TO RptLine.
       MOVE "YTD PURCHASES" TO RptLine(31:13).
       MOVE "TIER" TO RptLine(45:4).
       MOVE "EARNED" TO RptLine(58:6).
       MOVE "ACCRUED" TO RptLine(71:7).
       PERFORM WriteRebateLine.
       MOVE "N" TO WSEOF.
       MOVE 0 TO RBIDNum.
       START RebateFile KEY IS GREATER THAN RBIDNum
              INVALID KEY MOVE "Y" TO WSEOF
       END-START.
       PERFORM UNTIL WSEOF = "Y"
              READ RebateFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF RBActive
                                   PERFORM EarnedOneAgreement
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO RptLine.
       PERFORM WriteRebateLine.
       MOVE TotEarned TO PurchDollar.
       MOVE TotAccrued TO FloorDollar.
       MOVE SPACES TO RptLine.
       STRING ListCount DELIMITED BY SIZE
              " AGREEMENT(S)  EARNED " DELIMITED BY SIZE
              PurchDollar DELIMITED BY SIZE
              "  ACCRUED " DELIMITED BY SIZE
              FloorDollar DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteRebateLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       DISPLAY ListCount " agreement(s) - see RebateEarned.prt".

EarnedOneAgreement.
       ADD 1 TO ListCount.
       MOVE 0 TO LivePurch.
       IF SalesAnalOpen = "Y" AND RBProgYear = BizYear
              MOVE "C" TO SAType
              MOVE SPACES TO SACode
              MOVE RBIDNum TO SACode(1:6)
              READ SalesAnalFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY MOVE SAYTDDollars TO LivePurch
              END-READ
       END-IF.
       CALL "coboltut122calc" USING RBTierTable, LivePurch, LiveEarned,
              TierHit.
       ADD LiveEarned TO TotEarned.
       ADD RBAccrued TO TotAccrued.
       MOVE SPACES TO DisplayName.
       IF CustFileOpen = "Y"
              MOVE RBIDNum TO IDNum
              READ CustomerFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM BuildDisplayName
              END-READ
       END-IF.
       MOVE LivePurch TO PurchDollar.
       MOVE LiveEarned TO AmtDollar.
       MOVE RBAccrued TO AccrDollar.
       MOVE SPACES TO RptLine.
       MOVE RBIDNum TO RptLine(1:6).
       MOVE DisplayName TO RptLine(8:20).
       MOVE PurchDollar TO RptLine(29:15).
       MOVE TierHit TO RptLine(47:1).
       MOVE AmtDollar TO RptLine(51:13).
       MOVE AccrDollar TO RptLine(65:13).
       PERFORM WriteRebateLine.

WriteRebateLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              INTO DisplayName.
