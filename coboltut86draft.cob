       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. coboltut86draft.
AUTHOR. Timothy Moss.
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PayPlanFile ASSIGN TO "PayPlan.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PPIDNum
              LOCK MODE IS AUTOMATIC
              FILE STATUS IS WSPayPlanStatus.
       SELECT CustomerFile ASSIGN TO "Customer3.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IDNum
              ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
              FILE STATUS IS WSCustFileStatus.
       SELECT PlanDraftFile ASSIGN TO "PlanDraft.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS IS SEQUENTIAL
              FILE STATUS IS WSDraftStatus.
DATA DIVISION.
FILE SECTION.
FD PayPlanFile.
       COPY PAYPLAN.
FD CustomerFile.
       COPY CUSTRECWIDE.
FD PlanDraftFile.
       01 DraftBatchHeader.
              02 DBRecType PIC X.
              02 DBEffDate PIC 9(8).
              02 DBEntryDescr PIC X(10).
              02 DBCompanyName PIC X(20).
              02 FILLER PIC X(41).
       01 DraftEntryDetail.
              02 DERecType PIC X.
              02 DETxnCode PIC 99.
              02 DERouting PIC 9(9).
              02 DEAccount PIC X(17).
              02 DEAmount PIC 9(10)V99.
              02 DEIDNum PIC 9(6).
              02 DERef PIC X(10).
              02 DEName PIC X(22).
              02 FILLER PIC X(1).
       01 DraftBatchControl.
              02 DCRecType PIC X.
              02 DCEntryCount PIC 9(6).
              02 DCEntryHash PIC 9(10).
              02 DCTotalDebit PIC 9(10)V99.
              02 FILLER PIC X(51).
WORKING-STORAGE SECTION.
       01 WSPayPlanStatus PIC XX.
       01 WSCustFileStatus PIC XX.
       01 CustFileOpen PIC X VALUE "N".
       01 WSDraftStatus PIC XX.
       01 WSEOF PIC X.
       01 BizDate PIC 9(8).
       01 DraftCount PIC 9(5) VALUE 0.
       01 DraftTotal PIC 9(10)V99 VALUE 0.
       01 DraftHash PIC 9(10) VALUE 0.
       01 RoutingPrefix PIC 9(8).
       01 PlanDueInt PIC 9(8).
       01 DraftRef PIC X(10).
       01 DisplayName PIC X(32).
       01 PostType PIC X.
       01 PostAmount PIC S9(7)V99.
       01 GLAcct PIC 9(4).
       01 GLDebit PIC 9(9)V99.
       01 GLCredit PIC 9(9)V99.
       01 GLSource PIC X(10).
       01 GLRef PIC X(10).
       01 AmtDollar PIC $$,$$$,$$9.99.
       01 TotDollar PIC $$$,$$$,$$9.99.
       01 RptAction PIC X.
       01 RptFileName PIC X(30).
       01 RptTitle PIC X(40).
       01 RptLine PIC X(80).

PROCEDURE DIVISION.
StartPara.
       CALL "coboltut25getdate" USING BizDate.
       OPEN I-O PayPlanFile.
       IF WSPayPlanStatus NOT = "00"
              DISPLAY "No payment plan file - no drafts to send."
              STOP RUN
       END-IF.
       OPEN OUTPUT PlanDraftFile.
       IF WSDraftStatus NOT = "00"
              DISPLAY "PlanDraft.dat couldn't be opened - no drafts sent."
              CLOSE PayPlanFile
              MOVE 8 TO RETURN-CODE
              STOP RUN
       END-IF.
       MOVE SPACES TO DraftBatchHeader.
       MOVE "5" TO DBRecType.
       MOVE BizDate TO DBEffDate.
       MOVE "PLAN DRAFT" TO DBEntryDescr.
       MOVE "MOSS CLOTHING SUPPLY" TO DBCompanyName.
       WRITE DraftBatchHeader.
       OPEN INPUT CustomerFile.
       IF WSCustFileStatus = "00"
              MOVE "Y" TO CustFileOpen
       ELSE
              MOVE "N" TO CustFileOpen
       END-IF.
       MOVE SPACES TO DraftRef.
       STRING "DR" DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              INTO DraftRef.
       MOVE "O" TO RptAction.
       MOVE "PlanDraft.prt" TO RptFileName.
       MOVE "PAYMENT PLAN BANK DRAFTS" TO RptTitle.
       MOVE SPACES TO RptLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       MOVE "L" TO RptAction.
       MOVE SPACES TO RptLine.
       STRING "INSTALLMENTS DUE ON OR BEFORE " DELIMITED BY SIZE
              BizDate DELIMITED BY SIZE
              " - POSTED PENDING BANK SETTLEMENT" DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteDraftLine.
       MOVE "ID     NAME                             ROUTING    AMOUNT"
              TO RptLine.
       MOVE "NEXT DUE" TO RptLine(66:8).
       PERFORM WriteDraftLine.
       MOVE "N" TO WSEOF.
       PERFORM UNTIL WSEOF = "Y"
              READ PayPlanFile NEXT RECORD
                     AT END MOVE "Y" TO WSEOF
                     NOT AT END
                            IF PPDraftAuth AND PPNextDue <= BizDate
                               AND (PPActive OR PPBroken)
                                   PERFORM DraftOnePlan
                            END-IF
              END-READ
       END-PERFORM.
       MOVE SPACES TO DraftBatchControl.
       MOVE "8" TO DCRecType.
       MOVE DraftCount TO DCEntryCount.
       MOVE DraftHash TO DCEntryHash.
       MOVE DraftTotal TO DCTotalDebit.
       WRITE DraftBatchControl.
       CLOSE PlanDraftFile.
       MOVE DraftTotal TO TotDollar.
       MOVE SPACES TO RptLine.
       PERFORM WriteDraftLine.
       MOVE SPACES TO RptLine.
       STRING "DRAFT BATCH TOTAL : " DELIMITED BY SIZE
              DraftCount DELIMITED BY SIZE
              " DRAFT(S)  " DELIMITED BY SIZE
              TotDollar DELIMITED BY SIZE
              "  HASH " DELIMITED BY SIZE
              DraftHash DELIMITED BY SIZE
              INTO RptLine.
       PERFORM WriteDraftLine.
       MOVE "C" TO RptAction.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.
       IF CustFileOpen = "Y"
              CLOSE CustomerFile
              MOVE "N" TO CustFileOpen
       END-IF.
       CLOSE PayPlanFile.
       DISPLAY DraftCount " installment draft(s) for " TotDollar
              " written to PlanDraft.dat".
       STOP RUN.

DraftOnePlan.
       MOVE SPACES TO DisplayName.
       IF CustFileOpen = "Y"
              MOVE PPIDNum TO IDNum
              READ CustomerFile
                     INVALID KEY CONTINUE
                     NOT INVALID KEY PERFORM BuildDisplayName
              END-READ
       END-IF.
       MOVE SPACES TO DraftEntryDetail.
       MOVE "6" TO DERecType.
       IF PPSavings
              MOVE 37 TO DETxnCode
       ELSE
              MOVE 27 TO DETxnCode
       END-IF.
       MOVE PPRouting TO DERouting.
       MOVE PPBankAcct TO DEAccount.
       MOVE PPInstallAmt TO DEAmount.
       MOVE PPIDNum TO DEIDNum.
       MOVE DraftRef TO DERef.
       MOVE DisplayName TO DEName.
       WRITE DraftEntryDetail.
       ADD 1 TO DraftCount.
       ADD PPInstallAmt TO DraftTotal.
       DIVIDE PPRouting BY 10 GIVING RoutingPrefix.
       ADD RoutingPrefix TO DraftHash.
       PERFORM PostDraftPayment.
       MOVE BizDate TO PPLastPaid.
       MOVE BizDate TO PPLastDraft.
       COMPUTE PlanDueInt = FUNCTION INTEGER-OF-DATE(PPNextDue)
              + PPFreqDays.
       COMPUTE PPNextDue = FUNCTION DATE-OF-INTEGER(PlanDueInt).
       MOVE "A" TO PPStatus.
       REWRITE PayPlanRecord
              INVALID KEY DISPLAY "Payment plan " PPIDNum
                     " wasn't advanced."
       END-REWRITE.
       MOVE PPInstallAmt TO AmtDollar.
       MOVE SPACES TO RptLine.
       MOVE PPIDNum TO RptLine(1:6).
       MOVE DisplayName TO RptLine(8:32).
       MOVE PPRouting TO RptLine(41:9).
       MOVE AmtDollar TO RptLine(51:13).
       MOVE PPNextDue TO RptLine(66:8).
       PERFORM WriteDraftLine.

PostDraftPayment.
       MOVE "P" TO PostType.
       COMPUTE PostAmount = 0 - PPInstallAmt.
       CALL "coboltut8arpost" USING PPIDNum, PostType, BizDate,
              DraftRef, PostAmount.
       MOVE "coboltut86" TO GLSource.
       MOVE DraftRef TO GLRef.
       MOVE 1000 TO GLAcct.
       MOVE PPInstallAmt TO GLDebit.
       MOVE 0 TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.
       MOVE 1100 TO GLAcct.
       MOVE 0 TO GLDebit.
       MOVE PPInstallAmt TO GLCredit.
       CALL "coboltut85glpost" USING GLAcct, GLDebit, GLCredit,
              GLSource, GLRef.

WriteDraftLine.
       CALL "coboltut64report" USING RptAction, RptFileName,
              RptTitle, RptLine.

BuildDisplayName.
       MOVE SPACES TO DisplayName.
       STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
              ", " DELIMITED BY SIZE
              FUNCTION TRIM(FirstName) DELIMITED BY SIZE
              INTO DisplayName.
